           MOVE "OCHOCIENTOS _"    TO  W301-Centenas(8).  
           MOVE "NOVECIENTOS _"    TO  W301-Centenas(9).  

           MOVE "CIEN _"           TO  W301-Centenas-F(1).
           MOVE "DOSCIENTAS _"     TO  W301-Centenas-F(2).
           MOVE "TRESCIENTAS _"    TO  W301-Centenas-F(3).
           MOVE "CUATROCIENTAS _"  TO  W301-Centenas-F(4).
           MOVE "QUINIENTAS _"     TO  W301-Centenas-F(5).
           MOVE "SEISCIENTAS _"    TO  W301-Centenas-F(6).
           MOVE "SETECIENTAS _"    TO  W301-Centenas-F(7).
           MOVE "OCHOCIENTAS _"    TO  W301-Centenas-F(8).
           MOVE "NOVECIENTAS _"    TO  W301-Centenas-F(9).



       301-CDU.
                 PERFORM 300-COPY-STRING
               END-IF
             ELSE
               IF W301-FEM-GROUP
                 MOVE W301-Centenas-F(C) TO W300-In
               ELSE
                 MOVE W301-Centenas(C) TO W300-In
               END-IF
               PERFORM 300-COPY-STRING
             END-IF
           END-IF.
           END-IF.

           IF U > 0
             IF U = 1 AND W301-FEM-GROUP
               MOVE "UNA _"            TO  W300-In
             ELSE
               MOVE W301-Unidades(U)   TO  W300-In
             END-IF
             PERFORM 300-COPY-STRING
           END-IF.

      *    use; 301-GRUPO only turns one W300-TAB group into words.
       301-GRUPO.

      *    Feminine noun: DOSCIENTAS MIL / VEINTE Y UNA agree with it,
      *    but the MILLONES groups (Part 1 y 2) stay masculine.
           IF W301-FEMININE AND W300-PART > 2
             SET W301-FEM-GROUP TO TRUE
           ELSE
             SET W301-MASC-GROUP TO TRUE
           END-IF.

           MOVE W300-TAB(W300-PART,1) TO C.
           MOVE W300-TAB(W300-PART,2) TO D.
           MOVE W300-TAB(W300-PART,3) TO U.
      *    here directly, ahead of the existing 12-digit handling.
       301-BILLON.

           SET W301-MASC-GROUP TO TRUE.

           MOVE FUNCTION NUMVAL(W301-Num-Chars(1)) TO C.
           MOVE FUNCTION NUMVAL(W301-Num-Chars(2)) TO D.
           MOVE FUNCTION NUMVAL(W301-Num-Chars(3)) TO U.
