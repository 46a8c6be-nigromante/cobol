           MOVE "OITOCENTOS _"     TO  W305-CENTENAS(8).
           MOVE "NOVOCENTOS _"     TO  W305-CENTENAS(9).

           MOVE "UMA _"            TO  W305-UNIDADES-F(1).
           MOVE "DUAS _"           TO  W305-UNIDADES-F(2).
           MOVE "TRES _"           TO  W305-UNIDADES-F(3).
           MOVE "QUATRO _"         TO  W305-UNIDADES-F(4).
           MOVE "CINCO _"          TO  W305-UNIDADES-F(5).
           MOVE "SEIS _"           TO  W305-UNIDADES-F(6).
           MOVE "SETE _"           TO  W305-UNIDADES-F(7).
           MOVE "OITO _"           TO  W305-UNIDADES-F(8).
           MOVE "NOVE _"           TO  W305-UNIDADES-F(9).

           MOVE "CEM _"            TO  W305-CENTENAS-F(1).
           MOVE "DUZENTAS _"       TO  W305-CENTENAS-F(2).
           MOVE "TREZENTAS _"      TO  W305-CENTENAS-F(3).
           MOVE "QUATROCENTAS _"   TO  W305-CENTENAS-F(4).
           MOVE "QUINHENTAS _"     TO  W305-CENTENAS-F(5).
           MOVE "SEISCENTAS _"     TO  W305-CENTENAS-F(6).
           MOVE "SETECENTAS _"     TO  W305-CENTENAS-F(7).
           MOVE "OITOCENTAS _"     TO  W305-CENTENAS-F(8).
           MOVE "NOVOCENTAS _"     TO  W305-CENTENAS-F(9).

           MOVE 1000000000 TO W305VAL(1).
           MOVE 1000000    TO W305VAL(2).
           MOVE 1000       TO W305VAL(3).
                 INTO W305-RESULT
               END-IF
             ELSE
               IF W305-FEM-GROUP
                 STRING  W305-RESULT DELIMITED BY "_"
                   W305-CENTENAS-F(W305-C) DELIMITED BY "_"
                   W305-EOF  DELIMITED BY "#"
                 INTO W305-RESULT
               ELSE
                 STRING  W305-RESULT DELIMITED BY "_"
                   W305-CENTENAS(W305-C) DELIMITED BY "_"
                   W305-EOF  DELIMITED BY "#"
                 INTO W305-RESULT
               END-IF
             END-IF

             IF W305-DU > 0
       305-CDU-PARSE-U.

           IF W305-U > 0
             IF W305-FEM-GROUP
               STRING  W305-RESULT DELIMITED BY "_"
                 W305-UNIDADES-F(W305-U) DELIMITED BY "_"
                 W305-EOF  DELIMITED BY "#"
                 INTO W305-RESULT
             ELSE
               STRING  W305-RESULT DELIMITED BY "_"
                 W305-UNIDADES(W305-U) DELIMITED BY "_"
                 W305-EOF  DELIMITED BY "#"
                 INTO W305-RESULT
             END-IF
           END-IF.


       305-1-PART.
           PERFORM 305-CDU-CALC THROUGH 305-CDU-CALC-2.

           IF W305-FEMININE AND W305-PART > 2
             SET W305-FEM-GROUP TO TRUE
           ELSE
             SET W305-MASC-GROUP TO TRUE
           END-IF.

           IF ( W305-PART = 1 AND W305-CDU > 0 )
             PERFORM 305-CDU-PARSE-C THROUGH 305-CDU-PARSE-U
             IF W305-CDU > 1
