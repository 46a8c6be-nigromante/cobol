

       304-CDU-PARSE-U.
           IF W304-U = 1 AND W304-PART = 4 AND W304-FEMININE
             STRING  W304-RESULT DELIMITED BY "_"
               "UNE _" DELIMITED BY "_"
               W304-EOF  DELIMITED BY "#"
               INTO W304-RESULT
           ELSE
             IF W304-U > 0
               STRING  W304-RESULT DELIMITED BY "_"
                 W304-UNIDADES(W304-U) DELIMITED BY "_"
                 W304-EOF  DELIMITED BY "#"
                 INTO W304-RESULT
             END-IF
           END-IF.


