      *    once grafias distintas y un cambio de
      *    direccion se hace UNA vez. Un ID en cero
      *    en la entrada sigue siendo texto libre,
      *    como siempre. Un segundo idioma, si se
      *    carga, hace que el cheque lleve el monto
      *    en letras tambien en ese idioma.
      *    *****************************************

       ENVIRONMENT DIVISION.
           05  PM-DIRECCION        PIC X(30).
           05  PM-CURRCODE         PIC X(03).
           05  PM-LANG             PIC X(02).
           05  PM-LANG2            PIC X(02).

       WORKING-STORAGE SECTION.
       01  PAYEE-STATUS        PIC XX.
                   MOVE SPACES TO PM-DIRECCION
                   MOVE SPACES TO PM-CURRCODE
                   MOVE SPACES TO PM-LANG
                   MOVE SPACES TO PM-LANG2
                   DISPLAY "NEW PAYEE"
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
                   DISPLAY "DIRECCION : " PM-DIRECCION
                   DISPLAY "MONEDA    : " PM-CURRCODE
                   DISPLAY "IDIOMA    : " PM-LANG
                   DISPLAY "IDIOMA 2  : " PM-LANG2
           END-READ.

           PERFORM 310-ASK-ACTION.
               MOVE WS-FIELD-ENTRY(1:2) TO PM-LANG
           END-IF.

      *    SEGUNDO IDIOMA DEL MONTO EN LETRAS; "-" LO BORRA.
           DISPLAY "SEGUNDO IDIOMA (EN/.../- = NINGUNO) ?".
           MOVE SPACES TO WS-FIELD-ENTRY.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY(1:1) = "-"
               MOVE SPACES TO PM-LANG2
           ELSE
               IF WS-FIELD-ENTRY(1:2) NOT = SPACES
                   MOVE WS-FIELD-ENTRY(1:2) TO PM-LANG2
               END-IF
           END-IF.

       END PROGRAM PAYEMNT.
