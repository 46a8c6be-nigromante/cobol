      *    *****************************************
      *    PANTALLA DE PORCENTAJES PARA NUM2STRXTRA
      *    MUESTRA LA TASA INGRESADA Y SU
      *    REPRESENTACION EN TEXTO PARA CADA IDIOMA
      *    (CONVERT-PERCENT).
      *    *****************************************
       01  PERCENT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "NUM2STRXTRA - PORCENTAJES".
           05  LINE 01 COLUMN 40 PIC X(20) FROM VERSION-APP.

           05  LINE 03 COLUMN 01 VALUE "TASA % :".
           05  LINE 03 COLUMN 15 PIC ZZ9,9999 FROM TASA-CUR.

           05  LINE 05 COLUMN 01 VALUE "ES".
           05  LINE 05 COLUMN 10 PIC X(60) FROM TEXTO-ES.

           05  LINE 06 COLUMN 01 VALUE "EN".
           05  LINE 06 COLUMN 10 PIC X(60) FROM TEXTO-EN.

           05  LINE 07 COLUMN 01 VALUE "DE".
           05  LINE 07 COLUMN 10 PIC X(60) FROM TEXTO-DE.

           05  LINE 08 COLUMN 01 VALUE "FR".
           05  LINE 08 COLUMN 10 PIC X(60) FROM TEXTO-FR.

           05  LINE 09 COLUMN 01 VALUE "PO".
           05  LINE 09 COLUMN 10 PIC X(60) FROM TEXTO-PO.

           05  LINE 10 COLUMN 01 VALUE "NO".
           05  LINE 10 COLUMN 10 PIC X(60) FROM TEXTO-NO.

           05  LINE 11 COLUMN 01 VALUE "RO".
           05  LINE 11 COLUMN 10 PIC X(60) FROM TEXTO-RO.

           05  LINE 12 COLUMN 01 VALUE "IT".
           05  LINE 12 COLUMN 10 PIC X(60) FROM TEXTO-IT.

           05  LINE 13 COLUMN 01 VALUE "NL".
           05  LINE 13 COLUMN 10 PIC X(60) FROM TEXTO-NL.

           05  LINE 14 COLUMN 01 VALUE "SIGUIENTE TASA (0 = SALIR)  :".
           05  LINE 14 COLUMN 32 PIC 999,9999 TO TASA-INP.

           05  LINE 15 COLUMN 01 VALUE "GRABAR A ARCHIVO (S/N)      :".
           05  LINE 15 COLUMN 32 PIC X(01) USING WS-SAVE-OPT.

           05  LINE 17 COLUMN 01 PIC X(40) FROM WS-INPUT-MSG
               HIGHLIGHT.
