           05  FILLER          PIC X(02) VALUE SPACE.
           05  LOG-TEXTO       PIC X(60).

      *    LAS LINEAS DE PORCENTAJE LLEVAN "%" Y LA TASA EN LA
      *    COLUMNA DEL NUMERO, ASI NUM2STRCMP LAS COMPARA CONTRA LA
      *    LINEA BASE IGUAL QUE A LOS NUMEROS Y NUNCA SE CONFUNDEN.
       01  PCT-LOG-LINE.
           05  PCT-TAG         PIC X(01) VALUE "%".
           05  FILLER          PIC X(03) VALUE SPACE.
           05  PCT-TASA        PIC ZZ9,9999.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  PCT-LANG        PIC X(02).
           05  FILLER          PIC X(02) VALUE SPACE.
           05  PCT-VERSION     PIC X(20).
           05  FILLER          PIC X(02) VALUE SPACE.
           05  PCT-TEXTO       PIC X(60).

      *    LAS LINEAS DE CONCORDANCIA FEMENINA (CONVERT-GENDER)
      *    LLEVAN "F" DELANTE DEL NUMERO, POR LA MISMA RAZON.
       01  FEM-LOG-LINE.
           05  FEM-TAG         PIC X(01) VALUE "F".
           05  FEM-NUMERO      PIC Z(10)9.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FEM-LANG        PIC X(02).
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FEM-VERSION     PIC X(20).
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FEM-TEXTO       PIC X(60).

       01  WS-SAVE-OPT     PIC X(01) VALUE "N".
           88  WS-SAVE-YES     VALUE "S".

       01  WS-RUN-MODE     PIC X(01) VALUE "I".
           88  WS-MODE-INDIVIDUAL  VALUE "I".
           88  WS-MODE-RANGE       VALUE "R".
           88  WS-MODE-PERCENT     VALUE "P".

       01  WS-INPUT-MSG    PIC X(40) VALUE SPACES.

       01  NUMERO-END   PIC 9(12) VALUE 0.
       01  NUMERO-STEP  PIC 9(12) VALUE 1.
       01  W-BATCH-NUM  PIC 9(12) VALUE 0.

      *    TASAS DE PRUEBA QUE EL MODO RANGO AGREGA AL LOTE DESPUES
      *    DE LOS NUMEROS: ENTERAS, CON CEROS DECIMALES INICIALES Y
      *    FINALES, Y LOS EXTREMOS DE CUATRO DECIMALES.
       01  TASA-INP     PIC 9(03)V9(04) VALUE 0.
       01  TASA-CUR     PIC 9(03)V9(04) VALUE 0.
       01  W-PCT-SUB    PIC 9(02) VALUE 0.
       01  W-PCT-COUNT  PIC 9(02) VALUE 10.
       01  W-PCT-VALUES.
           05  FILLER   PIC 9(03)V9(04) VALUE 0,5.
           05  FILLER   PIC 9(03)V9(04) VALUE 1.
           05  FILLER   PIC 9(03)V9(04) VALUE 1,5.
           05  FILLER   PIC 9(03)V9(04) VALUE 5,25.
           05  FILLER   PIC 9(03)V9(04) VALUE 5,0525.
           05  FILLER   PIC 9(03)V9(04) VALUE 12,75.
           05  FILLER   PIC 9(03)V9(04) VALUE 0,0001.
           05  FILLER   PIC 9(03)V9(04) VALUE 3,1416.
           05  FILLER   PIC 9(03)V9(04) VALUE 100.
           05  FILLER   PIC 9(03)V9(04) VALUE 999,9999.
       01  W-PCT-TABLE REDEFINES W-PCT-VALUES.
           05  W-PCT-VALUE  OCCURS 10 TIMES PIC 9(03)V9(04).

      *    MONTOS DE PRUEBA PARA UN SUSTANTIVO FEMENINO (LIBRAS): EL
      *    UNO SUELTO, EL UNO AL FINAL DE DECENA, LAS CENTENAS, LOS
      *    MILES Y LOS MILLONES, QUE SIGUEN EN MASCULINO.
       01  W-FEM-NUM    PIC 9(12) VALUE 0.
       01  W-FEM-SUB    PIC 9(02) VALUE 0.
       01  W-FEM-COUNT  PIC 9(02) VALUE 10.
       01  W-FEM-VALUES.
           05  FILLER   PIC 9(12) VALUE 1.
           05  FILLER   PIC 9(12) VALUE 21.
           05  FILLER   PIC 9(12) VALUE 81.
           05  FILLER   PIC 9(12) VALUE 200.
           05  FILLER   PIC 9(12) VALUE 501.
           05  FILLER   PIC 9(12) VALUE 1001.
           05  FILLER   PIC 9(12) VALUE 21000.
           05  FILLER   PIC 9(12) VALUE 200000.
           05  FILLER   PIC 9(12) VALUE 2000000.
           05  FILLER   PIC 9(12) VALUE 300000201.
       01  W-FEM-TABLE REDEFINES W-FEM-VALUES.
           05  W-FEM-VALUE  OCCURS 10 TIMES PIC 9(12).
       01  TEXTO-ES    PIC x(2000).
       01  TEXTO-EN    PIC x(2000).
       01  TEXTO-DE    PIC x(2000).
      *    *****************************************
       INCLUDE NUMBER-SCRN.
       INCLUDE RANGE-SCRN.
       INCLUDE PERCENT-SCRN.


       PROCEDURE DIVISION.
               PERFORM 000-BATCH
               CLOSE BATCH-FILE
           ELSE
               IF WS-MODE-PERCENT
                   PERFORM 000-PERCENT
               ELSE
                   PERFORM 000-TEST
               END-IF
           END-IF.

           CLOSE LOG-FILE.
      *    SAQUE UN JUEGO ENTERO DE VALORES NUEVOS O CORREGIDOS.
       000-SELECT-MODE.
           DISPLAY SPACE.
           DISPLAY "MODO - (I)NDIVIDUAL, (P)ORCENTAJE O (R)ANGO "
               LINE 1 POSITION 10.
           DISPLAY "POR LOTE ? " LINE 2 POSITION 10.
           ACCEPT  WS-RUN-MODE LINE 2 POSITION 21.
           IF NOT WS-MODE-RANGE AND NOT WS-MODE-PERCENT
               SET WS-MODE-INDIVIDUAL TO TRUE
           END-IF.

             FROM NUMERO-START BY NUMERO-STEP
             UNTIL W-BATCH-NUM > NUMERO-END.

           PERFORM 000-PCT-BATCH-LOOP
             VARYING W-PCT-SUB FROM 1 BY 1
             UNTIL W-PCT-SUB > W-PCT-COUNT.

           PERFORM 000-FEM-BATCH-LOOP
             VARYING W-FEM-SUB FROM 1 BY 1
             UNTIL W-FEM-SUB > W-FEM-COUNT.

       000-BATCH-ACCEPT-INPUT.
      *    MUESTRA LA PANTALLA Y PIDE INICIAL/FINAL/PASO; SI EL
      *    RANGO NO ES VALIDO, VUELVE A PEDIRLO.
           MOVE LOG-LINE        TO BATCH-REC.
           WRITE BATCH-REC.

      *    PANTALLA DE PORCENTAJES: IGUAL QUE 000-TEST PERO SOBRE
      *    CONVERT-PERCENT, CON UNA TASA DE HASTA CUATRO DECIMALES.
       000-PERCENT.
           MOVE 5,25 TO TASA-INP.

           PERFORM 000-PCT-LOOP
             UNTIL TASA-INP = ZERO.

       000-PCT-LOOP.
           MOVE TASA-INP TO TASA-CUR.
           PERFORM 000-PCT-CONVERT.

           MOVE SPACES TO WS-INPUT-MSG.
           MOVE 0 TO TASA-INP.
           DISPLAY PERCENT-SCREEN.
           ACCEPT  PERCENT-SCREEN.

           IF WS-SAVE-YES
               PERFORM 000-PCT-LOG-SAVE
           END-IF.

       000-PCT-CONVERT.
      *    LLAMAR FUNCIONES DE PORCENTAJE ESCRITO PARA TASA-CUR
           CALL "CONVERT-PERCENT" USING "ES" TASA-CUR TEXTO-ES.
           CALL "CONVERT-PERCENT" USING "EN" TASA-CUR TEXTO-EN.
           CALL "CONVERT-PERCENT" USING "DE" TASA-CUR TEXTO-DE.
           CALL "CONVERT-PERCENT" USING "FR" TASA-CUR TEXTO-FR.
           CALL "CONVERT-PERCENT" USING "PO" TASA-CUR TEXTO-PO.
           CALL "CONVERT-PERCENT" USING "NO" TASA-CUR TEXTO-NO.
           CALL "CONVERT-PERCENT" USING "RO" TASA-CUR TEXTO-RO.
           CALL "CONVERT-PERCENT" USING "IT" TASA-CUR TEXTO-IT.
           CALL "CONVERT-PERCENT" USING "NL" TASA-CUR TEXTO-NL.

       000-PCT-LOG-SAVE.
      *    GRABAR EL PORCENTAJE ACTUAL EN EL ARCHIVO DE BITACORA
           PERFORM 000-PCT-FILL-LINES.

           MOVE "ES"            TO PCT-LANG.
           MOVE VERSION-ES      TO PCT-VERSION.
           MOVE FUNCTION TRIM(TEXTO-ES) TO PCT-TEXTO.
           MOVE PCT-LOG-LINE    TO LOG-REC.
           WRITE LOG-REC.

           MOVE "EN"            TO PCT-LANG.
           MOVE VERSION-EN      TO PCT-VERSION.
           MOVE FUNCTION TRIM(TEXTO-EN) TO PCT-TEXTO.
           MOVE PCT-LOG-LINE    TO LOG-REC.
           WRITE LOG-REC.

           MOVE "DE"            TO PCT-LANG.
           MOVE VERSION-DE      TO PCT-VERSION.
           MOVE FUNCTION TRIM(TEXTO-DE) TO PCT-TEXTO.
           MOVE PCT-LOG-LINE    TO LOG-REC.
           WRITE LOG-REC.

           MOVE "FR"            TO PCT-LANG.
           MOVE VERSION-FR      TO PCT-VERSION.
           MOVE FUNCTION TRIM(TEXTO-FR) TO PCT-TEXTO.
           MOVE PCT-LOG-LINE    TO LOG-REC.
           WRITE LOG-REC.

           MOVE "PO"            TO PCT-LANG.
           MOVE VERSION-PO      TO PCT-VERSION.
           MOVE FUNCTION TRIM(TEXTO-PO) TO PCT-TEXTO.
           MOVE PCT-LOG-LINE    TO LOG-REC.
           WRITE LOG-REC.

           MOVE "NO"            TO PCT-LANG.
           MOVE VERSION-NO      TO PCT-VERSION.
           MOVE FUNCTION TRIM(TEXTO-NO) TO PCT-TEXTO.
           MOVE PCT-LOG-LINE    TO LOG-REC.
           WRITE LOG-REC.

           MOVE "RO"            TO PCT-LANG.
           MOVE VERSION-RO      TO PCT-VERSION.
           MOVE FUNCTION TRIM(TEXTO-RO) TO PCT-TEXTO.
           MOVE PCT-LOG-LINE    TO LOG-REC.
           WRITE LOG-REC.

           MOVE "IT"            TO PCT-LANG.
           MOVE VERSION-IT      TO PCT-VERSION.
           MOVE FUNCTION TRIM(TEXTO-IT) TO PCT-TEXTO.
           MOVE PCT-LOG-LINE    TO LOG-REC.
           WRITE LOG-REC.

           MOVE "NL"            TO PCT-LANG.
           MOVE VERSION-NL      TO PCT-VERSION.
           MOVE FUNCTION TRIM(TEXTO-NL) TO PCT-TEXTO.
           MOVE PCT-LOG-LINE    TO LOG-REC.
           WRITE LOG-REC.

       000-PCT-FILL-LINES.
           MOVE TASA-CUR        TO PCT-TASA.

      *    LAS TASAS DE PRUEBA ENTRAN AL LOTE DEL MODO RANGO, UNA
      *    LINEA POR TASA E IDIOMA, PARA QUE NUM2STRCMP LAS CUIDE
      *    CONTRA LA LINEA BASE APROBADA IGUAL QUE A LOS NUMEROS.
       000-PCT-BATCH-LOOP.
           MOVE W-PCT-VALUE(W-PCT-SUB) TO TASA-CUR.
           PERFORM 000-PCT-CONVERT.
           PERFORM 000-PCT-FILL-LINES.

           MOVE "ES"            TO PCT-LANG.
           MOVE VERSION-ES      TO PCT-VERSION.
           MOVE FUNCTION TRIM(TEXTO-ES) TO PCT-TEXTO.
           MOVE PCT-LOG-LINE    TO BATCH-REC.
           WRITE BATCH-REC.

           MOVE "EN"            TO PCT-LANG.
           MOVE VERSION-EN      TO PCT-VERSION.
           MOVE FUNCTION TRIM(TEXTO-EN) TO PCT-TEXTO.
           MOVE PCT-LOG-LINE    TO BATCH-REC.
           WRITE BATCH-REC.

           MOVE "DE"            TO PCT-LANG.
           MOVE VERSION-DE      TO PCT-VERSION.
           MOVE FUNCTION TRIM(TEXTO-DE) TO PCT-TEXTO.
           MOVE PCT-LOG-LINE    TO BATCH-REC.
           WRITE BATCH-REC.

           MOVE "FR"            TO PCT-LANG.
           MOVE VERSION-FR      TO PCT-VERSION.
           MOVE FUNCTION TRIM(TEXTO-FR) TO PCT-TEXTO.
           MOVE PCT-LOG-LINE    TO BATCH-REC.
           WRITE BATCH-REC.

           MOVE "PO"            TO PCT-LANG.
           MOVE VERSION-PO      TO PCT-VERSION.
           MOVE FUNCTION TRIM(TEXTO-PO) TO PCT-TEXTO.
           MOVE PCT-LOG-LINE    TO BATCH-REC.
           WRITE BATCH-REC.

           MOVE "NO"            TO PCT-LANG.
           MOVE VERSION-NO      TO PCT-VERSION.
           MOVE FUNCTION TRIM(TEXTO-NO) TO PCT-TEXTO.
           MOVE PCT-LOG-LINE    TO BATCH-REC.
           WRITE BATCH-REC.

           MOVE "RO"            TO PCT-LANG.
           MOVE VERSION-RO      TO PCT-VERSION.
           MOVE FUNCTION TRIM(TEXTO-RO) TO PCT-TEXTO.
           MOVE PCT-LOG-LINE    TO BATCH-REC.
           WRITE BATCH-REC.

           MOVE "IT"            TO PCT-LANG.
           MOVE VERSION-IT      TO PCT-VERSION.
           MOVE FUNCTION TRIM(TEXTO-IT) TO PCT-TEXTO.
           MOVE PCT-LOG-LINE    TO BATCH-REC.
           WRITE BATCH-REC.

           MOVE "NL"            TO PCT-LANG.
           MOVE VERSION-NL      TO PCT-VERSION.
           MOVE FUNCTION TRIM(TEXTO-NL) TO PCT-TEXTO.
           MOVE PCT-LOG-LINE    TO BATCH-REC.
           WRITE BATCH-REC.

      *    LOS MONTOS FEMENINOS ENTRAN AL LOTE DEL MODO RANGO DESPUES
      *    DE LAS TASAS, UNA LINEA POR MONTO E IDIOMA; LOS IDIOMAS SIN
      *    CONCORDANCIA DEBEN SALIR IGUAL QUE CON CONVERT.
       000-FEM-BATCH-LOOP.
           MOVE W-FEM-VALUE(W-FEM-SUB) TO W-FEM-NUM.
           CALL "CONVERT-GENDER" USING "ES" W-FEM-NUM "F"
                                        TEXTO-ES.
           CALL "CONVERT-GENDER" USING "EN" W-FEM-NUM "F"
                                        TEXTO-EN.
           CALL "CONVERT-GENDER" USING "DE" W-FEM-NUM "F"
                                        TEXTO-DE.
           CALL "CONVERT-GENDER" USING "FR" W-FEM-NUM "F"
                                        TEXTO-FR.
           CALL "CONVERT-GENDER" USING "PO" W-FEM-NUM "F"
                                        TEXTO-PO.
           CALL "CONVERT-GENDER" USING "NO" W-FEM-NUM "F"
                                        TEXTO-NO.
           CALL "CONVERT-GENDER" USING "RO" W-FEM-NUM "F"
                                        TEXTO-RO.
           CALL "CONVERT-GENDER" USING "IT" W-FEM-NUM "F"
                                        TEXTO-IT.
           CALL "CONVERT-GENDER" USING "NL" W-FEM-NUM "F"
                                        TEXTO-NL.

           MOVE W-FEM-NUM       TO FEM-NUMERO.

           MOVE "ES"            TO FEM-LANG.
           MOVE VERSION-ES      TO FEM-VERSION.
           MOVE FUNCTION TRIM(TEXTO-ES) TO FEM-TEXTO.
           MOVE FEM-LOG-LINE    TO BATCH-REC.
           WRITE BATCH-REC.

           MOVE "EN"            TO FEM-LANG.
           MOVE VERSION-EN      TO FEM-VERSION.
           MOVE FUNCTION TRIM(TEXTO-EN) TO FEM-TEXTO.
           MOVE FEM-LOG-LINE    TO BATCH-REC.
           WRITE BATCH-REC.

           MOVE "DE"            TO FEM-LANG.
           MOVE VERSION-DE      TO FEM-VERSION.
           MOVE FUNCTION TRIM(TEXTO-DE) TO FEM-TEXTO.
           MOVE FEM-LOG-LINE    TO BATCH-REC.
           WRITE BATCH-REC.

           MOVE "FR"            TO FEM-LANG.
           MOVE VERSION-FR      TO FEM-VERSION.
           MOVE FUNCTION TRIM(TEXTO-FR) TO FEM-TEXTO.
           MOVE FEM-LOG-LINE    TO BATCH-REC.
           WRITE BATCH-REC.

           MOVE "PO"            TO FEM-LANG.
           MOVE VERSION-PO      TO FEM-VERSION.
           MOVE FUNCTION TRIM(TEXTO-PO) TO FEM-TEXTO.
           MOVE FEM-LOG-LINE    TO BATCH-REC.
           WRITE BATCH-REC.

           MOVE "NO"            TO FEM-LANG.
           MOVE VERSION-NO      TO FEM-VERSION.
           MOVE FUNCTION TRIM(TEXTO-NO) TO FEM-TEXTO.
           MOVE FEM-LOG-LINE    TO BATCH-REC.
           WRITE BATCH-REC.

           MOVE "RO"            TO FEM-LANG.
           MOVE VERSION-RO      TO FEM-VERSION.
           MOVE FUNCTION TRIM(TEXTO-RO) TO FEM-TEXTO.
           MOVE FEM-LOG-LINE    TO BATCH-REC.
           WRITE BATCH-REC.

           MOVE "IT"            TO FEM-LANG.
           MOVE VERSION-IT      TO FEM-VERSION.
           MOVE FUNCTION TRIM(TEXTO-IT) TO FEM-TEXTO.
           MOVE FEM-LOG-LINE    TO BATCH-REC.
           WRITE BATCH-REC.

           MOVE "NL"            TO FEM-LANG.
           MOVE VERSION-NL      TO FEM-VERSION.
           MOVE FUNCTION TRIM(TEXTO-NL) TO FEM-TEXTO.
           MOVE FEM-LOG-LINE    TO BATCH-REC.
           WRITE BATCH-REC.

       END PROGRAM NUM2STRXTRA.
