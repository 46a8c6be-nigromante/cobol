      *    explotaria. Solo se verifican talones en
      *    espanol (CONVERT-BACK es solo "ES"); los
      *    demas se cuentan como no verificables.
      *    La linea del segundo idioma de un cheque
      *    bilingue (marca "2", mismo serial) se
      *    verifica igual si es espanol; en otro
      *    idioma se regenera el texto desde el
      *    registro (CANCELAR-CURR en CR-LANG2) y se
      *    exige que sea identico al del talon.
      *    *****************************************

       ENVIRONMENT DIVISION.
           05  CR-VOID-DATE        PIC 9(08).
           05  CR-CHANNEL          PIC X(01).
           05  CR-REPRINT-FORM     PIC 9(08).
           05  CR-LANG2            PIC X(02).

       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(100).
       01  WS-MATCHED          PIC 9(05) VALUE ZERO.
       01  WS-MISMATCH         PIC 9(05) VALUE ZERO.
       01  WS-UNVERIFIED       PIC 9(05) VALUE ZERO.
       01  WS-LANG2-CHECKED    PIC 9(05) VALUE ZERO.

      *    ARGUMENTOS DE CANCELAR-CURR PARA REGENERAR LA LINEA DEL
      *    SEGUNDO IDIOMA A PARTIR DEL REGISTRO.
       01  WS-NUMERO           PIC X(10).
       01  WS-MONEDA           PIC X(30).
       01  WS-MODO             PIC X(01).
           88  WS-MODO-CHEQUE      VALUE "C".
       01  WS-PRIME-CENTS      PIC 99 VALUE ZERO.

       01  MISMATCH-LINE.
           05  ML-CHECKNO      PIC X(08).
           OPEN INPUT CHECK-REGISTER.
           OPEN OUTPUT REPORT-FILE.

      *    CEBA LIBNUM2STR PARA QUE CONVERT-BACK RESUELVA, Y
      *    CANCELAR PARA QUE CANCELAR-CURR RESUELVA.
           CALL "LIBNUM2STR" USING WS-PRIME-NUM WS-PRIME-TXT.
           MOVE ZERO TO WS-NUMERO.
           MOVE SPACE TO WS-MODO.
           CALL "CANCELAR" USING WS-NUMERO WS-PRIME-CENTS WS-MONEDA
                                  WS-MODO WS-TEXTO.


       200-READ-STUB.


      *    SOLO LINEAS DE CHEQUE (SERIAL NUMERICO Y SIN MARCA DE
      *    REVERSO) Y LAS DE SEGUNDO IDIOMA ("2"); TOTALES,
      *    REVERSOS Y LINEAS DE REMESA SE SALTAN.
       300-VERIFY-ONE.
           IF ST-CHECKNO IS NUMERIC
            AND ST-TRAN-FLAG = SPACE
               PERFORM 310-VERIFY-STUB
           END-IF.

           IF ST-CHECKNO IS NUMERIC
            AND ST-TRAN-FLAG = "2"
               PERFORM 340-VERIFY-LANG2
           END-IF.

           PERFORM 200-READ-STUB.


           END-EVALUATE.


      *    LINEA DEL SEGUNDO IDIOMA: EN ESPANOL PASA POR
      *    CONVERT-BACK COMO CUALQUIER TALON; EN OTRO IDIOMA SE
      *    REGENERA DESDE EL MONTO REGISTRADO Y SE COMPARA TAL CUAL.
       340-VERIFY-LANG2.
           ADD 1 TO WS-LANG2-CHECKED.
           MOVE ST-CHECKNO TO CR-CHECKNO.
           READ CHECK-REGISTER
               INVALID KEY SET WS-NOT-FOUND TO TRUE
               NOT INVALID KEY SET WS-FOUND TO TRUE
           END-READ.

           EVALUATE TRUE
               WHEN WS-NOT-FOUND
                   MOVE "NOT ON REGISTER" TO ML-REASON
                   MOVE ZERO TO WS-BACK
                   MOVE ZERO TO WS-CENTS
                   PERFORM 500-WRITE-MISMATCH
               WHEN CR-LANG2 = SPACES
                   MOVE "NO SECOND LANGUAGE ON REGISTER" TO ML-REASON
                   MOVE ZERO TO WS-BACK
                   MOVE ZERO TO WS-CENTS
                   PERFORM 500-WRITE-MISMATCH
               WHEN CR-LANG2 = "ES"
                   PERFORM 320-RECOMPUTE-AMOUNT
               WHEN OTHER
                   PERFORM 350-REGENERATE-LANG2
           END-EVALUATE.


       350-REGENERATE-LANG2.
           EVALUATE CR-CURRCODE
               WHEN "USD"
                   MOVE "DOLARES" TO WS-MONEDA
               WHEN "EUR"
                   MOVE "EUROS"   TO WS-MONEDA
               WHEN "GBP"
                   MOVE "LIBRAS"  TO WS-MONEDA
               WHEN OTHER
                   MOVE "PESOS"   TO WS-MONEDA
           END-EVALUATE.
           MOVE CR-AMOUNT-WHOLE TO WS-NUMERO.
           SET WS-MODO-CHEQUE TO TRUE.
           CALL "CANCELAR-CURR" USING CR-LANG2 CR-CURRCODE
                                       WS-NUMERO CR-AMOUNT-CENTS
                                       WS-MONEDA WS-MODO WS-TEXTO.

           IF WS-TEXTO(1:80) = ST-TEXTO
               ADD 1 TO WS-MATCHED
           ELSE
               MOVE "2ND LANGUAGE DISAGREES" TO ML-REASON
               MOVE ZERO TO WS-BACK
               MOVE ZERO TO WS-CENTS
               PERFORM 500-WRITE-MISMATCH
           END-IF.


       500-WRITE-MISMATCH.
           MOVE ST-CHECKNO TO ML-CHECKNO.
           MOVE WS-BACK    TO ML-WORDS-AMT.
           MOVE COUNT-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE "2ND LANGUAGE LINES  : " TO CL-LABEL.
           MOVE WS-LANG2-CHECKED TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           DISPLAY "STUBS CHECKED : " WS-CHECKED
               "  MISMATCHES : " WS-MISMATCH.

