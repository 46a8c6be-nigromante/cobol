      *    los datos del beneficiario, y se imprime
      *    la carta de notificacion que exige la
      *    norma antes del traslado, con el monto en
      *    letras via CANCELAR-CURR. Al cierre, los
      *    totales prueban que lo anulado es igual a
      *    lo acreditado, al estilo CHECKVRFY.
      *    *****************************************
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS TH-DATE WITH DUPLICATES
               STATUS IS TRAN-HIST-STATUS.

           SELECT JOURNAL-FILE
           05  CR-VOID-DATE        PIC 9(08).
           05  CR-CHANNEL          PIC X(01).
           05  CR-REPRINT-FORM     PIC 9(08).
           05  CR-LANG2            PIC X(02).

      *    UMBRAL EN DIAS Y CUENTA DE BIENES NO RECLAMADOS.
       FD  ESCHEAT-CTL.
       01  IN-RECORD.
           03  ACCTNO      PIC 9(06).
           03  CURRCODE    PIC X(03).
           03  AMOUNT      PIC S9(07)V99.
           03  YTD-AMOUNT  PIC S9(07)V99.
           03  PRODCODE    PIC X(02).
           03  BRANCH      PIC X(02).
               88  ACCT-CLOSED    VALUE "C".

       FD  TRANS-LOG.
       01  TRANS-LOG-REC       PIC X(45).

       FD  TRAN-HIST.
       01  HIST-RECORD.
               05  TH-DATE     PIC 9(08).
               05  TH-TIME     PIC 9(06).
               05  TH-SEQ      PIC 9(03).
           03  TH-OLD-AMOUNT   PIC S9(07)V99.
           03  TH-NEW-AMOUNT   PIC S9(07)V99.
           03  TH-OPERATOR     PIC X(08).
           03  TH-TXNCODE      PIC X(03).
           03  TH-REV-SW       PIC X(01).
       01  TRANS-LOG-LINE.
           05  TL2-ACCTNO      PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TL2-OLD-AMOUNT  PIC S9(07)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TL2-NEW-AMOUNT  PIC S9(07)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TL2-OPERATOR    PIC X(08) VALUE "CHECKESC".
           05  FILLER          PIC X(01) VALUE SPACE.
           88  WS-HIST-DONE        VALUE "Y".
           88  WS-HIST-NOT-DONE    VALUE "N".

      *    ARGUMENTOS DE CANCELAR-CURR PARA LA CARTA.
       01  WS-LANG             PIC X(02).
       01  WS-NUMERO           PIC X(10).
       01  WS-CENTS            PIC 9(02).
           PERFORM 120-VERIFY-UNCLAIMED-ACCT.

      *    CEBA CANCELAR POR SU PUNTO DE ENTRADA SIN NOMBRE PARA
      *    QUE CANCELAR-CURR RESUELVA MAS ADELANTE.
           MOVE ZERO TO WS-NUMERO.
           CALL "CANCELAR" USING WS-NUMERO WS-PRIME-CENTS WS-MONEDA
                                  WS-MODO WS-TEXTO.
                   MOVE "DOLARES" TO WS-MONEDA
               WHEN "EUR"
                   MOVE "EUROS"   TO WS-MONEDA
               WHEN "GBP"
                   MOVE "LIBRAS"  TO WS-MONEDA
               WHEN OTHER
                   MOVE "PESOS"   TO WS-MONEDA
           END-EVALUATE.
           MOVE CR-AMOUNT-WHOLE TO WS-NUMERO.
           MOVE CR-AMOUNT-CENTS TO WS-CENTS.
           MOVE "N" TO WS-MODO.
           CALL "CANCELAR-CURR" USING WS-LANG CR-CURRCODE
                                       WS-NUMERO WS-CENTS WS-MONEDA
                                       WS-MODO WS-TEXTO.
           MOVE FUNCTION TRIM(WS-TEXTO) TO LW-TEXTO.
           MOVE LETTER-WORDS-LINE TO LETTER-REC.
           WRITE LETTER-REC.
               PERFORM 710-LOAD-LOGHASH-CTL
           END-IF.
           CALL "isamhash" USING WS-PREV-HASH
                                  TRANS-LOG-LINE(1:35) TL2-HASH.
           MOVE TL2-HASH TO WS-PREV-HASH.
           PERFORM 720-SAVE-LOGHASH-CTL.

