      *    se reacredita por la via normal de
      *    movimientos; (S) saltar. Asi ningun cheque
      *    grande llega al papel con una sola firma.
      *    Un cheque bilingue (CR-LANG2) sale con el
      *    monto en letras en sus dos idiomas.
      *    Cada liberacion queda tambien en RELEASE-LOG con
      *    el supervisor que libero; quien digito las
      *    facturas que paga el cheque lo pone isamrcrt
      *    desde APINVOICE para el listado de segregacion
      *    de funciones.
      *    *****************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS TH-DATE WITH DUPLICATES
               STATUS IS TRAN-HIST-STATUS.

           SELECT REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS LOGHASH-CTL-STATUS.

           SELECT OPTIONAL RELEASE-LOG
               ASSIGN "./DATA/RELEASE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS RELEASE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER.
           05  CR-VOID-DATE        PIC 9(08).
           05  CR-CHANNEL          PIC X(01).
           05  CR-REPRINT-FORM     PIC 9(08).
           05  CR-LANG2            PIC X(02).

       FD  OPERMAST.
       01  OPER-RECORD.
           05  OP-HIST1        PIC X(08).
           05  OP-HIST2        PIC X(08).
           05  OP-HIST3        PIC X(08).
           05  OP-DELEGATION.
               10  OP-DLG-LEVEL    PIC X(01).
               10  OP-DLG-START    PIC 9(08).
               10  OP-DLG-END      PIC 9(08).
               10  OP-DLG-AUTH     PIC X(08).

       FD  FACE-FILE.
       01  FACE-REC            PIC X(100).
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
       FD  LOGHASH-CTL.
       01  LOGHASH-CTL-REC     PIC 9(09).

      *    UNA LINEA POR PARTIDA LIBERADA BAJO DOBLE CONTROL,
      *    COMPARTIDO CON ISAMAPPR E ISAMDISP.
       FD  RELEASE-LOG.
       01  RELEASE-LOG-LINE.
           05  RG-DATE         PIC 9(08).
           05  FILLER          PIC X(01).
           05  RG-TIME         PIC 9(06).
           05  FILLER          PIC X(01).
           05  RG-SOURCE       PIC X(04).
           05  FILLER          PIC X(01).
           05  RG-REFERENCE    PIC X(12).
           05  FILLER          PIC X(01).
           05  RG-KEYED-BY     PIC X(08).
           05  FILLER          PIC X(01).
           05  RG-RELEASED-BY  PIC X(08).
           05  FILLER          PIC X(01).
           05  RG-AMOUNT       PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01  REGISTER-STATUS     PIC XX.
       01  OPER-STATUS         PIC XX.
       01  TRANS-LOG-STATUS    PIC XX.
       01  TRAN-HIST-STATUS    PIC XX.
       01  REPORT-FILE-STATUS  PIC XX.
       01  RELEASE-LOG-STATUS  PIC XX.

       01  WS-EOF-SW           PIC X(01) VALUE "N".
           88  WS-EOF          VALUE "Y".
       01  TRANS-LOG-LINE.
           05  TL2-ACCTNO      PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TL2-OLD-AMOUNT  PIC S9(07)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TL2-NEW-AMOUNT  PIC S9(07)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TL2-OPERATOR    PIC X(08) VALUE "CHECKREL".
           05  FILLER          PIC X(01) VALUE SPACE.
           88  WS-HIST-DONE        VALUE "Y".
           88  WS-HIST-NOT-DONE    VALUE "N".

      *    ARGUMENTOS DE CANCELAR-CURR PARA RECONSTRUIR EL MONTO
      *    EN LETRAS DE LA CARA A PARTIR DEL REGISTRO.
       01  WS-LANG             PIC X(02).
       01  WS-NUMERO           PIC X(10).
           CALL "isamdate" USING WS-RUN-DATE.

      *    CEBA CANCELAR POR SU PUNTO DE ENTRADA SIN NOMBRE PARA
      *    QUE CANCELAR-CURR RESUELVA MAS ADELANTE.
           MOVE ZERO TO WS-NUMERO.
           MOVE SPACE TO WS-MODO.
           CALL "CANCELAR" USING WS-NUMERO WS-PRIME-CENTS WS-MONEDA
                                           OP-PWD-HASH-SW
                                           WS-PASSWORD
                                           WS-PW-RESULT
               CALL "isamdlgt" USING OP-LEVEL OP-DELEGATION
           END-IF.

           IF WS-NOT-FOUND

           MOVE "RELEASED" TO RL-ACTION.
           PERFORM 600-WRITE-RESULT.
           PERFORM 610-WRITE-RELEASE-LOG.
           DISPLAY "CHECK RELEASED".


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
           SET WS-MODO-CHEQUE TO TRUE.
           CALL "CANCELAR-CURR" USING WS-LANG CR-CURRCODE WS-NUMERO
                                       WS-CENTS WS-MONEDA WS-MODO
                                       WS-TEXTO.
           PERFORM 411-PRINT-WORDS.

      *    CHEQUE BILINGUE: EL SEGUNDO IDIOMA VA DEBAJO, AL MISMO
      *    ANCHO DE LA CARA.
           IF CR-LANG2 NOT = SPACES AND CR-LANG2 NOT = WS-LANG
               CALL "CANCELAR-CURR" USING CR-LANG2 CR-CURRCODE
                                           WS-NUMERO WS-CENTS WS-MONEDA
                                           WS-MODO WS-TEXTO
               PERFORM 411-PRINT-WORDS
           END-IF.

           MOVE FACE-BLANK TO FACE-REC.
           WRITE FACE-REC.

           MOVE FACE-LINE-SIGN TO FACE-REC.
           WRITE FACE-REC.
           MOVE FACE-LINE-SIGN-LBL TO FACE-REC.
           WRITE FACE-REC.

           MOVE FACE-LINE-TWOSIG TO FACE-REC.
           WRITE FACE-REC.

           MOVE FACE-SEPARATOR TO FACE-REC.
           WRITE FACE-REC.


      *    EL MONTO EN LETRAS PARTIDO POR PALABRA EN HASTA TRES
      *    LINEAS DE LA CARA.
       411-PRINT-WORDS.
           CALL "WRAP-TEXT" USING WS-TEXTO WS-WRAP-LEN
                                   WS-WRAP-L1 WS-WRAP-L2 WS-WRAP-L3.
           MOVE WS-WRAP-L1 TO FA-WORDS.
               WRITE FACE-REC
           END-IF.


      *    RECHAZO: EL REGISTRO PASA A ANULADO Y EL DEBITO QUE
      *    CHECKRUN HIZO AL RETENER SE DEVUELVE COMO MOVIMIENTO
           WRITE REPORT-REC.


      *    EL CHEQUE NO SABE QUIEN LO DIGITO: LA LLAVE ES EL
      *    SERIAL, QUE APINVOICE GUARDA EN CADA FACTURA PAGADA.
       610-WRITE-RELEASE-LOG.
           MOVE SPACES TO RELEASE-LOG-LINE.
           MOVE WS-RUN-DATE TO RG-DATE.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO RG-TIME.
           MOVE "CHKR" TO RG-SOURCE.
           MOVE CR-CHECKNO TO RG-REFERENCE.
           MOVE WS-OPERATOR-ID TO RG-RELEASED-BY.
           MOVE WS-CHECK-AMOUNT TO RG-AMOUNT.
           OPEN EXTEND RELEASE-LOG.
           WRITE RELEASE-LOG-LINE.
           CLOSE RELEASE-LOG.



       700-CHAIN-LOG-HASH.
           IF NOT WS-LOGHASH-LOADED
               PERFORM 710-LOAD-LOGHASH-CTL
           END-IF.
           CALL "isamhash" USING WS-PREV-HASH
                                  TRANS-LOG-LINE(1:35) TL2-HASH.
           MOVE TL2-HASH TO WS-PREV-HASH.
           PERFORM 720-SAVE-LOGHASH-CTL.

