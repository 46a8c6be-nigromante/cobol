      *    la cara se regenera desde los campos
      *    fuente guardados en el registro
      *    (CR-NOMBRE, CR-APELLIDO, CR-DIRECCION,
      *    monto, idioma y segundo idioma del cheque
      *    bilingue), el registro queda marcado
      *    con la forma de reemplazo, y los
      *    originales destruidos quedan en la
      *    bitacora CHECKRPRT-LOG. NO hay segundo
      *    debito ni segunda entrada de registro.
      *    Cada cara reimpresa si se cobra a la cuenta
      *    financiadora segun la tarifa de servicios
      *    (servicio RPRT, ver isamsvcf): txncode SVC
      *    y una linea en SVCJRNL con el serial.
      *    *****************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS RPRT-LOG-STATUS.

           SELECT ISAMFILE
               ASSIGN "./DATA/INOUTFILE"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCTNO
               STATUS IS ISAMFILE-STATUS.

           SELECT TRANS-LOG
               ASSIGN "./DATA/TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS TRANS-LOG-STATUS.

           SELECT OPTIONAL TRAN-HIST
               ASSIGN "./DATA/TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS TH-DATE WITH DUPLICATES
               STATUS IS TRAN-HIST-STATUS.

           SELECT OPTIONAL LOGHASH-CTL
               ASSIGN "./DATA/TRANLOG-HASH"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS LOGHASH-CTL-STATUS.

           SELECT OPTIONAL SVC-JOURNAL
               ASSIGN "./DATA/SVCJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS SVC-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER.
           05  CR-VOID-DATE        PIC 9(08).
           05  CR-CHANNEL          PIC X(01).
           05  CR-REPRINT-FORM     PIC 9(08).
           05  CR-LANG2            PIC X(02).

       FD  FACE-FILE.
       01  FACE-REC            PIC X(100).
           05  RG-AMOUNT-WHOLE     PIC 9(10).
           05  RG-AMOUNT-CENTS     PIC 9(02).

       FD  ISAMFILE.
       01  IN-RECORD.
           03  ACCTNO      PIC 9(06).
           03  CURRCODE    PIC X(03).
           03  AMOUNT      PIC S9(07)V99.
           03  YTD-AMOUNT  PIC S9(07)V99.
           03  PRODCODE    PIC X(02).
           03  BRANCH      PIC X(02).
           03  STATUS-CODE PIC X(01).
               88  ACCT-OPEN      VALUE "O", " ".
               88  ACCT-FROZEN    VALUE "F".
               88  ACCT-CLOSED    VALUE "C".
               88  ACCT-DECEASED  VALUE "X".

       FD  TRANS-LOG.
       01  TRANS-LOG-REC       PIC X(45).

       FD  TRAN-HIST.
       01  HIST-RECORD.
           03  HIST-KEY.
               05  TH-ACCTNO   PIC 9(06).
               05  TH-DATE     PIC 9(08).
               05  TH-TIME     PIC 9(06).
               05  TH-SEQ      PIC 9(03).
           03  TH-OLD-AMOUNT   PIC S9(07)V99.
           03  TH-NEW-AMOUNT   PIC S9(07)V99.
           03  TH-OPERATOR     PIC X(08).
           03  TH-TXNCODE      PIC X(03).
           03  TH-REV-SW       PIC X(01).
           03  TH-REV-REF.
               05  TH-REV-ACCTNO PIC 9(06).
               05  TH-REV-DATE  PIC 9(08).
               05  TH-REV-TIME  PIC 9(06).
               05  TH-REV-SEQ   PIC 9(03).
           03  TH-FX-RATE      PIC 9(06)V9(06).
           03  TH-VALUE-DATE   PIC 9(08).

       FD  LOGHASH-CTL.
       01  LOGHASH-CTL-REC     PIC 9(09).

      *    UNA LINEA POR SERVICIO COBRADO: LA LLAVE TRANHIST DEL
      *    DEBITO SVC, EL SERVICIO Y EL SERIAL AL QUE CORRESPONDE.
       FD  SVC-JOURNAL.
       01  SVC-JOURNAL-LINE.
           05  SJ-ACCTNO           PIC 9(06).
           05  FILLER              PIC X(01).
           05  SJ-DATE             PIC 9(08).
           05  FILLER              PIC X(01).
           05  SJ-TIME             PIC 9(06).
           05  FILLER              PIC X(01).
           05  SJ-SEQ              PIC 9(03).
           05  FILLER              PIC X(01).
           05  SJ-SERVICE          PIC X(04).
           05  FILLER              PIC X(01).
           05  SJ-REFERENCE        PIC X(20).
           05  FILLER              PIC X(01).
           05  SJ-CURRCODE         PIC X(03).
           05  FILLER              PIC X(01).
           05  SJ-FEE              PIC 9(05)V99.
           05  FILLER              PIC X(01).
           05  SJ-OPERATOR         PIC X(08).

       WORKING-STORAGE SECTION.
       01  REGISTER-STATUS     PIC XX.
       01  FACE-FILE-STATUS    PIC XX.
       01  RPRT-LOG-STATUS     PIC XX.
       01  ISAMFILE-STATUS     PIC XX.
       01  TRANS-LOG-STATUS    PIC XX.
       01  TRAN-HIST-STATUS    PIC XX.
       01  SVC-JOURNAL-STATUS  PIC XX.

       01  WS-EOF-SW           PIC X(01) VALUE "N".
           88  WS-EOF          VALUE "Y".
       01  WS-SKIPPED          PIC 9(05) VALUE ZERO.
       01  WS-CHECK-AMOUNT     PIC 9(12)V99.
       01  WS-STUB-PAYEE       PIC X(80).
       01  WS-CTL-ACTION       PIC X(01).
       01  WS-CTL-RESULT       PIC X(01).

      *    TARIFA DE LA REIMPRESION (VER ISAMSVCF).
       01  WS-SVC-CODE         PIC X(04) VALUE "RPRT".
       01  WS-SVC-FEE          PIC 9(05)V99.
       01  WS-SVC-CHECK-REF.
           05  FILLER          PIC X(07) VALUE "CHEQUE ".
           05  SR-CHECKNO      PIC 9(08).
       01  WS-CHARGED          PIC 9(05) VALUE ZERO.

       01  TRANS-LOG-LINE.
           05  TL2-ACCTNO      PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TL2-OLD-AMOUNT  PIC S9(07)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TL2-NEW-AMOUNT  PIC S9(07)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TL2-OPERATOR    PIC X(08) VALUE "CHECKRPR".
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TL2-HASH        PIC 9(09).

      *    CADENA ANTIMANIPULACION SOBRE TRANLOG (VER ISAMHASH E
      *    ISAMHVFY).
       01  LOGHASH-CTL-STATUS  PIC XX.
       01  WS-PREV-HASH        PIC 9(09).
       01  WS-LOGHASH-SW       PIC X(01) VALUE "N".
           88  WS-LOGHASH-LOADED   VALUE "Y".

       01  WS-HIST-SEQ         PIC 9(03) VALUE ZERO.
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-HIST-DONE-SW     PIC X(01) VALUE "N".
           88  WS-HIST-DONE        VALUE "Y".
           88  WS-HIST-NOT-DONE    VALUE "N".

      *    INTERBLOQUEO LOTE/LINEA (VER ISAMLOCK E ISAMLCKM).
       01  WS-LOCK-ACTION      PIC X(01).
       01  WS-LOCK-RESULT      PIC X(01).

      *    ARGUMENTOS DE CANCELAR-CURR PARA RECONSTRUIR EL MONTO
      *    EN LETRAS DE LA CARA (MODO CHEQUE).
       01  WS-LANG             PIC X(02).
       01  WS-NUMERO           PIC X(10).
       PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 090-REGISTER-SESSION.
           PERFORM 100-OPEN-FILES.

           PERFORM 300-REPRINT-ONE
           DISPLAY "SKIPPED         : " WS-SKIPPED.

           PERFORM 900-CLOSE-FILES.

      *    LOS COBROS MOVIERON SALDOS: EL REGISTRO DE CONTROL
      *    PERSISTENTE SE REFRESCA (VER ISAMCTL).
           IF WS-CHARGED > ZERO
               MOVE "U" TO WS-CTL-ACTION
               CALL "isamctl" USING WS-CTL-ACTION WS-CTL-RESULT
           END-IF.

           STOP RUN.


      *    LOS COBROS REESCRIBEN SALDOS: LA SESION SE REGISTRA EN
      *    EL INTERBLOQUEO IGUAL QUE CHECKREL.
       090-REGISTER-SESSION.
           MOVE "I" TO WS-LOCK-ACTION.
           CALL "isamlock" USING WS-LOCK-ACTION WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = "N"
               DISPLAY "BATCH HOLDS THE FILE - SIGN ON LATER"
               STOP RUN
           END-IF.


       100-OPEN-FILES.
           CALL "isamdate" USING WS-RUN-DATE.

           IF WS-TO-CHECKNO < WS-FROM-CHECKNO
            OR WS-NEXT-FORM = ZERO
               DISPLAY "BAD RANGE OR FORM NUMBER - RUN REFUSED"
               PERFORM 950-RELEASE-SESSION
               STOP RUN
           END-IF.

           OPEN I-O CHECK-REGISTER.
           OPEN EXTEND FACE-FILE.
           OPEN EXTEND RPRT-LOG.
           OPEN I-O ISAMFILE.
           OPEN EXTEND TRANS-LOG.
           OPEN I-O TRAN-HIST.
           OPEN EXTEND SVC-JOURNAL.

      *    CEBA CANCELAR POR SU PUNTO DE ENTRADA SIN NOMBRE PARA
      *    QUE CANCELAR-CURR RESUELVA MAS ADELANTE.
           MOVE ZERO TO WS-NUMERO.
           MOVE SPACE TO WS-MODO.
           CALL "CANCELAR" USING WS-NUMERO WS-PRIME-CENTS WS-MONEDA
           REWRITE REG-RECORD.

           PERFORM 420-LOG-DESTROYED.
           PERFORM 500-CHARGE-REPRINT.

           ADD 1 TO WS-REPRINTED.
           ADD 1 TO WS-NEXT-FORM.
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


       420-LOG-DESTROYED.
           MOVE WS-RUN-DATE      TO RG-DATE.
           WRITE RPRT-LOG-LINE.


      *    LA REIMPRESION SE COBRA A LA CUENTA FINANCIADORA POR
      *    LA VIA NORMAL DE MOVIMIENTOS; CONGELADA, CERRADA O DE
      *    TITULAR FALLECIDO NO SE COBRA.
       500-CHARGE-REPRINT.
           MOVE CR-FUNDING-ACCTNO TO ACCTNO.
           READ ISAMFILE
               INVALID KEY
                   MOVE ZERO TO WS-SVC-FEE
               NOT INVALID KEY
                   CALL "isamsvcf" USING WS-SVC-CODE PRODCODE
                                          WS-SVC-FEE
           END-READ.

           IF WS-SVC-FEE > ZERO
            AND NOT ACCT-FROZEN AND NOT ACCT-CLOSED
            AND NOT ACCT-DECEASED
               PERFORM 520-APPLY-DEBIT
           END-IF.


       520-APPLY-DEBIT.
           MOVE ACCTNO TO TL2-ACCTNO.
           MOVE AMOUNT TO TL2-OLD-AMOUNT.

           SUBTRACT WS-SVC-FEE FROM AMOUNT.

           MOVE AMOUNT TO TL2-NEW-AMOUNT.

           ADD TL2-NEW-AMOUNT TO YTD-AMOUNT.
           SUBTRACT TL2-OLD-AMOUNT FROM YTD-AMOUNT.

           REWRITE IN-RECORD.

           PERFORM 700-CHAIN-LOG-HASH.
           MOVE TRANS-LOG-LINE TO TRANS-LOG-REC.
           WRITE TRANS-LOG-REC.
           PERFORM 530-WRITE-TRAN-HIST.
           PERFORM 560-WRITE-SVC-JOURNAL.
           ADD 1 TO WS-CHARGED.


       530-WRITE-TRAN-HIST.
           MOVE TL2-ACCTNO     TO TH-ACCTNO.
           CALL "isamdate" USING TH-DATE.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO TH-TIME.
           ADD 1 TO WS-HIST-SEQ.
           MOVE WS-HIST-SEQ    TO TH-SEQ.
           MOVE TL2-OLD-AMOUNT TO TH-OLD-AMOUNT.
           MOVE TL2-NEW-AMOUNT TO TH-NEW-AMOUNT.
           MOVE "CHECKRPR"     TO TH-OPERATOR.
           MOVE "SVC"          TO TH-TXNCODE.
           MOVE SPACE TO TH-REV-SW.
           MOVE ZEROS TO TH-REV-REF.
           MOVE ZERO TO TH-FX-RATE.
           MOVE TH-DATE TO TH-VALUE-DATE.
           PERFORM 540-WRITE-HIST-RECORD.


       540-WRITE-HIST-RECORD.
           SET WS-HIST-NOT-DONE TO TRUE.
           PERFORM 550-ATTEMPT-WRITE-HIST UNTIL WS-HIST-DONE.


       550-ATTEMPT-WRITE-HIST.
           WRITE HIST-RECORD
               INVALID KEY
                   ADD 1 TO WS-HIST-SEQ
                   MOVE WS-HIST-SEQ TO TH-SEQ
               NOT INVALID KEY
                   SET WS-HIST-DONE TO TRUE
           END-WRITE.

      *    UNA FALLA QUE NO SEA LLAVE DUPLICADA (P.EJ. EL ARCHIVO DE
      *    HISTORIA NO ABRIO) NO DEBE DEJAR EL LAZO GIRANDO.
           IF TRAN-HIST-STATUS(1:1) NOT = "0"
            AND TRAN-HIST-STATUS(1:1) NOT = "2"
               SET WS-HIST-DONE TO TRUE
           END-IF.


       560-WRITE-SVC-JOURNAL.
           MOVE CR-CHECKNO       TO SR-CHECKNO.
           MOVE SPACES           TO SVC-JOURNAL-LINE.
           MOVE TH-ACCTNO        TO SJ-ACCTNO.
           MOVE TH-DATE          TO SJ-DATE.
           MOVE TH-TIME          TO SJ-TIME.
           MOVE TH-SEQ           TO SJ-SEQ.
           MOVE WS-SVC-CODE      TO SJ-SERVICE.
           MOVE WS-SVC-CHECK-REF TO SJ-REFERENCE.
           MOVE CURRCODE         TO SJ-CURRCODE.
           MOVE WS-SVC-FEE       TO SJ-FEE.
           MOVE "CHECKRPR"       TO SJ-OPERATOR.
           WRITE SVC-JOURNAL-LINE.


       700-CHAIN-LOG-HASH.
           IF NOT WS-LOGHASH-LOADED
               PERFORM 710-LOAD-LOGHASH-CTL
           END-IF.
           CALL "isamhash" USING WS-PREV-HASH
                                  TRANS-LOG-LINE(1:35) TL2-HASH.
           MOVE TL2-HASH TO WS-PREV-HASH.
           PERFORM 720-SAVE-LOGHASH-CTL.


       710-LOAD-LOGHASH-CTL.
           MOVE ZERO TO WS-PREV-HASH.
           OPEN INPUT LOGHASH-CTL.
           IF LOGHASH-CTL-STATUS = "00"
               READ LOGHASH-CTL
                   AT END MOVE ZERO TO LOGHASH-CTL-REC
               END-READ
               MOVE LOGHASH-CTL-REC TO WS-PREV-HASH
           END-IF.
           CLOSE LOGHASH-CTL.
           SET WS-LOGHASH-LOADED TO TRUE.


       720-SAVE-LOGHASH-CTL.
           MOVE WS-PREV-HASH TO LOGHASH-CTL-REC.
           OPEN OUTPUT LOGHASH-CTL.
           WRITE LOGHASH-CTL-REC.
           CLOSE LOGHASH-CTL.


       900-CLOSE-FILES.
           CLOSE CHECK-REGISTER.
           CLOSE FACE-FILE.
           CLOSE RPRT-LOG.
           CLOSE ISAMFILE.
           CLOSE TRANS-LOG.
           CLOSE TRAN-HIST.
           CLOSE SVC-JOURNAL.
           PERFORM 950-RELEASE-SESSION.


       950-RELEASE-SESSION.
           MOVE "O" TO WS-LOCK-ACTION.
           CALL "isamlock" USING WS-LOCK-ACTION WS-LOCK-RESULT.

       END PROGRAM CHECKRPRT.
