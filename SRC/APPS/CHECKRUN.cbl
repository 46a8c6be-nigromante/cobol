      *    printed as a check). A trailing control-total
      *    line spells out the net batch amount via
      *    CONVERT-AMOUNT.
      *    Each paper check issued, and each stop-payment
      *    order that stops a check, is charged to the
      *    funding account off the service tariff (see
      *    isamsvcf) as txncode SVC, journalled in SVCJRNL.
      *    A payee (PAYEEMAST) or customer (CUSTMAST) with a
      *    second language gets the amount in words twice on
      *    the check face, the second language underneath,
      *    and a second stub line (flag "2") for CHECKVRFY.
      *    Every payee is screened against the sanctions list
      *    (isamsanc) before the check is issued; a payee with
      *    a hit still open or confirmed in the review queue is
      *    rejected as "SANCTIONS HIT UNRESOLVED".
      *    Every check and electronic payment issued is also
      *    entered on the clearing ledger CLRLEDGER, our side
      *    of the correspondent-bank reconciliation (see
      *    isamrecn): the check number is the reference, and
      *    electronic payments carry the run's settlement batch
      *    reference besides.
      *    A check whose remittance details name invoices on the
      *    AP invoice register (APINVOICE, see APINVMNT and
      *    APSELECT) is refused as "INVOICE ALREADY PAID" when
      *    any of them is paid already; once issued, each of its
      *    invoices is marked paid with the check serial, and a
      *    rejected check hands its selected invoices back to
      *    approved for the next selection run.
      *    Before printing, the run counts the serials the batch
      *    will take and warns on the console when the blank
      *    check stock loaded in the printer (CHECKSTOCK, see
      *    CHECKSTK) runs out before the batch does.
      *    *****************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS TH-DATE WITH DUPLICATES
               STATUS IS TRAN-HIST-STATUS.

           SELECT OPTIONAL LIMITS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS LOGHASH-CTL-STATUS.

           SELECT OPTIONAL SVC-JOURNAL
               ASSIGN "./DATA/SVCJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS SVC-JOURNAL-STATUS.

           SELECT OPTIONAL CLR-LEDGER
               ASSIGN "./DATA/CLRLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS CLR-LEDGER-STATUS.

           SELECT OPTIONAL APINVOICE
               ASSIGN "./DATA/APINVOICE"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AP-KEY
               STATUS IS APINVOICE-STATUS.

           SELECT OPTIONAL CHECK-STOCK
               ASSIGN "./DATA/CHECKSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CS-FROM
               STATUS IS STOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AMOUNT-FILE.
           05  CM-LANGPREF         PIC X(02).
           05  CM-RELNO            PIC 9(06).
           05  CM-BADADDR          PIC X(01).
           05  CM-DELIVERY         PIC X(01).
           05  CM-EMAIL            PIC X(60).
           05  CM-LANG2            PIC X(02).
           05  CM-NATL-ID          PIC X(15).
           05  CM-TAX-ID           PIC X(15).
           05  CM-BIRTH-DATE       PIC 9(08).
           05  CM-RISK             PIC X(01).
               88  CM-RISK-HIGH        VALUE "H".
               88  CM-RISK-MEDIUM      VALUE "M".
               88  CM-RISK-LOW         VALUE "L".
           05  CM-KYC-DATE         PIC 9(08).

       FD  STUB-FILE.
       01  STUB-REC            PIC X(176).
           05  CR-VOID-DATE        PIC 9(08).
           05  CR-CHANNEL          PIC X(01).
           05  CR-REPRINT-FORM     PIC 9(08).
      *    SEGUNDO IDIOMA DEL MONTO EN LETRAS (CHEQUE BILINGUE);
      *    EN BLANCO EL CHEQUE LLEVA UN SOLO IDIOMA.
           05  CR-LANG2            PIC X(02).

      *    ORDENES DE NO PAGO: BENEFICIARIO, MONTO Y REFERENCIA.
       FD  STOP-FILE.
       01  IN-RECORD.
           03  ACCTNO      PIC 9(06).
           03  CURRCODE    PIC X(03).
           03  AMOUNT      PIC S9(07)V99.
           03  YTD-AMOUNT  PIC S9(07)V99.
           03  PRODCODE    PIC X(02).
           03  BRANCH      PIC X(02).
               88  ACCT-FROZEN    VALUE "F".
               88  ACCT-CLOSED    VALUE "C".
               88  ACCT-DORMANT   VALUE "D".
               88  ACCT-DECEASED  VALUE "X".

       FD  REJECT-FILE.
       01  REJECT-REC          PIC X(80).

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
           05  PM-DIRECCION        PIC X(30).
           05  PM-CURRCODE         PIC X(03).
           05  PM-LANG             PIC X(02).
           05  PM-LANG2            PIC X(02).

      *    REGISTRO DE FACTURAS DE PROVEEDORES (VER APINVMNT): LA
      *    CLAVE ES EL ID DE BENEFICIARIO MAS EL NUMERO DE FACTURA
      *    DEL DETALLE DE REMESA.
       FD  APINVOICE.
       01  AP-RECORD.
           05  AP-KEY.
               10  AP-PAYEE-ID     PIC 9(06).
               10  AP-INVOICE-NO   PIC X(10).
           05  AP-AMOUNT           PIC 9(10)V99.
           05  AP-INVOICE-DATE     PIC 9(08).
           05  AP-DUE-DATE         PIC 9(08).
           05  AP-DISC-PCT         PIC 9(02)V99.
           05  AP-DISC-DAYS        PIC 9(03).
           05  AP-FUNDING-ACCTNO   PIC 9(06).
           05  AP-STATUS           PIC X(01).
               88  AP-ENTERED          VALUE "E".
               88  AP-APPROVED         VALUE "A".
               88  AP-SELECTED         VALUE "S".
               88  AP-PAID             VALUE "P".
               88  AP-CANCELLED        VALUE "X".
           05  AP-ENTERED-BY       PIC X(08).
           05  AP-APPROVED-BY      PIC X(08).
           05  AP-APPROVED-DATE    PIC 9(08).
           05  AP-SELECTED-DATE    PIC 9(08).
           05  AP-DISC-TAKEN       PIC 9(10)V99.
           05  AP-PAID-AMOUNT      PIC 9(10)V99.
           05  AP-CHECKNO          PIC 9(08).
           05  AP-PAID-DATE        PIC 9(08).

      *    INVENTARIO DE FORMAS EN BLANCO POR RANGO DE SERIALES
      *    (VER CHECKSTK).
       FD  CHECK-STOCK.
       01  STOCK-RECORD.
           05  CS-FROM             PIC 9(08).
           05  CS-TO               PIC 9(08).
           05  CS-STATUS           PIC X(01).
               88  CS-IN-VAULT         VALUE "V".
               88  CS-LOADED           VALUE "L".
               88  CS-SPOILED          VALUE "S".
           05  CS-RECEIVED-DATE    PIC 9(08).
           05  CS-LAST-DATE        PIC 9(08).
           05  CS-CUSTODIAN        PIC X(08).
           05  CS-REFERENCE        PIC X(20).

      *    HISTORIA RODANTE DE PAGOS EMITIDOS (FECHA, SERIAL,
      *    MONTO, BENEFICIARIO): LA DEFENSA CONTRA EL MISMO LOTE
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

      *    LIBRO DE LA CUENTA DE COMPENSACION EN EL BANCO
      *    CORRESPONSAL (NUESTRO LADO DE LA CONCILIACION DE
      *    ISAMRECN).  D = SALE DE LA CUENTA, C = ENTRA.
       FD  CLR-LEDGER.
       01  CLR-LEDGER-LINE.
           05  CL-DATE             PIC 9(08).
           05  FILLER              PIC X(01).
           05  CL-SOURCE           PIC X(04).
           05  FILLER              PIC X(01).
           05  CL-DC               PIC X(01).
           05  FILLER              PIC X(01).
           05  CL-REFERENCE        PIC X(20).
           05  FILLER              PIC X(01).
           05  CL-BATCH-REF        PIC X(12).
           05  FILLER              PIC X(01).
           05  CL-AMOUNT           PIC 9(10)V99.
           05  FILLER              PIC X(01).
           05  CL-CURRCODE         PIC X(03).
           05  FILLER              PIC X(01).
           05  CL-ACCTNO           PIC 9(06).

       WORKING-STORAGE SECTION.
       01  AMOUNT-FILE-STATUS  PIC XX.
           88  AMOUNT-FILE-OK  VALUE "00".
       01  PAYEE-STATUS        PIC XX.
       01  WS-CK-PAYEE-ID      PIC X(06).

      *    ARGUMENTOS DE ISAMSANC (FILTRO DE LISTAS DE SANCIONES).
       01  WS-SC-PARTY-TYPE    PIC X(01).
       01  WS-SC-PARTY-ID      PIC 9(06).
       01  WS-SC-NAME          PIC X(60).
       01  WS-SC-RESULT        PIC X(01).
           88  WS-SC-HIT           VALUE "H".
       01  WS-SC-NEW-HITS      PIC 9(03).
       01  WS-SC-LINEA         PIC X(80).

       01  PAYHIST-STATUS      PIC XX.
       01  DUPDAYS-STATUS      PIC XX.
       01  OVERRIDE-STATUS     PIC XX.
       01  TRANS-LOG-LINE.
           05  TL2-ACCTNO      PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TL2-OLD-AMOUNT  PIC S9(07)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TL2-NEW-AMOUNT  PIC S9(07)V99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  TL2-OPERATOR    PIC X(08) VALUE "CHECKRUN".
           05  FILLER          PIC X(01) VALUE SPACE.
           88  WS-LOGHASH-LOADED   VALUE "Y".

       01  WS-HIST-SEQ         PIC 9(03) VALUE ZERO.
       01  WS-HIST-TXNCODE     PIC X(03) VALUE "CHK".
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-HIST-DONE-SW     PIC X(01) VALUE "N".
           88  WS-HIST-DONE        VALUE "Y".
           88  WS-HIST-NOT-DONE    VALUE "N".

      *    TARIFA DE SERVICIOS (VER ISAMSVCF): CADA CHEQUE IMPRESO
      *    (CKIS) Y CADA ORDEN DE NO PAGO QUE DETIENE UN CHEQUE
      *    (STOP) SE COBRAN A LA CUENTA FINANCIADORA COMO TXNCODE
      *    SVC, CON EL SERIAL O LA REFERENCIA DE LA ORDEN EN SVCJRNL.
       01  SVC-JOURNAL-STATUS  PIC XX.
       01  CLR-LEDGER-STATUS   PIC XX.
       01  APINVOICE-STATUS    PIC XX.
       01  STOCK-STATUS        PIC XX.

      *    SERIALES QUE EL LOTE VA A TOMAR CONTRA LO CARGADO EN LA
      *    IMPRESORA A PARTIR DEL PROXIMO SERIAL.
       01  WS-SERIALS-NEEDED   PIC 9(07) VALUE ZERO.
       01  WS-STOCK-LAST       PIC 9(08).
       01  WS-STOCK-LEFT       PIC 9(08).
       01  WS-STOCK-EOF-SW     PIC X(01) VALUE "N".
           88  WS-STOCK-EOF        VALUE "Y".
           88  WS-STOCK-NOT-EOF    VALUE "N".
       01  WS-SVC-CODE         PIC X(04).
       01  WS-SVC-FEE          PIC 9(05)V99.
       01  WS-SVC-REFERENCE    PIC X(20).
       01  WS-SVC-CHECK-REF.
           05  FILLER          PIC X(07) VALUE "CHEQUE ".
           05  SR-CHECKNO      PIC 9(08).
       01  WS-SVC-COUNT        PIC 9(05) VALUE ZERO.

       01  REJECT-LINE.
           05  RJ-FUNDING      PIC 9(06).
           05  FILLER          PIC X(02) VALUE SPACES.
       01  WS-MODO             PIC X(01).
           88  WS-MODO-CHEQUE      VALUE "C".
       01  WS-TEXTO            PIC X(2000).
      *    SEGUNDO IDIOMA DEL CHEQUE BILINGUE (VER 320-BUILD-CHECK-
      *    LINE); EN BLANCO EL CHEQUE SALE EN UN SOLO IDIOMA.
       01  WS-LANG2            PIC X(02) VALUE SPACES.
       01  WS-TEXTO2           PIC X(2000).
       01  WS-OVERFLOW-SW      PIC X(01).
           88  WS-TRUNCATED    VALUE "Y".

           88  AMOUNT-SINGULAR     VALUE "S".
           88  AMOUNT-PLURAL       VALUE "P".
       01  WS-NOUN             PIC X(10).
       01  WS-BATCH-GENDER     PIC X(01).
       01  WS-CURR-WORK        PIC X(03).

       01  STUB-LINE.
           IF WS-EPAY-COUNT > ZERO
               DISPLAY "ELECTRONIC PAYMENTS    : " WS-EPAY-COUNT
           END-IF.
           IF WS-SVC-COUNT > ZERO
               DISPLAY "SERVICE CHARGES        : " WS-SVC-COUNT
           END-IF.

           MOVE WS-RECS-READ TO JL-IN-COUNT.
           MOVE WS-CHECKS-ISSUED TO JL-OUT-COUNT.
           END-READ.


      *    CADA CHEQUE Y CADA PAGO ELECTRONICO TOMA UN SERIAL.
      *    UN REARRANQUE CUENTA EL LOTE ENTERO: EL AVISO PECA DE
      *    PRUDENTE.
       136-COUNT-SERIALS-NEEDED.
           OPEN INPUT AMOUNT-FILE.
           SET WS-NOT-EOF TO TRUE.
           PERFORM 137-COUNT-ONE
               UNTIL WS-EOF.
           CLOSE AMOUNT-FILE.
           SET WS-NOT-EOF TO TRUE.


       137-COUNT-ONE.
           READ AMOUNT-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF TRAN-NORMAL OR TRAN-EPAY
                       ADD 1 TO WS-SERIALS-NEEDED
                   END-IF
           END-READ.


       135-REPORT-BATCH-CONTROL.
           OPEN OUTPUT CTL-REPORT-FILE.

       100-OPEN-FILES.
           PERFORM 130-VERIFY-BATCH-CONTROLS.
           PERFORM 102-LOAD-CHECKPOINT.
           PERFORM 136-COUNT-SERIALS-NEEDED.

           OPEN INPUT AMOUNT-FILE.
           OPEN INPUT CUSTMAST.
           END-IF.
           OPEN EXTEND TRANS-LOG.
           OPEN I-O TRAN-HIST.
           OPEN EXTEND SVC-JOURNAL.
           OPEN EXTEND CLR-LEDGER.
           OPEN I-O APINVOICE.
           OPEN INPUT LIMITS-FILE.
           OPEN INPUT HOLDS-FILE.
           OPEN INPUT PAYEEMAST.

           CALL "isamdate" USING WS-RUN-DATE.
           PERFORM 105-LOAD-CHECKNO-CTL.
           PERFORM 117-CHECK-FORM-STOCK.
           PERFORM 107-LOAD-STOP-ORDERS.
           PERFORM 111-LOAD-PAY-HISTORY.
           PERFORM 115-LOAD-OVERRIDES.
      *    CEBA LIBNUM2STR Y CANCELAR A TRAVES DE SUS PUNTOS DE
      *    ENTRADA SIN NOMBRE, QUE ES LA UNICA FORMA DE HACER QUE
      *    SUS PUNTOS DE ENTRADA CON NOMBRE (CONVERT-AMOUNT,
      *    CONVERT-SIGNED, CANCELAR-CURR) RESUELVAN MAS ADELANTE,
      *    AUN SI EL LOTE VIENE VACIO.
           MOVE ZERO TO WS-NUMERO.
           CALL "LIBNUM2STR" USING WS-NUMERO WS-TEXTO.
                                  WS-MODO WS-TEXTO.


      *    LO CARGADO EN LA IMPRESORA ALCANZA HASTA EL FIN DE LA
      *    CADENA DE RANGOS CARGADOS CONTIGUOS QUE ARRANCA EN EL
      *    PROXIMO SERIAL.  SIN INVENTARIO DE FORMAS NO HAY AVISO;
      *    CORTO, SE AVISA Y LA CORRIDA SIGUE.
       117-CHECK-FORM-STOCK.
           OPEN INPUT CHECK-STOCK.
           IF STOCK-STATUS = "00" AND WS-SERIALS-NEEDED > ZERO
               MOVE WS-NEXT-CHECKNO TO WS-STOCK-LAST
               SET WS-STOCK-NOT-EOF TO TRUE
               PERFORM 118-FOLLOW-LOADED-STOCK
                   UNTIL WS-STOCK-EOF
               COMPUTE WS-STOCK-LEFT =
                   WS-STOCK-LAST - WS-NEXT-CHECKNO
               IF WS-STOCK-LEFT < WS-SERIALS-NEEDED
                   DISPLAY "WARNING - LOADED CHECK STOCK RUNS OUT"
                       " AFTER SERIAL " WS-STOCK-LAST
                   DISPLAY "          " WS-STOCK-LEFT
                       " FORMS LOADED FOR " WS-SERIALS-NEEDED
                       " SERIALS IN THIS BATCH"
               END-IF
           END-IF.
           CLOSE CHECK-STOCK.


       118-FOLLOW-LOADED-STOCK.
           READ CHECK-STOCK NEXT RECORD
               AT END SET WS-STOCK-EOF TO TRUE
               NOT AT END
                   IF CS-LOADED
                    AND CS-FROM NOT > WS-STOCK-LAST + 1
                    AND CS-TO > WS-STOCK-LAST
                       MOVE CS-TO TO WS-STOCK-LAST
                   END-IF
           END-READ.


      *    EL SERIAL DE CHEQUERA VIVE EN EL ARCHIVO DE CONTROL
      *    CHECKNO-CTL (ULTIMO SERIAL USADO); SI EL CONTROL TODAVIA
      *    NO EXISTE - PRIMERA CORRIDA TRAS ESTRENAR EL REGISTRO -
      *    AQUI, AMOUNT-REC YA TIENE EL PROXIMO REGISTRO NO-DETALLE
      *    (O EL LOTE TERMINO), ASI QUE NO SE VUELVE A LEER.
       302-PROCESS-CHECK.
           MOVE ZERO TO WS-STOP-SUB.
           PERFORM 308-SAVE-CHECK-FIELDS.
           PERFORM 309-RESOLVE-PAYEE-MASTER.
           PERFORM 305-RESOLVE-CURR-LANG.
               PERFORM 225-CHECK-DUPLICATE
           END-IF.

           IF WS-FUNDING-OK
               PERFORM 230-CHECK-SANCTIONS
           END-IF.

           IF WS-FUNDING-OK AND WS-DET-USED > ZERO
               PERFORM 235-CHECK-INVOICES
           END-IF.

           IF WS-FUNDING-NOT-OK
               PERFORM 260-WRITE-REJECT
               IF WS-DET-USED > ZERO
                   PERFORM 348-RELEASE-INVOICES
               END-IF
      *        LA ORDEN DE NO PAGO QUEDO CUMPLIDA: SE COBRA.
               IF WS-STOP-SUB NOT = ZERO
                   MOVE "STOP" TO WS-SVC-CODE
                   MOVE WS-SP-REF(WS-STOP-SUB) TO WS-SVC-REFERENCE
                   PERFORM 370-CHARGE-SERVICE
               END-IF
           ELSE
               PERFORM 301-EMIT-CHECK
           END-IF.
           MOVE PAYEE-ID        TO WS-CK-PAYEE-ID.
           MOVE EPAY-ROUTING    TO WS-CK-ROUTING.
           MOVE EPAY-ACCOUNT    TO WS-CK-EPAY-ACCT.
           MOVE SPACES          TO WS-LANG2.


      *    UN ID DE BENEFICIARIO DISTINTO DE CERO TRAE NOMBRE Y
                        AND PM-LANG NOT = SPACES
                           MOVE PM-LANG TO CHECK-LANG
                       END-IF
                       MOVE PM-LANG2 TO WS-LANG2
               END-READ
           END-IF.

           END-IF.


      *    EL BENEFICIARIO SE FILTRA CONTRA LA LISTA DE SANCIONES
      *    COMO LO QUE ES: BENEFICIARIO DEL MAESTRO (P), CLIENTE
      *    (C) O TEXTO LIBRE DEL REGISTRO (F).  UN ACIERTO SIN
      *    RESOLVER O CONFIRMADO EN LA COLA DE REVISION FRENA EL
      *    CHEQUE.
       230-CHECK-SANCTIONS.
           MOVE "F"             TO WS-SC-PARTY-TYPE.
           MOVE ZERO            TO WS-SC-PARTY-ID.
           MOVE WS-CK-NOMBRE    TO WS-CAMPO(1).
           MOVE WS-CK-APELLIDO  TO WS-CAMPO(2).

           IF WS-CK-PAYEE-ID IS NUMERIC
            AND WS-CK-PAYEE-ID NOT = "000000"
               MOVE WS-CK-PAYEE-ID TO PM-PAYEE-ID
               READ PAYEEMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "P"         TO WS-SC-PARTY-TYPE
                       MOVE PM-PAYEE-ID TO WS-SC-PARTY-ID
                       MOVE PM-NOMBRE   TO WS-CAMPO(1)
                       MOVE PM-APELLIDO TO WS-CAMPO(2)
               END-READ
           END-IF.

           IF WS-SC-PARTY-TYPE = "F"
               PERFORM 315-READ-CUSTMAST
               IF WS-CUST-FOUND
                   MOVE "C"         TO WS-SC-PARTY-TYPE
                   MOVE CM-ACCTNO   TO WS-SC-PARTY-ID
                   MOVE CM-NOMBRE   TO WS-CAMPO(1)
                   MOVE CM-APELLIDO TO WS-CAMPO(2)
               END-IF
           END-IF.

           MOVE 2 TO WS-CANT-CAMPOS.
           CALL "STR" USING WS-CANT-CAMPOS WS-CAMPOS WS-SC-LINEA.
           MOVE WS-SC-LINEA TO WS-SC-NAME.
           CALL "isamsanc" USING WS-SC-PARTY-TYPE WS-SC-PARTY-ID
                                  WS-SC-NAME WS-SC-RESULT
                                  WS-SC-NEW-HITS.
           IF WS-SC-HIT
               MOVE "SANCTIONS HIT UNRESOLVED" TO WS-REJECT-REASON
               SET WS-FUNDING-NOT-OK TO TRUE
           END-IF.


      *    UNA FACTURA DEL REGISTRO DE PROVEEDORES SE PAGA UNA SOLA
      *    VEZ: SI ALGUNA DEL DETALLE YA ESTA PAGADA, EL CHEQUE
      *    ENTERO SE RECHAZA.  LAS FACTURAS QUE NO ESTAN EN EL
      *    REGISTRO (REMESA LIBRE) NO SE VERIFICAN.
       235-CHECK-INVOICES.
           IF WS-CK-PAYEE-ID IS NUMERIC
            AND WS-CK-PAYEE-ID NOT = "000000"
               PERFORM 236-TEST-ONE-INVOICE
                   VARYING WS-DET-SUB FROM 1 BY 1
                       UNTIL WS-DET-SUB > WS-DET-USED
                          OR WS-FUNDING-NOT-OK
           END-IF.


       236-TEST-ONE-INVOICE.
           MOVE WS-CK-PAYEE-ID TO AP-PAYEE-ID.
           MOVE WS-DT-INVOICE(WS-DET-SUB) TO AP-INVOICE-NO.
           READ APINVOICE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AP-PAID
                       MOVE "INVOICE ALREADY PAID"
                         TO WS-REJECT-REASON
                       SET WS-FUNDING-NOT-OK TO TRUE
                   END-IF
           END-READ.


      *    LA ANULACION ("V") NO IMPRIME NADA: MARCA EL CHEQUE COMO
      *    ANULADO EN EL REGISTRO PERMANENTE, IGUAL QUE CHECKVOID;
      *    YA PAGADO O YA ANULADO SALE COMO RECHAZO.
           MOVE STUB-LINE TO STUB-REC.
           WRITE STUB-REC.

           IF WS-LANG2 NOT = SPACES
               PERFORM 321-WRITE-LANG2-STUB
           END-IF.

           PERFORM 325-WRITE-REMIT-LINES.

      *    UN PAGO ELECTRONICO NO TIENE CARA: ESCRIBE SU

           PERFORM 340-REGISTER-CHECK.
           PERFORM 345-RECORD-PAYMENT.
           PERFORM 346-WRITE-CLEARING.
           IF WS-DET-USED > ZERO
               PERFORM 347-MARK-INVOICES-PAID
           END-IF.
           PERFORM 350-DEBIT-FUNDING.

      *    EL CHEQUE DE PAPEL ES UN SERVICIO COBRABLE; EL PAGO
      *    ELECTRONICO NO.
           IF WS-CHANNEL-PRINT
               MOVE "CKIS" TO WS-SVC-CODE
               MOVE WS-NEXT-CHECKNO TO SR-CHECKNO
               MOVE WS-SVC-CHECK-REF TO WS-SVC-REFERENCE
               PERFORM 370-CHARGE-SERVICE
           END-IF.


      *    EL PAGO EMITIDO ENTRA A LA HISTORIA RODANTE - EN EL
      *    ARCHIVO Y EN LA TABLA, PARA QUE UNA REPETICION DENTRO
           END-IF.


      *    TODO PAGO EMITIDO SALE DE LA CUENTA DE COMPENSACION:
      *    EL CHEQUE CUANDO SE COBRA, EL PAGO ELECTRONICO CON EL
      *    LOTE DEL DIA, QUE EL BANCO LIQUIDA EN UN SOLO MOVIMIENTO
      *    BAJO LA REFERENCIA DE LOTE.
       346-WRITE-CLEARING.
           MOVE SPACES          TO CLR-LEDGER-LINE.
           MOVE WS-RUN-DATE     TO CL-DATE.
           MOVE "D"             TO CL-DC.
           MOVE WS-NEXT-CHECKNO TO CL-REFERENCE.
           IF WS-CHANNEL-EPAY
               MOVE "EPAY"      TO CL-SOURCE
               STRING "EPAY" WS-RUN-DATE DELIMITED BY SIZE
                   INTO CL-BATCH-REF
               END-STRING
           ELSE
               MOVE "CHK "      TO CL-SOURCE
           END-IF.
           COMPUTE CL-AMOUNT = WS-CK-WHOLE + (WS-CK-CENTS / 100).
           MOVE WS-CURR-WORK    TO CL-CURRCODE.
           IF WS-CK-FUNDING IS NUMERIC
               MOVE WS-CK-FUNDING TO CL-ACCTNO
           ELSE
               MOVE ZERO TO CL-ACCTNO
           END-IF.
           WRITE CLR-LEDGER-LINE.


      *    CADA FACTURA DEL REGISTRO QUE EL CHEQUE PAGA QUEDA
      *    PAGADA CON SU SERIAL, LA FECHA DE LA CORRIDA Y EL MONTO
      *    DE SU LINEA DE REMESA.
       347-MARK-INVOICES-PAID.
           IF WS-CK-PAYEE-ID IS NUMERIC
            AND WS-CK-PAYEE-ID NOT = "000000"
               PERFORM 349-MARK-ONE-PAID
                   VARYING WS-DET-SUB FROM 1 BY 1
                       UNTIL WS-DET-SUB > WS-DET-USED
           END-IF.


      *    UN CHEQUE RECHAZADO DEVUELVE SUS FACTURAS SELECCIONADAS
      *    A APROBADAS, PARA QUE APSELECT LAS VUELVA A TOMAR.
       348-RELEASE-INVOICES.
           IF WS-CK-PAYEE-ID IS NUMERIC
            AND WS-CK-PAYEE-ID NOT = "000000"
               PERFORM 351-RELEASE-ONE-INVOICE
                   VARYING WS-DET-SUB FROM 1 BY 1
                       UNTIL WS-DET-SUB > WS-DET-USED
           END-IF.


       349-MARK-ONE-PAID.
           MOVE WS-CK-PAYEE-ID TO AP-PAYEE-ID.
           MOVE WS-DT-INVOICE(WS-DET-SUB) TO AP-INVOICE-NO.
           READ APINVOICE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT AP-PAID
                       SET AP-PAID TO TRUE
                       MOVE WS-NEXT-CHECKNO TO AP-CHECKNO
                       MOVE WS-RUN-DATE     TO AP-PAID-DATE
                       COMPUTE AP-PAID-AMOUNT =
                           WS-DT-WHOLE(WS-DET-SUB)
                           + (WS-DT-CENTS(WS-DET-SUB) / 100)
                       REWRITE AP-RECORD
                   END-IF
           END-READ.


       351-RELEASE-ONE-INVOICE.
           MOVE WS-CK-PAYEE-ID TO AP-PAYEE-ID.
           MOVE WS-DT-INVOICE(WS-DET-SUB) TO AP-INVOICE-NO.
           READ APINVOICE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AP-SELECTED
                       SET AP-APPROVED TO TRUE
                       MOVE ZERO TO AP-SELECTED-DATE
                       MOVE ZERO TO AP-DISC-TAKEN
                       REWRITE AP-RECORD
                   END-IF
           END-READ.


      *    LA CARA DEL CHEQUE: SERIAL Y FECHA ARRIBA, BENEFICIARIO,
      *    CAJA NUMERICA ENTRE ASTERISCOS, EL MONTO EN LETRAS
      *    PROTEGIDO CON ASTERISCOS (MODO-CHEQUE DE CANCELAR) Y LA
               WRITE FACE-REC
           END-IF.

           IF WS-LANG2 NOT = SPACES
               PERFORM 324-PRINT-LANG2-WORDS
           END-IF.

           MOVE FACE-BLANK TO FACE-REC.
           WRITE FACE-REC.

           WRITE FACE-REC.


      *    EL MONTO EN EL SEGUNDO IDIOMA, DEBAJO DEL PRIMERO Y
      *    PARTIDO AL MISMO ANCHO DE LA CARA.
       324-PRINT-LANG2-WORDS.
           CALL "WRAP-TEXT" USING WS-TEXTO2 WS-WRAP-LEN
                                   WS-WRAP-L1 WS-WRAP-L2 WS-WRAP-L3.
           MOVE WS-WRAP-L1 TO FA-WORDS.
           MOVE FACE-LINE-WORDS TO FACE-REC.
           WRITE FACE-REC.
           IF WS-WRAP-L2 NOT = SPACES
               MOVE WS-WRAP-L2 TO FA-WORDS
               MOVE FACE-LINE-WORDS TO FACE-REC
               WRITE FACE-REC
           END-IF.
           IF WS-WRAP-L3 NOT = SPACES
               MOVE WS-WRAP-L3 TO FA-WORDS
               MOVE FACE-LINE-WORDS TO FACE-REC
               WRITE FACE-REC
           END-IF.


       329-WRITE-EPAY.
           MOVE WS-NEXT-CHECKNO TO EP-CHECKNO.
           MOVE WS-RUN-DATE     TO EP-DATE.
                   MOVE "DOLARES" TO WS-MONEDA
               WHEN "EUR"
                   MOVE "EUROS"   TO WS-MONEDA
               WHEN "GBP"
                   MOVE "LIBRAS"  TO WS-MONEDA
               WHEN OTHER
                   MOVE "PESOS"   TO WS-MONEDA
           END-EVALUATE.
                   MOVE "FUNDING ACCOUNT FROZEN/CLOSED"
                     TO WS-REJECT-REASON
                   SET WS-FUNDING-NOT-OK TO TRUE
               WHEN ACCT-DECEASED
                   MOVE "FUNDING ACCOUNT DECEASED"
                     TO WS-REJECT-REASON
                   SET WS-FUNDING-NOT-OK TO TRUE
               WHEN WS-CHECK-AMOUNT > WS-FUNDS-AVAIL
                   MOVE "INSUFFICIENT FUNDS" TO WS-REJECT-REASON
                   SET WS-FUNDING-NOT-OK TO TRUE


       355-APPLY-DEBIT.
           MOVE "CHK" TO WS-HIST-TXNCODE.
           MOVE ACCTNO TO TL2-ACCTNO.
           MOVE AMOUNT TO TL2-OLD-AMOUNT.

           MOVE TL2-OLD-AMOUNT TO TH-OLD-AMOUNT.
           MOVE TL2-NEW-AMOUNT TO TH-NEW-AMOUNT.
           MOVE "CHECKRUN"     TO TH-OPERATOR.
           MOVE WS-HIST-TXNCODE TO TH-TXNCODE.
           MOVE SPACE TO TH-REV-SW.
           MOVE ZEROS TO TH-REV-REF.
           MOVE ZERO TO TH-FX-RATE.
           PERFORM 365-WRITE-HIST-RECORD.


      *    EL CARGO DE TARIFA VA POR LA MISMA VIA QUE EL DEBITO
      *    DEL CHEQUE (TRANLOG Y TRANHIST), CON SU PROPIO TXNCODE;
      *    UNA CUENTA CONGELADA O CERRADA NO SE COBRA (ISAMPOST
      *    RECHAZARIA EL MISMO DEBITO).
       370-CHARGE-SERVICE.
           MOVE WS-CK-FUNDING TO ACCTNO.
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
               MOVE "SVC" TO WS-HIST-TXNCODE
               MOVE ACCTNO TO TL2-ACCTNO
               MOVE AMOUNT TO TL2-OLD-AMOUNT
               SUBTRACT WS-SVC-FEE FROM AMOUNT
               MOVE AMOUNT TO TL2-NEW-AMOUNT
               ADD TL2-NEW-AMOUNT TO YTD-AMOUNT
               SUBTRACT TL2-OLD-AMOUNT FROM YTD-AMOUNT
               REWRITE IN-RECORD
               PERFORM 700-CHAIN-LOG-HASH
               MOVE TRANS-LOG-LINE TO TRANS-LOG-REC
               WRITE TRANS-LOG-REC
               PERFORM 360-WRITE-TRAN-HIST
               PERFORM 371-WRITE-SVC-JOURNAL
               ADD 1 TO WS-SVC-COUNT
           END-IF.


       371-WRITE-SVC-JOURNAL.
           MOVE SPACES           TO SVC-JOURNAL-LINE.
           MOVE TH-ACCTNO        TO SJ-ACCTNO.
           MOVE TH-DATE          TO SJ-DATE.
           MOVE TH-TIME          TO SJ-TIME.
           MOVE TH-SEQ           TO SJ-SEQ.
           MOVE WS-SVC-CODE      TO SJ-SERVICE.
           MOVE WS-SVC-REFERENCE TO SJ-REFERENCE.
           MOVE CURRCODE         TO SJ-CURRCODE.
           MOVE WS-SVC-FEE       TO SJ-FEE.
           MOVE "CHECKRUN"       TO SJ-OPERATOR.
           WRITE SVC-JOURNAL-LINE.


       365-WRITE-HIST-RECORD.
           SET WS-HIST-NOT-DONE TO TRUE.
           PERFORM 366-ATTEMPT-WRITE-HIST UNTIL WS-HIST-DONE.
               IF WS-LANG-DEFAULTED AND CM-LANGPREF NOT = SPACES
                   MOVE CM-LANGPREF TO WS-LANG
               END-IF
               IF WS-LANG2 = SPACES
                   MOVE CM-LANG2 TO WS-LANG2
               END-IF
           ELSE
               MOVE WS-CK-NOMBRE      TO WS-CAMPO(1)
               MOVE WS-CK-APELLIDO    TO WS-CAMPO(2)
           MOVE WS-CK-WHOLE TO WS-NUMERO.
           SET WS-MODO-CHEQUE TO TRUE.
      *    LOS CENTAVOS SALEN DE LA COPIA SALVADA DEL CHEQUE: LA
      *    LECTURA ADELANTADA DE DETALLES YA PISO AMOUNT-REC.  LA
      *    MONEDA VA CON EL MONTO PARA QUE EL NUMERO CONCUERDE CON
      *    SU GENERO ("VEINTE Y UNA LIBRAS").
           CALL "CANCELAR-CURR" USING WS-LANG WS-CURR-WORK WS-NUMERO
                                       WS-CK-CENTS WS-MONEDA WS-MODO
                                       WS-TEXTO.

           CALL "OVERFLOW" USING WS-OVERFLOW-SW.
           IF WS-TRUNCATED
           MOVE SPACE TO STUB-TRAN-FLAG.
           MOVE WS-TEXTO TO STUB-TEXTO.

      *    EL SEGUNDO IDIOMA SOLO SI ES OTRO IDIOMA: EL MISMO DOS
      *    VECES NO AGREGA NADA A LA CARA.
           IF WS-LANG2 = WS-LANG
               MOVE SPACES TO WS-LANG2
           END-IF.
           IF WS-LANG2 NOT = SPACES
               CALL "CANCELAR-CURR" USING WS-LANG2 WS-CURR-WORK
                                           WS-NUMERO WS-CK-CENTS
                                           WS-MONEDA WS-MODO WS-TEXTO2
           END-IF.


      *    LA LINEA DE TALON DEL SEGUNDO IDIOMA VA PEGADA A LA DEL
      *    CHEQUE, CON EL MISMO SERIAL Y MARCA "2", PARA QUE
      *    CHECKVRFY LA CONFRONTE TAMBIEN CONTRA EL REGISTRO.
       321-WRITE-LANG2-STUB.
           MOVE "2" TO STUB-TRAN-FLAG.
           CALL "OVERFLOW" USING WS-OVERFLOW-SW.
           IF WS-TRUNCATED
               MOVE "*" TO STUB-TRUNC-FLAG
           ELSE
               MOVE SPACE TO STUB-TRUNC-FLAG
           END-IF.
           MOVE WS-TEXTO2 TO STUB-TEXTO.
           MOVE STUB-LINE TO STUB-REC.
           WRITE STUB-REC.


      *    CADA CHEQUE EMITIDO QUEDA EN EL REGISTRO PERMANENTE,
      *    CON SU SERIAL, FECHA DE EMISION, MONTO Y BENEFICIARIO,
           END-IF.
           MOVE WS-CURR-WORK   TO CR-CURRCODE.
           MOVE WS-LANG        TO CR-LANG.
           MOVE WS-LANG2       TO CR-LANG2.
           MOVE ZERO           TO CR-VOID-DATE.
           MOVE ZERO           TO CR-REPRINT-FORM.
           WRITE REG-RECORD
                 - WS-BATCH-WHOLE) * 100.
           MOVE WS-BATCH-WHOLE TO WS-BATCH-NUMERO.

           IF WS-BT-CURRCODE(WS-BATCH-SUB) = "GBP"
               MOVE "F" TO WS-BATCH-GENDER
           ELSE
               MOVE "M" TO WS-BATCH-GENDER
           END-IF.
           CALL "CONVERT-AMOUNT-GENDER" USING "ES" WS-BATCH-NUMERO
                                        WS-BATCH-CENTS WS-BATCH-GENDER
                                        WS-TEXTO WS-PLURAL-SW.

           EVALUATE WS-BT-CURRCODE(WS-BATCH-SUB)
               WHEN "USD"
                   ELSE
                       MOVE "EUROS" TO WS-NOUN
                   END-IF
               WHEN "GBP"
                   IF AMOUNT-SINGULAR
                       MOVE "LIBRA"  TO WS-NOUN
                   ELSE
                       MOVE "LIBRAS" TO WS-NOUN
                   END-IF
               WHEN OTHER
                   IF AMOUNT-SINGULAR
                       MOVE "PESO"  TO WS-NOUN
               PERFORM 710-LOAD-LOGHASH-CTL
           END-IF.
           CALL "isamhash" USING WS-PREV-HASH
                                  TRANS-LOG-LINE(1:35) TL2-HASH.
           MOVE TL2-HASH TO WS-PREV-HASH.
           PERFORM 720-SAVE-LOGHASH-CTL.

           CLOSE HIVAL-FILE.
           CLOSE TRANS-LOG.
           CLOSE TRAN-HIST.
           CLOSE SVC-JOURNAL.
           CLOSE LIMITS-FILE.
           CLOSE HOLDS-FILE.
           CLOSE PAYEEMAST.
           CLOSE PAYHIST.
           CLOSE EPAY-FILE.
           CLOSE CLR-LEDGER.
           CLOSE APINVOICE.
           PERFORM 950-RELEASE-BATCH-LOCK.

       END PROGRAM CHECKRUN.
