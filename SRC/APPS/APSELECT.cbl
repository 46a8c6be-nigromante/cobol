       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APSELECT.
       AUTHOR.        JULIAN VIDAL.

      *    *****************************************
      *    Seleccion de pagos a proveedores: recorre
      *    el registro de facturas APINVOICE (ver
      *    APINVMNT) y elige las aprobadas que vencen
      *    hasta la fecha de corte, mas las que
      *    perderian su descuento por pronto pago
      *    antes de esa fecha. Donde el descuento
      *    sigue disponible hoy, se toma. Las facturas
      *    elegidas de un mismo beneficiario y cuenta
      *    financiadora van en un solo cheque (hasta
      *    20 por cheque), agregado a CHECKRUN-IN como
      *    registro normal con el ID del beneficiario
      *    y un registro de detalle de remesa ("D")
      *    por factura con su numero, fecha y monto
      *    neto - asi el talon dice que se paga.
      *    Cada factura elegida pasa a S; CHECKRUN la
      *    marca pagada con el serial del cheque, o la
      *    devuelve a aprobada si rechaza el cheque.
      *    Informe en APSELECT-RPT.
      *    *****************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APINVOICE
               ASSIGN "./DATA/APINVOICE"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AP-KEY
               STATUS IS APINVOICE-STATUS.

           SELECT OPTIONAL PAYEEMAST
               ASSIGN "./DATA/PAYEEMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PM-PAYEE-ID
               STATUS IS PAYEE-STATUS.

           SELECT OPTIONAL AMOUNT-FILE
               ASSIGN "./DATA/CHECKRUN-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS AMOUNT-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN "./DATA/APSELECT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS REPORT-FILE-STATUS.

           SELECT OPTIONAL JOBLOG
               ASSIGN "./DATA/JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    MISMO TRAZADO EN APINVMNT Y CHECKRUN.
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

       FD  PAYEEMAST.
       01  PAYEE-RECORD.
           05  PM-PAYEE-ID         PIC 9(06).
           05  PM-NOMBRE           PIC X(30).
           05  PM-APELLIDO         PIC X(30).
           05  PM-DIRECCION        PIC X(30).
           05  PM-CURRCODE         PIC X(03).
           05  PM-LANG             PIC X(02).
           05  PM-LANG2            PIC X(02).

      *    MISMO TRAZADO QUE AMOUNT-REC Y DETAIL-REC EN CHECKRUN.
       FD  AMOUNT-FILE.
       01  AMOUNT-REC.
           05  TRAN-TYPE           PIC X(01).
           05  AMOUNT-WHOLE        PIC 9(10).
           05  AMOUNT-CENTS        PIC 9(02).
           05  PAYEE-NOMBRE        PIC X(30).
           05  PAYEE-APELLIDO      PIC X(30).
           05  PAYEE-DIRECCION     PIC X(30).
           05  PAYEE-ACCTNO        PIC 9(06).
           05  FUNDING-ACCTNO      PIC 9(06).
           05  CHECK-CURRCODE      PIC X(03).
           05  CHECK-LANG          PIC X(02).
           05  PAYEE-ID            PIC X(06).
       01  DETAIL-REC.
           05  FILLER              PIC X(01).
           05  DET-INVOICE-NO      PIC X(10).
           05  DET-INVOICE-DATE    PIC 9(08).
           05  DET-AMOUNT-WHOLE    PIC 9(10).
           05  DET-AMOUNT-CENTS    PIC 9(02).

       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).

       FD  JOBLOG.
       01  JOBLOG-REC          PIC X(45).

       WORKING-STORAGE SECTION.
       01  APINVOICE-STATUS    PIC XX.
       01  PAYEE-STATUS        PIC XX.
       01  AMOUNT-FILE-STATUS  PIC XX.
       01  REPORT-FILE-STATUS  PIC XX.
       01  JOBLOG-STATUS       PIC XX.
       01  WS-JL-TIME-RAW      PIC 9(08).

      *    UNA LINEA S AL EMPEZAR Y UNA E AL TERMINAR VAN AL
      *    JOBLOG COMUN (VER ISAMJOBR).
       01  JOBLOG-LINE.
           05  JL-JOBNAME      PIC X(08) VALUE "APSELECT".
           05  FILLER          PIC X(01) VALUE SPACE.
           05  JL-TYPE         PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  JL-DATE         PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  JL-TIME         PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  JL-IN-COUNT     PIC 9(07).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  JL-OUT-COUNT    PIC 9(07).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  JL-STATUS       PIC X(02).

       01  WS-EOF-SW           PIC X(01) VALUE "N".
           88  WS-EOF          VALUE "Y".
           88  WS-NOT-EOF      VALUE "N".

       01  WS-TODAY            PIC 9(08).
       01  WS-CUTOFF           PIC 9(08).
       01  WS-DISC-LIMIT       PIC 9(08).
       01  WS-DISC-SW          PIC X(01).
           88  WS-DISC-AVAILABLE   VALUE "Y".
           88  WS-DISC-GONE        VALUE "N".

      *    LAS ELEGIDAS SE JUNTAN AQUI, EN ORDEN DE BENEFICIARIO Y
      *    FACTURA: PRIMERO SE ESCRIBE CHECKRUN-IN Y SOLO DESPUES
      *    SE MARCAN EN S. UNA CORRIDA CORTADA ENTRE LAS DOS COSAS
      *    LAS VUELVE A ELEGIR, Y CHECKRUN RECHAZA EL SEGUNDO PAGO
      *    DE UNA FACTURA YA PAGADA.
       77  WS-SEL-MAX          PIC 9(04) VALUE 2000.
       01  WS-SEL-USED         PIC 9(04) VALUE ZERO.
       01  WS-SEL-TABLE.
           05  WS-SEL-ENTRY OCCURS 2000 TIMES.
               10  WS-SL-PAYEE-ID  PIC 9(06).
               10  WS-SL-INVOICE   PIC X(10).
               10  WS-SL-INV-DATE  PIC 9(08).
               10  WS-SL-DUE-DATE  PIC 9(08).
               10  WS-SL-FUNDING   PIC 9(06).
               10  WS-SL-GROSS     PIC 9(10)V99.
               10  WS-SL-DISC      PIC 9(10)V99.
               10  WS-SL-NET       PIC 9(10)V99.
       01  WS-SEL-SUB          PIC 9(04).
       01  WS-GROUP-START      PIC 9(04).
       01  WS-GROUP-END        PIC 9(04).
       01  WS-GROUP-TOTAL      PIC 9(10)V99.

       01  WS-SPLIT-AMOUNT     PIC 9(10)V99.
       01  WS-SPLIT-X REDEFINES WS-SPLIT-AMOUNT.
           05  WS-SPLIT-WHOLE  PIC 9(10).
           05  WS-SPLIT-CENTS  PIC 9(02).

       01  WS-READ-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-CHECK-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-NO-PAYEE-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-GROSS      PIC 9(12)V99 VALUE ZERO.
       01  WS-TOTAL-DISC       PIC 9(12)V99 VALUE ZERO.
       01  WS-TOTAL-NET        PIC 9(12)V99 VALUE ZERO.

       01  HEADING-LINE.
           05  FILLER          PIC X(30)
               VALUE "AP PAYMENT SELECTION - RUN ".
           05  HL-DATE         PIC 9(08).
           05  FILLER          PIC X(10) VALUE "  CUTOFF ".
           05  HL-CUTOFF       PIC 9(08).

       01  COLUMN-LINE.
           05  FILLER          PIC X(40)
               VALUE "PAYEE  INVOICE    DUE         GROSS".
           05  FILLER          PIC X(30)
               VALUE "   DISCOUNT           NET".

       01  DETAIL-LINE.
           05  DL-PAYEE-ID     PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DL-INVOICE      PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DL-DUE-DATE     PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DL-GROSS        PIC Z(9)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DL-DISC         PIC Z(7)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DL-NET          PIC Z(9)9.99.

       01  CHECK-LINE.
           05  FILLER          PIC X(20) VALUE SPACES.
           05  FILLER          PIC X(20) VALUE "CHECK FROM ACCOUNT ".
           05  CL-FUNDING      PIC 9(06).
           05  FILLER          PIC X(09) VALUE SPACES.
           05  CL-TOTAL        PIC Z(9)9.99.

       01  NO-PAYEE-LINE.
           05  NP-PAYEE-ID     PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  NP-INVOICE      PIC X(10).
           05  FILLER          PIC X(30)
               VALUE "  PAYEE NOT ON MASTER - HELD".

       01  TOTALS-LINE.
           05  TL-LABEL        PIC X(24).
           05  TL-AMOUNT       PIC Z(11)9.99.

       01  COUNT-LINE.
           05  CT-LABEL        PIC X(24).
           05  CT-COUNT        PIC Z(6)9.

       PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 100-OPEN-FILES.
           PERFORM 150-WRITE-JOBLOG-START.

           PERFORM 200-READ-INVOICE.
           PERFORM 300-PROCESS-ONE
               UNTIL WS-EOF.

           IF WS-SEL-USED > ZERO
               OPEN EXTEND AMOUNT-FILE
               MOVE 1 TO WS-GROUP-START
               PERFORM 400-WRITE-ONE-CHECK
                   UNTIL WS-GROUP-START > WS-SEL-USED
               CLOSE AMOUNT-FILE
               PERFORM 500-MARK-ONE-SELECTED
                   VARYING WS-SEL-SUB FROM 1 BY 1
                       UNTIL WS-SEL-SUB > WS-SEL-USED
           END-IF.

           PERFORM 800-PRINT-TOTALS.

           MOVE WS-READ-COUNT TO JL-IN-COUNT.
           MOVE WS-SEL-USED   TO JL-OUT-COUNT.
           MOVE "OK" TO JL-STATUS.
           PERFORM 151-WRITE-JOBLOG-END.

           PERFORM 900-CLOSE-FILES.
           STOP RUN.


      *    LA FECHA DE CORTE SE PREGUNTA (CERO = HOY), COMO EN
      *    CHECKPPAY.
       100-OPEN-FILES.
           CALL "isamdate" USING WS-TODAY.
           DISPLAY "PAY INVOICES DUE BY YYYYMMDD (0 = TODAY) ?".
           ACCEPT WS-CUTOFF.
           IF WS-CUTOFF = ZERO
               MOVE WS-TODAY TO WS-CUTOFF
           END-IF.

           OPEN I-O APINVOICE.
           OPEN INPUT PAYEEMAST.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-TODAY  TO HL-DATE.
           MOVE WS-CUTOFF TO HL-CUTOFF.
           MOVE HEADING-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE COLUMN-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE LOW-VALUES TO AP-KEY.
           START APINVOICE KEY NOT LESS THAN AP-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START.
           IF APINVOICE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.


       150-WRITE-JOBLOG-START.
           MOVE "S" TO JL-TYPE.
           MOVE ZERO TO JL-IN-COUNT.
           MOVE ZERO TO JL-OUT-COUNT.
           MOVE SPACES TO JL-STATUS.
           PERFORM 152-WRITE-JOBLOG-RECORD.


       151-WRITE-JOBLOG-END.
           MOVE "E" TO JL-TYPE.
           PERFORM 152-WRITE-JOBLOG-RECORD.


       152-WRITE-JOBLOG-RECORD.
           CALL "isamdate" USING JL-DATE.
           ACCEPT WS-JL-TIME-RAW FROM TIME.
           MOVE WS-JL-TIME-RAW(1:6) TO JL-TIME.
           OPEN EXTEND JOBLOG.
           MOVE JOBLOG-LINE TO JOBLOG-REC.
           WRITE JOBLOG-REC.
           CLOSE JOBLOG.


       200-READ-INVOICE.
           IF NOT WS-EOF
               READ APINVOICE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END ADD 1 TO WS-READ-COUNT
               END-READ
           END-IF.


      *    SE ELIGE LO APROBADO QUE VENCE HASTA EL CORTE, O CUYO
      *    DESCUENTO VENCE ANTES. LO QUE NO CABE EN LA TABLA QUEDA
      *    APROBADO PARA LA PROXIMA CORRIDA.
       300-PROCESS-ONE.
           IF AP-APPROVED
               PERFORM 310-TEST-DISCOUNT
               IF AP-DUE-DATE NOT > WS-CUTOFF
                OR (WS-DISC-AVAILABLE
                    AND WS-DISC-LIMIT NOT > WS-CUTOFF)
                   PERFORM 320-SELECT-INVOICE
               END-IF
           END-IF.

           PERFORM 200-READ-INVOICE.


      *    EL DESCUENTO SE GANA PAGANDO HASTA N DIAS DESPUES DE LA
      *    FECHA DE FACTURA; EL CHEQUE SALE HOY.
       310-TEST-DISCOUNT.
           SET WS-DISC-GONE TO TRUE.
           MOVE ZERO TO WS-DISC-LIMIT.
           IF AP-DISC-PCT > ZERO
               COMPUTE WS-DISC-LIMIT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(AP-INVOICE-DATE)
                   + AP-DISC-DAYS)
               IF WS-TODAY NOT > WS-DISC-LIMIT
                   SET WS-DISC-AVAILABLE TO TRUE
               END-IF
           END-IF.


       320-SELECT-INVOICE.
           MOVE AP-PAYEE-ID TO PM-PAYEE-ID.
           READ PAYEEMAST
               INVALID KEY
                   PERFORM 322-REPORT-NO-PAYEE
               NOT INVALID KEY
                   IF WS-SEL-USED < WS-SEL-MAX
                       PERFORM 325-ADD-TO-TABLE
                   END-IF
           END-READ.


       322-REPORT-NO-PAYEE.
           ADD 1 TO WS-NO-PAYEE-COUNT.
           MOVE AP-PAYEE-ID   TO NP-PAYEE-ID.
           MOVE AP-INVOICE-NO TO NP-INVOICE.
           MOVE NO-PAYEE-LINE TO REPORT-REC.
           WRITE REPORT-REC.


       325-ADD-TO-TABLE.
           ADD 1 TO WS-SEL-USED.
           MOVE AP-PAYEE-ID       TO WS-SL-PAYEE-ID(WS-SEL-USED).
           MOVE AP-INVOICE-NO     TO WS-SL-INVOICE(WS-SEL-USED).
           MOVE AP-INVOICE-DATE   TO WS-SL-INV-DATE(WS-SEL-USED).
           MOVE AP-DUE-DATE       TO WS-SL-DUE-DATE(WS-SEL-USED).
           MOVE AP-FUNDING-ACCTNO TO WS-SL-FUNDING(WS-SEL-USED).
           MOVE AP-AMOUNT         TO WS-SL-GROSS(WS-SEL-USED).
           MOVE ZERO              TO WS-SL-DISC(WS-SEL-USED).
           IF WS-DISC-AVAILABLE
               COMPUTE WS-SL-DISC(WS-SEL-USED) ROUNDED =
                   AP-AMOUNT * AP-DISC-PCT / 100
           END-IF.
           COMPUTE WS-SL-NET(WS-SEL-USED) =
               AP-AMOUNT - WS-SL-DISC(WS-SEL-USED).


      *    UN CHEQUE POR TRAMO DE FACTURAS SEGUIDAS DEL MISMO
      *    BENEFICIARIO Y CUENTA FINANCIADORA, HASTA LAS 20 QUE
      *    CHECKRUN ACEPTA COMO DETALLE DE UN CHEQUE.
       400-WRITE-ONE-CHECK.
           MOVE WS-GROUP-START TO WS-GROUP-END.
           MOVE WS-SL-NET(WS-GROUP-START) TO WS-GROUP-TOTAL.
           PERFORM 410-EXTEND-GROUP
               UNTIL WS-GROUP-END = WS-SEL-USED
                  OR WS-GROUP-END - WS-GROUP-START + 1 = 20
                  OR WS-SL-PAYEE-ID(WS-GROUP-END + 1)
                       NOT = WS-SL-PAYEE-ID(WS-GROUP-START)
                  OR WS-SL-FUNDING(WS-GROUP-END + 1)
                       NOT = WS-SL-FUNDING(WS-GROUP-START).

           MOVE SPACES TO AMOUNT-REC.
           MOVE "N" TO TRAN-TYPE.
           MOVE WS-GROUP-TOTAL TO WS-SPLIT-AMOUNT.
           MOVE WS-SPLIT-WHOLE TO AMOUNT-WHOLE.
           MOVE WS-SPLIT-CENTS TO AMOUNT-CENTS.
           MOVE ZERO TO PAYEE-ACCTNO.
           MOVE WS-SL-FUNDING(WS-GROUP-START)  TO FUNDING-ACCTNO.
           MOVE WS-SL-PAYEE-ID(WS-GROUP-START) TO PAYEE-ID.
           WRITE AMOUNT-REC.
           ADD 1 TO WS-CHECK-COUNT.

           PERFORM 420-WRITE-ONE-DETAIL
               VARYING WS-SEL-SUB FROM WS-GROUP-START BY 1
                   UNTIL WS-SEL-SUB > WS-GROUP-END.

           MOVE WS-SL-FUNDING(WS-GROUP-START) TO CL-FUNDING.
           MOVE WS-GROUP-TOTAL TO CL-TOTAL.
           MOVE CHECK-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           COMPUTE WS-GROUP-START = WS-GROUP-END + 1.


       410-EXTEND-GROUP.
           ADD 1 TO WS-GROUP-END.
           ADD WS-SL-NET(WS-GROUP-END) TO WS-GROUP-TOTAL.


       420-WRITE-ONE-DETAIL.
           MOVE SPACES TO DETAIL-REC.
           MOVE "D" TO DETAIL-REC(1:1).
           MOVE WS-SL-INVOICE(WS-SEL-SUB)  TO DET-INVOICE-NO.
           MOVE WS-SL-INV-DATE(WS-SEL-SUB) TO DET-INVOICE-DATE.
           MOVE WS-SL-NET(WS-SEL-SUB) TO WS-SPLIT-AMOUNT.
           MOVE WS-SPLIT-WHOLE TO DET-AMOUNT-WHOLE.
           MOVE WS-SPLIT-CENTS TO DET-AMOUNT-CENTS.
           WRITE DETAIL-REC.

           MOVE WS-SL-PAYEE-ID(WS-SEL-SUB) TO DL-PAYEE-ID.
           MOVE WS-SL-INVOICE(WS-SEL-SUB)  TO DL-INVOICE.
           MOVE WS-SL-DUE-DATE(WS-SEL-SUB) TO DL-DUE-DATE.
           MOVE WS-SL-GROSS(WS-SEL-SUB)    TO DL-GROSS.
           MOVE WS-SL-DISC(WS-SEL-SUB)     TO DL-DISC.
           MOVE WS-SL-NET(WS-SEL-SUB)      TO DL-NET.
           MOVE DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           ADD WS-SL-GROSS(WS-SEL-SUB) TO WS-TOTAL-GROSS.
           ADD WS-SL-DISC(WS-SEL-SUB)  TO WS-TOTAL-DISC.
           ADD WS-SL-NET(WS-SEL-SUB)   TO WS-TOTAL-NET.


       500-MARK-ONE-SELECTED.
           MOVE WS-SL-PAYEE-ID(WS-SEL-SUB) TO AP-PAYEE-ID.
           MOVE WS-SL-INVOICE(WS-SEL-SUB)  TO AP-INVOICE-NO.
           READ APINVOICE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET AP-SELECTED TO TRUE
                   MOVE WS-TODAY TO AP-SELECTED-DATE
                   MOVE WS-SL-DISC(WS-SEL-SUB) TO AP-DISC-TAKEN
                   REWRITE AP-RECORD
           END-READ.


       800-PRINT-TOTALS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE "INVOICES READ        :" TO CT-LABEL.
           MOVE WS-READ-COUNT TO CT-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE "INVOICES SELECTED    :" TO CT-LABEL.
           MOVE WS-SEL-USED TO CT-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE "HELD - NO PAYEE      :" TO CT-LABEL.
           MOVE WS-NO-PAYEE-COUNT TO CT-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE "CHECKS GENERATED     :" TO CT-LABEL.
           MOVE WS-CHECK-COUNT TO CT-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE "GROSS INVOICED       :" TO TL-LABEL.
           MOVE WS-TOTAL-GROSS TO TL-AMOUNT.
           MOVE TOTALS-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE "DISCOUNTS TAKEN      :" TO TL-LABEL.
           MOVE WS-TOTAL-DISC TO TL-AMOUNT.
           MOVE TOTALS-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE "NET TO PAY           :" TO TL-LABEL.
           MOVE WS-TOTAL-NET TO TL-AMOUNT.
           MOVE TOTALS-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           IF WS-SEL-USED = WS-SEL-MAX
               DISPLAY "SELECTION TABLE FULL - RUN APSELECT AGAIN"
                   " FOR THE REST"
           END-IF.


       900-CLOSE-FILES.
           CLOSE APINVOICE.
           CLOSE PAYEEMAST.
           CLOSE REPORT-FILE.

       END PROGRAM APSELECT.
