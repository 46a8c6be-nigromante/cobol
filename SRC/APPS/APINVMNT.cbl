       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APINVMNT.
       AUTHOR.        JULIAN VIDAL.

      *    *****************************************
      *    Registro de facturas de proveedores
      *    APINVOICE: una factura por beneficiario
      *    (ID de PAYEEMAST) y numero de factura, con
      *    monto, fecha de factura, vencimiento,
      *    condiciones de descuento por pronto pago
      *    (porcentaje y dias desde la fecha de
      *    factura) y cuenta financiadora. La misma
      *    factura no puede cargarse dos veces. Una
      *    factura cargada queda en E (pendiente); un
      *    supervisor distinto de quien la cargo la
      *    aprueba (A) y solo entonces APSELECT la
      *    puede elegir para pago (S); CHECKRUN la
      *    marca pagada (P) con el serial del cheque.
      *    Un supervisor puede anular (X) una factura
      *    pendiente o aprobada (queda a su nombre en
      *    lugar del aprobador). Lo elegido y lo
      *    pagado ya no se toca aqui.
      *    *****************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APINVOICE
               ASSIGN "./DATA/APINVOICE"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AP-KEY
               STATUS IS APINVOICE-STATUS.

           SELECT OPTIONAL PAYEEMAST
               ASSIGN "./DATA/PAYEEMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PM-PAYEE-ID
               STATUS IS PAYEE-STATUS.

           SELECT OPERMAST
               ASSIGN "./DATA/OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OP-ID
               STATUS IS OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    MISMO TRAZADO EN APSELECT Y CHECKRUN.
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

       FD  OPERMAST.
       01  OPER-RECORD.
           05  OP-ID           PIC X(08).
           05  OP-PASSWORD     PIC X(08).
           05  OP-LEVEL        PIC X(01).
               88  OP-LEVEL-INQUIRY    VALUE "I".
               88  OP-LEVEL-UPDATE     VALUE "U".
               88  OP-LEVEL-DELETE     VALUE "D".
               88  OP-LEVEL-SUPER      VALUE "S".
           05  OP-BRANCH       PIC X(02).
           05  OP-PWD-HASH-SW  PIC X(01).
               88  OP-PWD-HASHED       VALUE "H".
           05  OP-PWD-DATE     PIC 9(08).
           05  OP-FAIL-COUNT   PIC 9(02).
           05  OP-LOCK-SW      PIC X(01).
               88  OP-LOCKED           VALUE "L".
           05  OP-HIST1        PIC X(08).
           05  OP-HIST2        PIC X(08).
           05  OP-HIST3        PIC X(08).
           05  OP-DELEGATION.
               10  OP-DLG-LEVEL    PIC X(01).
               10  OP-DLG-START    PIC 9(08).
               10  OP-DLG-END      PIC 9(08).
               10  OP-DLG-AUTH     PIC X(08).

       WORKING-STORAGE SECTION.
       01  APINVOICE-STATUS    PIC XX.
       01  PAYEE-STATUS        PIC XX.
       01  OPER-STATUS         PIC XX.

       01  WS-FOUND-SW         PIC X(01) VALUE "N".
           88  WS-FOUND            VALUE "Y".
           88  WS-NOT-FOUND        VALUE "N".

       01  WS-OPER-SW          PIC X(01) VALUE "N".
           88  WS-OPER-FOUND       VALUE "Y".
           88  WS-OPER-NOT-FOUND   VALUE "N".

       01  WS-VALID-SW         PIC X(01) VALUE "Y".
           88  WS-ENTRY-VALID      VALUE "Y".
           88  WS-ENTRY-INVALID    VALUE "N".

       01  WS-OPERATOR-ID      PIC X(08).
       01  WS-PASSWORD         PIC X(08).
       01  WS-PW-RESULT        PIC X(01).
       01  WS-OPER-LEVEL       PIC X(01).
           88  WS-MAY-UPDATE       VALUE "U" "D" "S".
           88  WS-MAY-APPROVE      VALUE "S".

       01  WS-TODAY            PIC 9(08).
       01  WS-PAYEE-ID         PIC 9(06).
       01  WS-INVOICE-NO       PIC X(10).
       01  WS-FIELD-ENTRY      PIC X(30).
       01  WS-ACTION           PIC X(01).
       01  WS-DATE-ENTRY       PIC 9(08).
       01  WS-AMOUNT-EDIT      PIC Z(9)9.99.
       01  WS-PCT-EDIT         PIC Z9.99.
       01  WS-STATUS-TEXT      PIC X(10).

       PROCEDURE DIVISION.

       000-MAINLINE.
           OPEN I-O APINVOICE.
           OPEN INPUT PAYEEMAST.
           OPEN INPUT OPERMAST.
           CALL "isamdate" USING WS-TODAY.

           PERFORM 110-SIGN-ON.

           DISPLAY "VENDOR INVOICE REGISTER".
           PERFORM 100-READ-INVOICE-KEY.

           PERFORM 300-PROCESS-ONE
               UNTIL WS-PAYEE-ID = ZERO.

           PERFORM 900-CLOSE-FILES.
           STOP RUN.


      *    CUALQUIER OPERADOR ACTIVO CONSULTA; CARGAR PIDE NIVEL DE
      *    ACTUALIZACION Y APROBAR O ANULAR, SUPERVISOR.
       110-SIGN-ON.
           DISPLAY "OPERATOR ID ?".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "PASSWORD ?".
           ACCEPT WS-PASSWORD.

           MOVE WS-OPERATOR-ID TO OP-ID.
           READ OPERMAST
               INVALID KEY SET WS-OPER-NOT-FOUND TO TRUE
               NOT INVALID KEY SET WS-OPER-FOUND TO TRUE
           END-READ.

           MOVE "N" TO WS-PW-RESULT.
           IF WS-OPER-FOUND
               CALL "isampwd-check" USING OP-PASSWORD
                                           OP-PWD-HASH-SW
                                           WS-PASSWORD
                                           WS-PW-RESULT
               CALL "isamdlgt" USING OP-LEVEL OP-DELEGATION
           END-IF.

           IF WS-OPER-NOT-FOUND
            OR WS-PW-RESULT NOT = "Y"
            OR OP-LOCKED
               DISPLAY "SIGN-ON REFUSED"
               PERFORM 900-CLOSE-FILES
               STOP RUN
           END-IF.
           MOVE OP-LEVEL TO WS-OPER-LEVEL.


       100-READ-INVOICE-KEY.
           DISPLAY "PAYEE ID (0 = END) ?".
           MOVE ZERO TO WS-PAYEE-ID.
           ACCEPT WS-PAYEE-ID.
           IF WS-PAYEE-ID NOT = ZERO
               DISPLAY "INVOICE NUMBER ?"
               MOVE SPACES TO WS-INVOICE-NO
               ACCEPT WS-INVOICE-NO
           END-IF.


      *    SOLO SE REGISTRAN FACTURAS DE BENEFICIARIOS DEL MAESTRO:
      *    EL CHEQUE TOMA DE AHI NOMBRE Y DIRECCION.
       300-PROCESS-ONE.
           MOVE WS-PAYEE-ID TO PM-PAYEE-ID.
           READ PAYEEMAST
               INVALID KEY
                   DISPLAY "UNKNOWN PAYEE - SET IT UP IN PAYEMNT FIRST"
               NOT INVALID KEY
                   DISPLAY "PAYEE     : " PM-NOMBRE " " PM-APELLIDO
                   IF WS-INVOICE-NO = SPACES
                       DISPLAY "INVOICE NUMBER REQUIRED"
                   ELSE
                       PERFORM 305-READ-INVOICE
                       PERFORM 310-ASK-ACTION
                   END-IF
           END-READ.

           PERFORM 100-READ-INVOICE-KEY.


       305-READ-INVOICE.
           MOVE WS-PAYEE-ID   TO AP-PAYEE-ID.
           MOVE WS-INVOICE-NO TO AP-INVOICE-NO.
           READ APINVOICE
               INVALID KEY
                   SET WS-NOT-FOUND TO TRUE
                   DISPLAY "NEW INVOICE"
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
                   PERFORM 306-SHOW-INVOICE
           END-READ.


       306-SHOW-INVOICE.
           EVALUATE TRUE
               WHEN AP-ENTERED   MOVE "PENDING"   TO WS-STATUS-TEXT
               WHEN AP-APPROVED  MOVE "APPROVED"  TO WS-STATUS-TEXT
               WHEN AP-SELECTED  MOVE "SELECTED"  TO WS-STATUS-TEXT
               WHEN AP-PAID      MOVE "PAID"      TO WS-STATUS-TEXT
               WHEN AP-CANCELLED MOVE "CANCELLED" TO WS-STATUS-TEXT
               WHEN OTHER        MOVE AP-STATUS   TO WS-STATUS-TEXT
           END-EVALUATE.

           MOVE AP-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "AMOUNT    : " WS-AMOUNT-EDIT.
           DISPLAY "INVOICED  : " AP-INVOICE-DATE
               "   DUE : " AP-DUE-DATE.
           MOVE AP-DISC-PCT TO WS-PCT-EDIT.
           DISPLAY "DISCOUNT  : " WS-PCT-EDIT " % WITHIN "
               AP-DISC-DAYS " DAYS".
           DISPLAY "FUNDING   : " AP-FUNDING-ACCTNO.
           DISPLAY "STATUS    : " WS-STATUS-TEXT
               "  KEYED BY " AP-ENTERED-BY.
           IF AP-CANCELLED
               DISPLAY "CANCELLED : " AP-APPROVED-BY
                   " ON " AP-APPROVED-DATE
           ELSE
               IF AP-APPROVED-BY NOT = SPACES
                   DISPLAY "APPROVED  : " AP-APPROVED-BY
                       " ON " AP-APPROVED-DATE
               END-IF
           END-IF.
           IF AP-PAID
               MOVE AP-PAID-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY "PAID      : " WS-AMOUNT-EDIT
                   " CHECK " AP-CHECKNO " ON " AP-PAID-DATE
           END-IF.


       310-ASK-ACTION.
           EVALUATE TRUE
               WHEN WS-NOT-FOUND
                   DISPLAY "(U) TO CREATE, ENTER = SKIP ?"
               WHEN AP-ENTERED
                   DISPLAY "(U)PDATE, (A)PPROVE, (X) CANCEL"
                       " OR ENTER = LEAVE ?"
               WHEN AP-APPROVED
                   DISPLAY "(X) CANCEL OR ENTER = LEAVE ?"
               WHEN OTHER
                   DISPLAY "NO CHANGES ALLOWED - " WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACE TO WS-ACTION.
           IF WS-NOT-FOUND OR AP-ENTERED OR AP-APPROVED
               ACCEPT WS-ACTION
           END-IF.

           EVALUATE WS-ACTION
               WHEN "U"
               WHEN "u"
                   IF WS-NOT-FOUND OR AP-ENTERED
                       PERFORM 320-SAVE-INVOICE
                   END-IF
               WHEN "A"
               WHEN "a"
                   IF WS-FOUND AND AP-ENTERED
                       PERFORM 330-APPROVE-INVOICE
                   END-IF
               WHEN "X"
               WHEN "x"
                   IF WS-FOUND
                    AND (AP-ENTERED OR AP-APPROVED)
                       PERFORM 340-CANCEL-INVOICE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      *    TODO CAMBIO DEJA LA FACTURA A NOMBRE DE QUIEN LO HIZO,
      *    ASI NADIE APRUEBA LO QUE EL MISMO CARGO O CAMBIO.
       320-SAVE-INVOICE.
           IF NOT WS-MAY-UPDATE
               DISPLAY "UPDATE AUTHORITY REQUIRED"
           ELSE
               IF WS-NOT-FOUND
                   PERFORM 321-INIT-INVOICE
               END-IF
               PERFORM 325-CAPTURE-FIELDS
               PERFORM 326-CHECK-COMPLETE
               IF WS-ENTRY-INVALID
                   DISPLAY "INVOICE INCOMPLETE - NOT SAVED"
               ELSE
                   SET AP-ENTERED TO TRUE
                   MOVE WS-OPERATOR-ID TO AP-ENTERED-BY
                   IF WS-FOUND
                       REWRITE AP-RECORD
                   ELSE
                       WRITE AP-RECORD
                           INVALID KEY
                               DISPLAY "INVOICE ALREADY ON FILE"
                       END-WRITE
                   END-IF
                   DISPLAY "INVOICE SAVED - PENDING APPROVAL"
               END-IF
           END-IF.


       321-INIT-INVOICE.
           MOVE ZERO   TO AP-AMOUNT.
           MOVE ZERO   TO AP-INVOICE-DATE.
           MOVE ZERO   TO AP-DUE-DATE.
           MOVE ZERO   TO AP-DISC-PCT.
           MOVE ZERO   TO AP-DISC-DAYS.
           MOVE ZERO   TO AP-FUNDING-ACCTNO.
           MOVE SPACES TO AP-ENTERED-BY.
           MOVE SPACES TO AP-APPROVED-BY.
           MOVE ZERO   TO AP-APPROVED-DATE.
           MOVE ZERO   TO AP-SELECTED-DATE.
           MOVE ZERO   TO AP-DISC-TAKEN.
           MOVE ZERO   TO AP-PAID-AMOUNT.
           MOVE ZERO   TO AP-CHECKNO.
           MOVE ZERO   TO AP-PAID-DATE.


      *    EN BLANCO CONSERVA EL VALOR ACTUAL, COMO EN LAS DEMAS
      *    PANTALLAS DE MANTENIMIENTO DE LA SUITE.
       325-CAPTURE-FIELDS.
           DISPLAY "AMOUNT ?".
           MOVE SPACES TO WS-FIELD-ENTRY.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FIELD-ENTRY) = ZERO
                AND FUNCTION NUMVAL(WS-FIELD-ENTRY) > ZERO
                   COMPUTE AP-AMOUNT = FUNCTION NUMVAL(WS-FIELD-ENTRY)
               ELSE
                   DISPLAY "INVALID AMOUNT - KEPT"
               END-IF
           END-IF.

           DISPLAY "INVOICE DATE YYYYMMDD ?".
           PERFORM 327-ACCEPT-DATE.
           IF WS-DATE-ENTRY NOT = ZERO
               MOVE WS-DATE-ENTRY TO AP-INVOICE-DATE
           END-IF.

           DISPLAY "DUE DATE YYYYMMDD ?".
           PERFORM 327-ACCEPT-DATE.
           IF WS-DATE-ENTRY NOT = ZERO
               MOVE WS-DATE-ENTRY TO AP-DUE-DATE
           END-IF.

      *    "-" QUITA EL DESCUENTO.
           DISPLAY "DISCOUNT PERCENT (- = NONE) ?".
           MOVE SPACES TO WS-FIELD-ENTRY.
           ACCEPT WS-FIELD-ENTRY.
           EVALUATE TRUE
               WHEN WS-FIELD-ENTRY = SPACES
                   CONTINUE
               WHEN WS-FIELD-ENTRY(1:1) = "-"
                   MOVE ZERO TO AP-DISC-PCT
                   MOVE ZERO TO AP-DISC-DAYS
               WHEN FUNCTION TEST-NUMVAL(WS-FIELD-ENTRY) = ZERO
                AND FUNCTION NUMVAL(WS-FIELD-ENTRY) < 100
                   COMPUTE AP-DISC-PCT =
                       FUNCTION NUMVAL(WS-FIELD-ENTRY)
               WHEN OTHER
                   DISPLAY "INVALID PERCENT - KEPT"
           END-EVALUATE.

           IF AP-DISC-PCT > ZERO
               DISPLAY "DISCOUNT DAYS FROM INVOICE DATE ?"
               MOVE SPACES TO WS-FIELD-ENTRY
               ACCEPT WS-FIELD-ENTRY
               IF WS-FIELD-ENTRY NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-FIELD-ENTRY) = ZERO
                    AND FUNCTION NUMVAL(WS-FIELD-ENTRY) < 1000
                       COMPUTE AP-DISC-DAYS =
                           FUNCTION NUMVAL(WS-FIELD-ENTRY)
                   ELSE
                       DISPLAY "INVALID DAYS - KEPT"
                   END-IF
               END-IF
           END-IF.

           DISPLAY "FUNDING ACCOUNT ?".
           MOVE SPACES TO WS-FIELD-ENTRY.
           ACCEPT WS-FIELD-ENTRY.
           IF WS-FIELD-ENTRY NOT = SPACES
               IF WS-FIELD-ENTRY(1:6) IS NUMERIC
                AND WS-FIELD-ENTRY(7:) = SPACES
                   MOVE WS-FIELD-ENTRY(1:6) TO AP-FUNDING-ACCTNO
               ELSE
                   DISPLAY "INVALID ACCOUNT - KEPT"
               END-IF
           END-IF.


       327-ACCEPT-DATE.
           MOVE ZERO TO WS-DATE-ENTRY.
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY NOT = ZERO
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ENTRY) NOT = 0
                   DISPLAY "INVALID DATE - KEPT"
                   MOVE ZERO TO WS-DATE-ENTRY
               END-IF
           END-IF.


       326-CHECK-COMPLETE.
           SET WS-ENTRY-VALID TO TRUE.
           IF AP-AMOUNT = ZERO
            OR AP-INVOICE-DATE = ZERO
            OR AP-DUE-DATE = ZERO
            OR AP-FUNDING-ACCTNO = ZERO
               SET WS-ENTRY-INVALID TO TRUE
           END-IF.
           IF AP-DUE-DATE < AP-INVOICE-DATE
               DISPLAY "DUE DATE BEFORE INVOICE DATE"
               SET WS-ENTRY-INVALID TO TRUE
           END-IF.
           IF AP-DISC-PCT > ZERO AND AP-DISC-DAYS = ZERO
               DISPLAY "DISCOUNT NEEDS ITS DAYS"
               SET WS-ENTRY-INVALID TO TRUE
           END-IF.


       330-APPROVE-INVOICE.
           EVALUATE TRUE
               WHEN NOT WS-MAY-APPROVE
                   DISPLAY "SUPERVISOR AUTHORITY REQUIRED"
               WHEN AP-ENTERED-BY = WS-OPERATOR-ID
                   DISPLAY "KEYED BY YOU - ANOTHER SUPERVISOR"
                       " MUST APPROVE IT"
               WHEN OTHER
                   SET AP-APPROVED TO TRUE
                   MOVE WS-OPERATOR-ID TO AP-APPROVED-BY
                   MOVE WS-TODAY       TO AP-APPROVED-DATE
                   REWRITE AP-RECORD
                   DISPLAY "INVOICE APPROVED FOR PAYMENT"
           END-EVALUATE.


       340-CANCEL-INVOICE.
           IF NOT WS-MAY-APPROVE
               DISPLAY "SUPERVISOR AUTHORITY REQUIRED"
           ELSE
               SET AP-CANCELLED TO TRUE
               MOVE WS-OPERATOR-ID TO AP-APPROVED-BY
               MOVE WS-TODAY       TO AP-APPROVED-DATE
               REWRITE AP-RECORD
               DISPLAY "INVOICE CANCELLED"
           END-IF.


       900-CLOSE-FILES.
           CLOSE APINVOICE.
           CLOSE PAYEEMAST.
           CLOSE OPERMAST.

       END PROGRAM APINVMNT.
