       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHECKSREC.
       AUTHOR.        JULIAN VIDAL.

      *    *****************************************
      *    Conciliacion de formas de cheque: lo
      *    recibido de la imprenta menos lo que hay
      *    (boveda mas lo cargado en la impresora y
      *    todavia sin usar) debe igualar lo consumido
      *    en el registro de cheques mas lo
      *    inutilizado. Consumen forma los cheques de
      *    papel del registro (los pagos electronicos
      *    no) y las formas de reemplazo de CHECKRPRT
      *    (ver CHECKRPRT-LOG). Toda forma consumida
      *    que no salio de la impresora - en boveda,
      *    inutilizada, o nunca recibida - se lista
      *    como excepcion: es la que descuadra.
      *    Complementa a CHECKSEQ, que prueba la serie
      *    del registro sin saber de formas fisicas.
      *    *****************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHECK-STOCK
               ASSIGN "./DATA/CHECKSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CS-FROM
               STATUS IS STOCK-STATUS.

           SELECT OPTIONAL CHECK-REGISTER
               ASSIGN "./DATA/CHECK-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CR-CHECKNO
               STATUS IS REGISTER-STATUS.

           SELECT OPTIONAL RPRT-LOG
               ASSIGN "./DATA/CHECKRPRT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS RPRT-LOG-STATUS.

           SELECT REPORT-FILE
               ASSIGN "./DATA/CHECKSREC-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    MISMO TRAZADO QUE EN CHECKSTK.
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

       FD  CHECK-REGISTER.
       01  REG-RECORD.
           05  CR-CHECKNO          PIC 9(08).
           05  CR-STATUS           PIC X(01).
               88  CR-ISSUED           VALUE "I".
               88  CR-PAID             VALUE "P".
               88  CR-VOID             VALUE "V".
               88  CR-HELD             VALUE "H".
           05  CR-ISSUE-DATE       PIC 9(08).
           05  CR-PAID-DATE        PIC 9(08).
           05  CR-AMOUNT-WHOLE     PIC 9(10).
           05  CR-AMOUNT-CENTS     PIC 9(02).
           05  CR-PAYEE            PIC X(80).
           05  CR-NOMBRE           PIC X(30).
           05  CR-APELLIDO         PIC X(30).
           05  CR-DIRECCION        PIC X(30).
           05  CR-PAYEE-ACCTNO     PIC 9(06).
           05  CR-FUNDING-ACCTNO   PIC 9(06).
           05  CR-CURRCODE         PIC X(03).
           05  CR-LANG             PIC X(02).
           05  CR-VOID-DATE        PIC 9(08).
           05  CR-CHANNEL          PIC X(01).
               88  CR-CHANNEL-EPAY     VALUE "E".
           05  CR-REPRINT-FORM     PIC 9(08).
           05  CR-LANG2            PIC X(02).

       FD  RPRT-LOG.
       01  RPRT-LOG-LINE.
           05  RG-DATE             PIC 9(08).
           05  FILLER              PIC X(01).
           05  RG-CHECKNO          PIC 9(08).
           05  FILLER              PIC X(01).
           05  RG-NEW-FORM         PIC 9(08).
           05  FILLER              PIC X(01).
           05  RG-AMOUNT-WHOLE     PIC 9(10).
           05  RG-AMOUNT-CENTS     PIC 9(02).

       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  STOCK-STATUS        PIC XX.
       01  REGISTER-STATUS     PIC XX.
       01  RPRT-LOG-STATUS     PIC XX.
       01  REPORT-FILE-STATUS  PIC XX.

       01  WS-EOF-SW           PIC X(01) VALUE "N".
           88  WS-EOF          VALUE "Y".
           88  WS-NOT-EOF      VALUE "N".

       01  WS-TODAY            PIC 9(08).

      *    LOS RANGOS DEL INVENTARIO, EN ORDEN DE SERIAL, CON LO
      *    CONSUMIDO DE CADA RANGO CARGADO.
       77  WS-RANGE-MAX        PIC 9(04) VALUE 1000.
       01  WS-RANGE-USED       PIC 9(04) VALUE ZERO.
       01  WS-RANGE-TABLE.
           05  WS-RANGE-ENTRY OCCURS 1000 TIMES.
               10  WS-RG-FROM      PIC 9(08).
               10  WS-RG-TO        PIC 9(08).
               10  WS-RG-STATUS    PIC X(01).
               10  WS-RG-CONSUMED  PIC 9(08).
       01  WS-RANGE-SUB        PIC 9(04).
       01  WS-HIT-SUB          PIC 9(04).

       01  WS-SERIAL           PIC 9(08).
       01  WS-SOURCE           PIC X(08).
       01  WS-RANGE-COUNT      PIC 9(08).

       01  WS-RECEIVED         PIC 9(09) VALUE ZERO.
       01  WS-IN-VAULT         PIC 9(09) VALUE ZERO.
       01  WS-LOADED           PIC 9(09) VALUE ZERO.
       01  WS-LOADED-USED      PIC 9(09) VALUE ZERO.
       01  WS-SPOILED          PIC 9(09) VALUE ZERO.
       01  WS-ON-HAND          PIC 9(09) VALUE ZERO.
       01  WS-CHECKS-PRINTED   PIC 9(09) VALUE ZERO.
       01  WS-REPRINTS         PIC 9(09) VALUE ZERO.
       01  WS-CONSUMED         PIC 9(09) VALUE ZERO.
       01  WS-GONE             PIC S9(09) VALUE ZERO.
       01  WS-ACCOUNTED        PIC S9(09) VALUE ZERO.
       01  WS-DIFFERENCE       PIC S9(09) VALUE ZERO.
       01  WS-EXCEPTIONS       PIC 9(07) VALUE ZERO.

       01  HEADING-LINE.
           05  FILLER          PIC X(30)
               VALUE "CHECK STOCK RECONCILIATION - ".
           05  HL-DATE         PIC 9(08).

       01  RANGE-LINE.
           05  FILLER          PIC X(06) VALUE "RANGE ".
           05  RL-FROM         PIC 9(08).
           05  FILLER          PIC X(03) VALUE " - ".
           05  RL-TO           PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-STATUS       PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-COUNT        PIC Z(7)9.
           05  FILLER          PIC X(07) VALUE "  USED ".
           05  RL-USED         PIC Z(7)9.

       01  EXCEPTION-LINE.
           05  EL-SOURCE       PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  EL-SERIAL       PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  EL-REASON       PIC X(40).

       01  TOTALS-LINE.
           05  TL-LABEL        PIC X(36).
           05  TL-COUNT        PIC -(9)9.

       01  VERDICT-LINE        PIC X(60).

       PROCEDURE DIVISION.

       000-MAINLINE.
           PERFORM 100-OPEN-FILES.

           PERFORM 200-LOAD-STOCK.
           PERFORM 300-SCAN-REGISTER.
           PERFORM 400-SCAN-REPRINTS.

           PERFORM 800-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
           STOP RUN.


       100-OPEN-FILES.
           CALL "isamdate" USING WS-TODAY.
           OPEN INPUT CHECK-STOCK.
           OPEN INPUT CHECK-REGISTER.
           OPEN INPUT RPRT-LOG.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-TODAY TO HL-DATE.
           MOVE HEADING-LINE TO REPORT-REC.
           WRITE REPORT-REC.


      *    ----------------------------------------
      *    INVENTARIO: TODO RANGO FUE RECIBIDO; SU
      *    ESTADO DICE DONDE ESTA HOY.
      *    ----------------------------------------
       200-LOAD-STOCK.
           SET WS-NOT-EOF TO TRUE.
           PERFORM 210-LOAD-ONE-RANGE
               UNTIL WS-EOF.

           IF WS-RANGE-USED = WS-RANGE-MAX
               DISPLAY "MORE STOCK RANGES THAN " WS-RANGE-MAX
                   " - REPORT INCOMPLETE"
           END-IF.


       210-LOAD-ONE-RANGE.
           READ CHECK-STOCK NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
           IF STOCK-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.

           IF NOT WS-EOF AND WS-RANGE-USED < WS-RANGE-MAX
               ADD 1 TO WS-RANGE-USED
               MOVE CS-FROM   TO WS-RG-FROM(WS-RANGE-USED)
               MOVE CS-TO     TO WS-RG-TO(WS-RANGE-USED)
               MOVE CS-STATUS TO WS-RG-STATUS(WS-RANGE-USED)
               MOVE ZERO      TO WS-RG-CONSUMED(WS-RANGE-USED)
               COMPUTE WS-RANGE-COUNT = CS-TO - CS-FROM + 1
               ADD WS-RANGE-COUNT TO WS-RECEIVED
               EVALUATE TRUE
                   WHEN CS-IN-VAULT
                       ADD WS-RANGE-COUNT TO WS-IN-VAULT
                   WHEN CS-LOADED
                       ADD WS-RANGE-COUNT TO WS-LOADED
                   WHEN OTHER
                       ADD WS-RANGE-COUNT TO WS-SPOILED
               END-EVALUATE
           END-IF.


      *    ----------------------------------------
      *    REGISTRO: CADA CHEQUE DE PAPEL GASTO SU
      *    FORMA, CUALQUIERA SEA SU ESTADO HOY.
      *    ----------------------------------------
       300-SCAN-REGISTER.
           SET WS-NOT-EOF TO TRUE.
           MOVE "REGISTER" TO WS-SOURCE.
           PERFORM 310-SCAN-ONE-CHECK
               UNTIL WS-EOF.


       310-SCAN-ONE-CHECK.
           READ CHECK-REGISTER NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
           IF REGISTER-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.

           IF NOT WS-EOF AND NOT CR-CHANNEL-EPAY
               ADD 1 TO WS-CHECKS-PRINTED
               MOVE CR-CHECKNO TO WS-SERIAL
               PERFORM 500-CONSUME-FORM
           END-IF.


       400-SCAN-REPRINTS.
           SET WS-NOT-EOF TO TRUE.
           MOVE "REPRINT" TO WS-SOURCE.
           PERFORM 410-SCAN-ONE-REPRINT
               UNTIL WS-EOF.


       410-SCAN-ONE-REPRINT.
           READ RPRT-LOG
               AT END SET WS-EOF TO TRUE
           END-READ.
           IF RPRT-LOG-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.

           IF NOT WS-EOF
               ADD 1 TO WS-REPRINTS
               MOVE RG-NEW-FORM TO WS-SERIAL
               PERFORM 500-CONSUME-FORM
           END-IF.


      *    UNA FORMA CONSUMIDA DEBE HABER SALIDO DE UN RANGO
      *    CARGADO EN LA IMPRESORA.
       500-CONSUME-FORM.
           ADD 1 TO WS-CONSUMED.
           MOVE ZERO TO WS-HIT-SUB.
           PERFORM 510-TEST-ONE-RANGE
               VARYING WS-RANGE-SUB FROM 1 BY 1
                   UNTIL WS-RANGE-SUB > WS-RANGE-USED
                      OR WS-HIT-SUB NOT = ZERO.

           EVALUATE TRUE
               WHEN WS-HIT-SUB = ZERO
                   MOVE "FORM NEVER RECEIVED" TO EL-REASON
                   PERFORM 520-WRITE-EXCEPTION
               WHEN WS-RG-STATUS(WS-HIT-SUB) = "L"
                   ADD 1 TO WS-RG-CONSUMED(WS-HIT-SUB)
                   ADD 1 TO WS-LOADED-USED
               WHEN WS-RG-STATUS(WS-HIT-SUB) = "V"
                   MOVE "FORM STILL BOOKED IN THE VAULT" TO EL-REASON
                   PERFORM 520-WRITE-EXCEPTION
               WHEN OTHER
                   MOVE "FORM BOOKED AS SPOILED" TO EL-REASON
                   PERFORM 520-WRITE-EXCEPTION
           END-EVALUATE.


       510-TEST-ONE-RANGE.
           IF WS-SERIAL NOT < WS-RG-FROM(WS-RANGE-SUB)
            AND WS-SERIAL NOT > WS-RG-TO(WS-RANGE-SUB)
               MOVE WS-RANGE-SUB TO WS-HIT-SUB
           END-IF.


       520-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS.
           MOVE WS-SOURCE TO EL-SOURCE.
           MOVE WS-SERIAL TO EL-SERIAL.
           MOVE EXCEPTION-LINE TO REPORT-REC.
           WRITE REPORT-REC.


       800-PRINT-TOTALS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM 810-PRINT-ONE-RANGE
               VARYING WS-RANGE-SUB FROM 1 BY 1
                   UNTIL WS-RANGE-SUB > WS-RANGE-USED.

           COMPUTE WS-ON-HAND =
               WS-IN-VAULT + WS-LOADED - WS-LOADED-USED.
           COMPUTE WS-GONE = WS-RECEIVED - WS-ON-HAND.
           COMPUTE WS-ACCOUNTED = WS-CONSUMED + WS-SPOILED.
           COMPUTE WS-DIFFERENCE = WS-GONE - WS-ACCOUNTED.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "FORMS RECEIVED                   :" TO TL-LABEL.
           MOVE WS-RECEIVED TO TL-COUNT.
           PERFORM 820-WRITE-TOTAL.
           MOVE "  IN VAULT                       :" TO TL-LABEL.
           MOVE WS-IN-VAULT TO TL-COUNT.
           PERFORM 820-WRITE-TOTAL.
           MOVE "  IN PRINTER, UNUSED             :" TO TL-LABEL.
           COMPUTE TL-COUNT = WS-LOADED - WS-LOADED-USED.
           PERFORM 820-WRITE-TOTAL.
           MOVE "FORMS ON HAND                    :" TO TL-LABEL.
           MOVE WS-ON-HAND TO TL-COUNT.
           PERFORM 820-WRITE-TOTAL.
           MOVE "RECEIVED LESS ON HAND            :" TO TL-LABEL.
           MOVE WS-GONE TO TL-COUNT.
           PERFORM 820-WRITE-TOTAL.

           MOVE "  CHECKS PRINTED (REGISTER)      :" TO TL-LABEL.
           MOVE WS-CHECKS-PRINTED TO TL-COUNT.
           PERFORM 820-WRITE-TOTAL.
           MOVE "  REPLACEMENT FORMS (REPRINTS)   :" TO TL-LABEL.
           MOVE WS-REPRINTS TO TL-COUNT.
           PERFORM 820-WRITE-TOTAL.
           MOVE "  SPOILED                        :" TO TL-LABEL.
           MOVE WS-SPOILED TO TL-COUNT.
           PERFORM 820-WRITE-TOTAL.
           MOVE "CONSUMED PLUS SPOILED            :" TO TL-LABEL.
           MOVE WS-ACCOUNTED TO TL-COUNT.
           PERFORM 820-WRITE-TOTAL.
           MOVE "DIFFERENCE                       :" TO TL-LABEL.
           MOVE WS-DIFFERENCE TO TL-COUNT.
           PERFORM 820-WRITE-TOTAL.
           MOVE "EXCEPTIONS LISTED                :" TO TL-LABEL.
           MOVE WS-EXCEPTIONS TO TL-COUNT.
           PERFORM 820-WRITE-TOTAL.

           IF WS-DIFFERENCE = ZERO
               MOVE "CHECK STOCK RECONCILED" TO VERDICT-LINE
           ELSE
               MOVE "CHECK STOCK DOES NOT RECONCILE - SEE EXCEPTIONS"
                 TO VERDICT-LINE
           END-IF.
           MOVE VERDICT-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           DISPLAY VERDICT-LINE.


       810-PRINT-ONE-RANGE.
           MOVE WS-RG-FROM(WS-RANGE-SUB) TO RL-FROM.
           MOVE WS-RG-TO(WS-RANGE-SUB)   TO RL-TO.
           EVALUATE WS-RG-STATUS(WS-RANGE-SUB)
               WHEN "V"   MOVE "VAULT"   TO RL-STATUS
               WHEN "L"   MOVE "PRINTER" TO RL-STATUS
               WHEN OTHER MOVE "SPOILED" TO RL-STATUS
           END-EVALUATE.
           COMPUTE RL-COUNT = WS-RG-TO(WS-RANGE-SUB)
               - WS-RG-FROM(WS-RANGE-SUB) + 1.
           MOVE WS-RG-CONSUMED(WS-RANGE-SUB) TO RL-USED.
           MOVE RANGE-LINE TO REPORT-REC.
           WRITE REPORT-REC.


       820-WRITE-TOTAL.
           MOVE TOTALS-LINE TO REPORT-REC.
           WRITE REPORT-REC.


       900-CLOSE-FILES.
           CLOSE CHECK-STOCK.
           CLOSE CHECK-REGISTER.
           CLOSE RPRT-LOG.
           CLOSE REPORT-FILE.

       END PROGRAM CHECKSREC.
