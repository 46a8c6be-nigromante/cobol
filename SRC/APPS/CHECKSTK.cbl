       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHECKSTK.
       AUTHOR.        JULIAN VIDAL.

      *    *****************************************
      *    Inventario de formas de cheque en blanco
      *    CHECKSTOCK: un registro por rango de
      *    seriales, en boveda (V), cargado en la
      *    impresora (L) o inutilizado (S).
      *    Movimientos por rango de seriales:
      *      R  recibir de la imprenta (entra a
      *         boveda; no puede pisar otro rango)
      *      I  entregar a la impresora (de boveda)
      *      B  devolver a boveda (de la impresora)
      *      S  inutilizar (de boveda o impresora;
      *         solo supervisor, con motivo)
      *    Un movimiento sobre parte de un rango lo
      *    parte en dos o tres. Cada movimiento queda
      *    en la bitacora de custodia CHECKSTOCK-LOG
      *    con fecha, hora, operador, rango, cantidad
      *    y referencia (remito o motivo). CHECKSREC
      *    concilia este inventario con el registro
      *    de cheques; CHECKRUN avisa si lo cargado
      *    no alcanza para el lote.
      *    *****************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHECK-STOCK
               ASSIGN "./DATA/CHECKSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CS-FROM
               STATUS IS STOCK-STATUS.

           SELECT OPTIONAL STOCK-LOG
               ASSIGN "./DATA/CHECKSTOCK-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS STOCK-LOG-STATUS.

           SELECT OPERMAST
               ASSIGN "./DATA/OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OP-ID
               STATUS IS OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    MISMO TRAZADO EN CHECKSREC Y CHECKRUN.
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

      *    BITACORA DE CUSTODIA: QUIEN MOVIO QUE RANGO Y CUANDO.
       FD  STOCK-LOG.
       01  STOCK-LOG-LINE.
           05  SL-DATE             PIC 9(08).
           05  FILLER              PIC X(01).
           05  SL-TIME             PIC 9(06).
           05  FILLER              PIC X(01).
           05  SL-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01).
           05  SL-ACTION           PIC X(01).
           05  FILLER              PIC X(01).
           05  SL-FROM             PIC 9(08).
           05  FILLER              PIC X(01).
           05  SL-TO               PIC 9(08).
           05  FILLER              PIC X(01).
           05  SL-COUNT            PIC 9(07).
           05  FILLER              PIC X(01).
           05  SL-REFERENCE        PIC X(20).

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
       01  STOCK-STATUS        PIC XX.
       01  STOCK-LOG-STATUS    PIC XX.
       01  OPER-STATUS         PIC XX.

       01  WS-EOF-SW           PIC X(01) VALUE "N".
           88  WS-EOF          VALUE "Y".
           88  WS-NOT-EOF      VALUE "N".

       01  WS-FOUND-SW         PIC X(01) VALUE "N".
           88  WS-FOUND            VALUE "Y".
           88  WS-NOT-FOUND        VALUE "N".

       01  WS-OPER-SW          PIC X(01) VALUE "N".
           88  WS-OPER-FOUND       VALUE "Y".
           88  WS-OPER-NOT-FOUND   VALUE "N".

       01  WS-OPERATOR-ID      PIC X(08).
       01  WS-PASSWORD         PIC X(08).
       01  WS-PW-RESULT        PIC X(01).
       01  WS-OPER-LEVEL       PIC X(01).
           88  WS-MAY-UPDATE       VALUE "U" "D" "S".
           88  WS-MAY-SPOIL        VALUE "S".

       01  WS-TODAY            PIC 9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-ACTION           PIC X(01).
           88  WS-ACT-RECEIVE      VALUE "R".
           88  WS-ACT-ISSUE        VALUE "I".
           88  WS-ACT-BACK         VALUE "B".
           88  WS-ACT-SPOIL        VALUE "S".
           88  WS-ACT-LIST         VALUE "L".
           88  WS-ACT-END          VALUE "X".
       01  WS-FROM             PIC 9(08).
       01  WS-TO               PIC 9(08).
       01  WS-REFERENCE        PIC X(20).
       01  WS-NEW-STATUS       PIC X(01).
       01  WS-COUNT            PIC 9(07).

      *    EL RANGO QUE CONTIENE AL MOVIMIENTO, TAL COMO ESTABA
      *    ANTES DE PARTIRLO.
       01  WS-OLD-RANGE.
           05  WS-OLD-FROM         PIC 9(08).
           05  WS-OLD-TO           PIC 9(08).
           05  WS-OLD-STATUS       PIC X(01).
           05  WS-OLD-RECEIVED     PIC 9(08).
           05  WS-OLD-LAST-DATE    PIC 9(08).
           05  WS-OLD-CUSTODIAN    PIC X(08).
           05  WS-OLD-REFERENCE    PIC X(20).

       01  WS-OVERLAP-SW       PIC X(01) VALUE "N".
           88  WS-OVERLAP          VALUE "Y".
           88  WS-NO-OVERLAP       VALUE "N".

       01  WS-STATUS-TEXT      PIC X(10).
       01  WS-TOTAL-VAULT      PIC 9(08).
       01  WS-TOTAL-LOADED     PIC 9(08).
       01  WS-TOTAL-SPOILED    PIC 9(08).

       PROCEDURE DIVISION.

       000-MAINLINE.
           OPEN I-O CHECK-STOCK.
           OPEN INPUT OPERMAST.
           CALL "isamdate" USING WS-TODAY.

           PERFORM 110-SIGN-ON.

           DISPLAY "BLANK CHECK STOCK".
           PERFORM 100-READ-ACTION.

           PERFORM 300-PROCESS-ONE
               UNTIL WS-ACT-END.

           PERFORM 900-CLOSE-FILES.
           STOP RUN.


      *    CUALQUIER OPERADOR ACTIVO CONSULTA; MOVER FORMAS PIDE
      *    NIVEL DE ACTUALIZACION E INUTILIZARLAS, SUPERVISOR.
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


       100-READ-ACTION.
           DISPLAY "(R)ECEIVE, (I)SSUE TO PRINTER, (B)ACK TO VAULT,"
               " (S)POIL, (L)IST OR (X) END ?".
           MOVE SPACE TO WS-ACTION.
           ACCEPT WS-ACTION.
           INSPECT WS-ACTION CONVERTING "ribslx" TO "RIBSLX".


       300-PROCESS-ONE.
           EVALUATE TRUE
               WHEN WS-ACT-LIST
                   PERFORM 600-LIST-STOCK
               WHEN WS-ACT-RECEIVE
               WHEN WS-ACT-ISSUE
               WHEN WS-ACT-BACK
                   IF WS-MAY-UPDATE
                       PERFORM 310-ACCEPT-RANGE
                   ELSE
                       DISPLAY "UPDATE AUTHORITY REQUIRED"
                   END-IF
               WHEN WS-ACT-SPOIL
                   IF WS-MAY-SPOIL
                       PERFORM 310-ACCEPT-RANGE
                   ELSE
                       DISPLAY "SUPERVISOR AUTHORITY REQUIRED"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 100-READ-ACTION.


       310-ACCEPT-RANGE.
           DISPLAY "FIRST SERIAL ?".
           MOVE ZERO TO WS-FROM.
           ACCEPT WS-FROM.
           DISPLAY "LAST SERIAL ?".
           MOVE ZERO TO WS-TO.
           ACCEPT WS-TO.
           IF WS-ACT-RECEIVE
               DISPLAY "DELIVERY NOTE ?"
           ELSE
               DISPLAY "REFERENCE / REASON ?"
           END-IF.
           MOVE SPACES TO WS-REFERENCE.
           ACCEPT WS-REFERENCE.

           EVALUATE TRUE
               WHEN WS-FROM = ZERO
                OR WS-TO < WS-FROM
                   DISPLAY "BAD SERIAL RANGE - NOTHING DONE"
               WHEN WS-ACT-SPOIL AND WS-REFERENCE = SPACES
                   DISPLAY "SPOILED FORMS NEED A REASON"
               WHEN WS-ACT-RECEIVE
                   PERFORM 400-RECEIVE-RANGE
               WHEN OTHER
                   PERFORM 500-MOVE-RANGE
           END-EVALUATE.


      *    ----------------------------------------
      *    RECEPCION: UN RANGO NUEVO, EN BOVEDA, QUE
      *    NO PISE NINGUN SERIAL YA RECIBIDO.
      *    ----------------------------------------
       400-RECEIVE-RANGE.
           SET WS-NO-OVERLAP TO TRUE.
           PERFORM 700-START-STOCK.
           PERFORM 410-TEST-OVERLAP
               UNTIL WS-EOF OR WS-OVERLAP.

           IF WS-OVERLAP
               DISPLAY "SERIALS ALREADY RECEIVED AS RANGE "
                   CS-FROM " - " CS-TO " - NOTHING DONE"
           ELSE
               MOVE WS-FROM        TO CS-FROM
               MOVE WS-TO          TO CS-TO
               SET CS-IN-VAULT     TO TRUE
               MOVE WS-TODAY       TO CS-RECEIVED-DATE
               MOVE WS-TODAY       TO CS-LAST-DATE
               MOVE WS-OPERATOR-ID TO CS-CUSTODIAN
               MOVE WS-REFERENCE   TO CS-REFERENCE
               WRITE STOCK-RECORD
                   INVALID KEY
                       DISPLAY "STOCK WRITE FAILED " STOCK-STATUS
               END-WRITE
               PERFORM 800-LOG-MOVEMENT
               DISPLAY "RECEIVED INTO VAULT: " WS-COUNT " FORMS"
           END-IF.


       410-TEST-OVERLAP.
           PERFORM 710-READ-NEXT-STOCK.
           IF NOT WS-EOF
               IF CS-FROM NOT > WS-TO AND CS-TO NOT < WS-FROM
                   SET WS-OVERLAP TO TRUE
               END-IF
           END-IF.


      *    ----------------------------------------
      *    ENTREGA, DEVOLUCION O INUTILIZACION: EL
      *    RANGO DEBE CABER ENTERO EN UN SOLO RANGO
      *    DEL ESTADO DE ORIGEN, QUE SE PARTE.
      *    ----------------------------------------
       500-MOVE-RANGE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM 700-START-STOCK.
           PERFORM 510-FIND-CONTAINING
               UNTIL WS-EOF OR WS-FOUND.

           EVALUATE TRUE
               WHEN WS-NOT-FOUND
                   DISPLAY "RANGE NOT INSIDE ONE RECEIVED RANGE"
                       " - NOTHING DONE"
               WHEN WS-ACT-ISSUE AND NOT CS-IN-VAULT
                   DISPLAY "FORMS ARE NOT IN THE VAULT"
               WHEN WS-ACT-BACK AND NOT CS-LOADED
                   DISPLAY "FORMS ARE NOT IN THE PRINTER"
               WHEN WS-ACT-SPOIL AND CS-SPOILED
                   DISPLAY "FORMS ALREADY SPOILED"
               WHEN OTHER
                   PERFORM 520-SPLIT-RANGE
           END-EVALUATE.


       510-FIND-CONTAINING.
           PERFORM 710-READ-NEXT-STOCK.
           IF NOT WS-EOF
               IF CS-FROM NOT > WS-FROM AND CS-TO NOT < WS-TO
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.


      *    LA LLAVE DE UN REGISTRO NO CAMBIA: LA PARTE DE ADELANTE
      *    (SI LA HAY) CONSERVA EL REGISTRO ORIGINAL ACORTADO, EL
      *    TRAMO MOVIDO Y LA COLA SE ESCRIBEN NUEVOS.
       520-SPLIT-RANGE.
           EVALUATE TRUE
               WHEN WS-ACT-ISSUE MOVE "L" TO WS-NEW-STATUS
               WHEN WS-ACT-BACK  MOVE "V" TO WS-NEW-STATUS
               WHEN OTHER        MOVE "S" TO WS-NEW-STATUS
           END-EVALUATE.

           MOVE CS-FROM          TO WS-OLD-FROM.
           MOVE CS-TO            TO WS-OLD-TO.
           MOVE CS-STATUS        TO WS-OLD-STATUS.
           MOVE CS-RECEIVED-DATE TO WS-OLD-RECEIVED.
           MOVE CS-LAST-DATE     TO WS-OLD-LAST-DATE.
           MOVE CS-CUSTODIAN     TO WS-OLD-CUSTODIAN.
           MOVE CS-REFERENCE     TO WS-OLD-REFERENCE.

           IF WS-FROM > WS-OLD-FROM
               COMPUTE CS-TO = WS-FROM - 1
               REWRITE STOCK-RECORD
               PERFORM 530-SET-MOVED-PART
               WRITE STOCK-RECORD
                   INVALID KEY
                       DISPLAY "STOCK WRITE FAILED " STOCK-STATUS
               END-WRITE
           ELSE
               PERFORM 530-SET-MOVED-PART
               REWRITE STOCK-RECORD
           END-IF.

           IF WS-TO < WS-OLD-TO
               COMPUTE CS-FROM = WS-TO + 1
               MOVE WS-OLD-TO        TO CS-TO
               MOVE WS-OLD-STATUS    TO CS-STATUS
               MOVE WS-OLD-RECEIVED  TO CS-RECEIVED-DATE
               MOVE WS-OLD-LAST-DATE TO CS-LAST-DATE
               MOVE WS-OLD-CUSTODIAN TO CS-CUSTODIAN
               MOVE WS-OLD-REFERENCE TO CS-REFERENCE
               WRITE STOCK-RECORD
                   INVALID KEY
                       DISPLAY "STOCK WRITE FAILED " STOCK-STATUS
               END-WRITE
           END-IF.

           PERFORM 800-LOG-MOVEMENT.
           DISPLAY "MOVED: " WS-COUNT " FORMS".


       530-SET-MOVED-PART.
           MOVE WS-FROM          TO CS-FROM.
           MOVE WS-TO            TO CS-TO.
           MOVE WS-NEW-STATUS    TO CS-STATUS.
           MOVE WS-OLD-RECEIVED  TO CS-RECEIVED-DATE.
           MOVE WS-TODAY         TO CS-LAST-DATE.
           MOVE WS-OPERATOR-ID   TO CS-CUSTODIAN.
           MOVE WS-REFERENCE     TO CS-REFERENCE.


       600-LIST-STOCK.
           MOVE ZERO TO WS-TOTAL-VAULT.
           MOVE ZERO TO WS-TOTAL-LOADED.
           MOVE ZERO TO WS-TOTAL-SPOILED.
           PERFORM 700-START-STOCK.
           PERFORM 610-LIST-ONE
               UNTIL WS-EOF.
           DISPLAY "IN VAULT  : " WS-TOTAL-VAULT.
           DISPLAY "IN PRINTER: " WS-TOTAL-LOADED.
           DISPLAY "SPOILED   : " WS-TOTAL-SPOILED.


       610-LIST-ONE.
           PERFORM 710-READ-NEXT-STOCK.
           IF NOT WS-EOF
               COMPUTE WS-COUNT = CS-TO - CS-FROM + 1
               EVALUATE TRUE
                   WHEN CS-IN-VAULT
                       MOVE "VAULT"   TO WS-STATUS-TEXT
                       ADD WS-COUNT   TO WS-TOTAL-VAULT
                   WHEN CS-LOADED
                       MOVE "PRINTER" TO WS-STATUS-TEXT
                       ADD WS-COUNT   TO WS-TOTAL-LOADED
                   WHEN OTHER
                       MOVE "SPOILED" TO WS-STATUS-TEXT
                       ADD WS-COUNT   TO WS-TOTAL-SPOILED
               END-EVALUATE
               DISPLAY CS-FROM " - " CS-TO " " WS-STATUS-TEXT
                   " " CS-CUSTODIAN " " CS-LAST-DATE
                   " " CS-REFERENCE
           END-IF.


       700-START-STOCK.
           SET WS-NOT-EOF TO TRUE.
           MOVE ZERO TO CS-FROM.
           START CHECK-STOCK KEY NOT LESS THAN CS-FROM
               INVALID KEY SET WS-EOF TO TRUE
           END-START.
           IF STOCK-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.


       710-READ-NEXT-STOCK.
           READ CHECK-STOCK NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.


       800-LOG-MOVEMENT.
           COMPUTE WS-COUNT = WS-TO - WS-FROM + 1.
           ACCEPT WS-TIME-RAW FROM TIME.
           OPEN EXTEND STOCK-LOG.
           MOVE SPACES         TO STOCK-LOG-LINE.
           MOVE WS-TODAY       TO SL-DATE.
           MOVE WS-TIME-RAW(1:6) TO SL-TIME.
           MOVE WS-OPERATOR-ID TO SL-OPERATOR.
           MOVE WS-ACTION      TO SL-ACTION.
           MOVE WS-FROM        TO SL-FROM.
           MOVE WS-TO          TO SL-TO.
           MOVE WS-COUNT       TO SL-COUNT.
           MOVE WS-REFERENCE   TO SL-REFERENCE.
           WRITE STOCK-LOG-LINE.
           CLOSE STOCK-LOG.


       900-CLOSE-FILES.
           CLOSE CHECK-STOCK.
           CLOSE OPERMAST.

       END PROGRAM CHECKSTK.
