      *    estado P), aplica el umbral de reporte de
      *    PAYEE-YRLT-CTL, e imprime una carta por
      *    beneficiario que califique con el total en
      *    letras via CANCELAR-CURR en su CR-LANG,
      *    mas el registro resumen para nuestro
      *    archivo.
      *    *****************************************
           05  CR-VOID-DATE        PIC 9(08).
           05  CR-CHANNEL          PIC X(01).
           05  CR-REPRINT-FORM     PIC 9(08).
           05  CR-LANG2            PIC X(02).

       FD  YRLT-CTL.
       01  YRLT-CTL-LINE.
       01  WS-OVER-SW          PIC X(01) VALUE "N".
           88  WS-TABLE-OVERFLOW   VALUE "Y".

      *    ARGUMENTOS DE CANCELAR-CURR PARA LA CARTA.
       01  WS-LANG             PIC X(02).
       01  WS-NUMERO           PIC X(10).
       01  WS-CENTS            PIC 9(02).
           OPEN OUTPUT REPORT-FILE.

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
           COMPUTE WS-CENTS =
               ( WS-PY-TOTAL(WS-PY-SUB) - WS-WHOLE ) * 100.
           MOVE "N" TO WS-MODO.
           CALL "CANCELAR-CURR" USING WS-LANG WS-PY-CURR(WS-PY-SUB)
                                       WS-NUMERO WS-CENTS WS-MONEDA
                                       WS-MODO WS-TEXTO.
           MOVE FUNCTION TRIM(WS-TEXTO) TO LW-TEXTO.
           MOVE LETTER-WORDS-LINE TO LETTER-REC.
           WRITE LETTER-REC.
