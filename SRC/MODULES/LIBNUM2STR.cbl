      *             NUMERO-SIGNED CENTAVOS EDIT-OUT.
      *        CALL "WRAP-TEXT" USING TEXTO WRAP-LEN
      *             LINEA1 LINEA2 LINEA3.
      *        CALL "CONVERT-PERCENT" USING LANG-CODE TASA
      *             TEXTO.
      *        CALL "CONVERT-GENDER" USING LANG-CODE NUMERO
      *             GENERO TEXTO.
      *        CALL "CONVERT-AMOUNT-GENDER" USING LANG-CODE
      *             NUMERO CENTAVOS GENERO TEXTO PLURAL-SW.
      *
      *      DONDE LANG-CODE ES UNO DE:
      *        ES EN DE FR PO NO RO IT NL
           77  W405-Dia-Txt     PIC X(80).
           77  W405-Anio-Txt    PIC X(80).

      *    PORCENTAJE EN LETRAS (409): PARTE ENTERA Y HASTA CUATRO
      *    DECIMALES, CON LA PALABRA DE CERO, DE COMA DECIMAL Y DE
      *    POR CIENTO DE CADA IDIOMA.
           77  W409-Whole       PIC 9(03).
           77  W409-Dec         PIC 9(04).
           77  W409-Dec-Digit REDEFINES W409-Dec OCCURS 4 TIMES
                                PIC 9(01).
           77  W409-Dec-Len     PIC 9(01).
           77  W409-Lead        PIC 9(01).
           77  W409-Idx         PIC 9(01).
           77  W409-Dec-Val     PIC 9(04).
           77  W409-Num12       PIC 9(12).
           77  W409-Part-Txt    PIC X(2000).
           77  W409-Whole-Txt   PIC X(200).
           77  W409-Dec-Txt     PIC X(400).
           77  W409-Dec-Ptr     PIC 9(04).
           77  W409-Zero-Word   PIC X(06).
           77  W409-Point-Word  PIC X(08).
           77  W409-Pct-Word    PIC X(12).

      *    CONCORDANCIA DE GENERO (410): EL GENERO DEL SUSTANTIVO
      *    DE LA MONEDA SE PASA AL MOTOR DEL IDIOMA SOLO DURANTE LA
      *    LLAMADA; AL SALIR TODO VUELVE A MASCULINO, QUE ES LO QUE
      *    ESPERAN CONVERT Y LOS DEMAS PUNTOS DE ENTRADA.
           77  W410-Gender-SW   PIC X(01) VALUE "M".
               88  W410-FEMININE    VALUE "F".

       LINKAGE SECTION.
           77  numero      PIC X(12).
           77  texto       PIC X(2000).
           77  overflow-sw PIC X(01).
               88  RESULT-TRUNCATED   VALUE "Y".
               88  RESULT-NOT-TRUNCATED VALUE "N".
           77  tasa        PIC 9(03)V9(04).
           77  genero      PIC X(01).
               88  GENDER-FEMININE  VALUE "F".
               88  GENDER-MASCULINE VALUE "M" " ".


       PROCEDURE DIVISION USING numero texto.



      *    *****************************************
      *    CONVERT-PERCENT
      *      CALL "CONVERT-PERCENT" USING LANG-CODE TASA
      *           TEXTO.
      *    DELETREA UN PORCENTAJE CON HASTA CUATRO
      *    DECIMALES ("CINCO COMA VEINTICINCO POR
      *    CIENTO") PARA CONTRATOS DE PRESTAMO,
      *    CARTAS DE CAMBIO DE TASA Y CONSTANCIAS DE
      *    CDT.  TASA ES EL PORCENTAJE MISMO (5,25
      *    Y NO 0,0525).  LOS CEROS FINALES NO SE
      *    LEEN; LOS CEROS INICIALES DE LA PARTE
      *    DECIMAL SI ("CINCO COMA CERO CINCO").  EN
      *    INGLES LOS DECIMALES SE LEEN DIGITO A
      *    DIGITO ("FIVE POINT TWO FIVE PERCENT").
      *    UN IDIOMA NO SOPORTADO DEVUELVE ESPACIOS.
      *    *****************************************
       ENTRY "CONVERT-PERCENT" USING lang-code tasa texto.

           PERFORM 409-CONVERT-PERCENT.

           GOBACK.



      *    *****************************************
      *    CONVERT-GENDER
      *      CALL "CONVERT-GENDER" USING LANG-CODE
      *           NUMERO GENERO TEXTO.
      *    COMO CONVERT, PERO EL NUMERO CONCUERDA
      *    CON EL GENERO DEL SUSTANTIVO QUE CUENTA
      *    (GENERO "F" = FEMENINO, "M" O ESPACIO =
      *    MASCULINO): 21 LIBRAS DA "VEINTE Y UNA",
      *    200 LIBRAS "DOSCIENTAS".  SOLO CAMBIA EL
      *    TEXTO EN LOS IDIOMAS CON CONCORDANCIA EN
      *    LOS NUMERALES: ES, PO (UMA, DUAS,
      *    DUZENTAS), FR (VINGT ET UNE) E IT (UNA,
      *    SOLO PARA EL 1 SUELTO).  EN LOS DEMAS ES
      *    IGUAL A CONVERT.
      *    *****************************************
       ENTRY "CONVERT-GENDER" USING lang-code numero genero texto.

           PERFORM 410-SET-GENDER.
           PERFORM 400-CONVERT.
           PERFORM 410-FIX-GENDER.
           PERFORM 410-RESET-GENDER.

           GOBACK.



      *    *****************************************
      *    CONVERT-AMOUNT-GENDER
      *      CALL "CONVERT-AMOUNT-GENDER" USING
      *           LANG-CODE NUMERO CENTAVOS GENERO
      *           TEXTO PLURAL-SW.
      *    COMO CONVERT-AMOUNT, CON LA PARTE ENTERA
      *    EN EL GENERO DE LA MONEDA (VER
      *    CONVERT-GENDER).
      *    *****************************************
       ENTRY "CONVERT-AMOUNT-GENDER" USING lang-code numero centavos
                                     genero texto plural-sw.

           PERFORM 410-SET-GENDER.
           PERFORM 400-CONVERT.
           PERFORM 410-FIX-GENDER.
           PERFORM 410-RESET-GENDER.
           PERFORM 401-APPEND-CENTS.

           IF FUNCTION NUMVAL(numero) = 1
               SET AMOUNT-SINGULAR TO TRUE
           ELSE
               SET AMOUNT-PLURAL   TO TRUE
           END-IF.

           GOBACK.



      *    *****************************************
      *    OVERFLOW
      *      CALL "OVERFLOW" USING OVERFLOW-SW.
               WHEN "CERO"          MOVE 000 TO W406-VALOR
               WHEN "UN"            MOVE 001 TO W406-VALOR
               WHEN "UNO"           MOVE 001 TO W406-VALOR
      *        FORMAS FEMENINAS (VER CONVERT-GENDER): UN CHEQUE EN
      *        LIBRAS SE VERIFICA IGUAL QUE UNO EN PESOS.
               WHEN "UNA"           MOVE 001 TO W406-VALOR
               WHEN "DOS"           MOVE 002 TO W406-VALOR
               WHEN "TRES"          MOVE 003 TO W406-VALOR
               WHEN "CUATRO"        MOVE 004 TO W406-VALOR
               WHEN "SETECIENTOS"   MOVE 700 TO W406-VALOR
               WHEN "OCHOCIENTOS"   MOVE 800 TO W406-VALOR
               WHEN "NOVECIENTOS"   MOVE 900 TO W406-VALOR
               WHEN "DOSCIENTAS"    MOVE 200 TO W406-VALOR
               WHEN "TRESCIENTAS"   MOVE 300 TO W406-VALOR
               WHEN "CUATROCIENTAS" MOVE 400 TO W406-VALOR
               WHEN "QUINIENTAS"    MOVE 500 TO W406-VALOR
               WHEN "SEISCIENTAS"   MOVE 600 TO W406-VALOR
               WHEN "SETECIENTAS"   MOVE 700 TO W406-VALOR
               WHEN "OCHOCIENTAS"   MOVE 800 TO W406-VALOR
               WHEN "NOVECIENTAS"   MOVE 900 TO W406-VALOR
               WHEN OTHER
                   MOVE "N" TO W406-OK-SW
           END-EVALUATE.
           MOVE "DECEMBER"   TO W405-MESES-EN(12).


       409-CONVERT-PERCENT.
           MOVE SPACES TO texto.
           PERFORM 409-SET-WORDS.

           IF W409-Zero-Word NOT = SPACES
               MOVE tasa TO W409-Whole
               COMPUTE W409-Dec = (tasa - W409-Whole) * 10000

               IF W409-Whole = ZERO
                   MOVE W409-Zero-Word TO W409-Whole-Txt
               ELSE
                   MOVE W409-Whole TO W409-Num12
                   PERFORM 409-SPELL-NUM12
                   MOVE W409-Part-Txt(1:200) TO W409-Whole-Txt
               END-IF

               MOVE ZERO TO W409-Dec-Len
               PERFORM 409-FIND-DEC-LEN
                 VARYING W409-Idx FROM 1 BY 1
                   UNTIL W409-Idx > 4

               IF W409-Dec-Len = ZERO
                   STRING FUNCTION TRIM(W409-Whole-Txt)
                                               DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          FUNCTION TRIM(W409-Pct-Word)
                                               DELIMITED BY SIZE
                          INTO texto
               ELSE
                   PERFORM 409-SPELL-DECIMALS
                   STRING FUNCTION TRIM(W409-Whole-Txt)
                                               DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          FUNCTION TRIM(W409-Point-Word)
                                               DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          FUNCTION TRIM(W409-Dec-Txt)
                                               DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          FUNCTION TRIM(W409-Pct-Word)
                                               DELIMITED BY SIZE
                          INTO texto
               END-IF
           END-IF.


       409-SET-WORDS.
           EVALUATE lang-code
               WHEN "ES"
                   MOVE "CERO"       TO W409-Zero-Word
                   MOVE "COMA"       TO W409-Point-Word
                   MOVE "POR CIENTO" TO W409-Pct-Word
               WHEN "EN"
                   MOVE "ZERO"       TO W409-Zero-Word
                   MOVE "POINT"      TO W409-Point-Word
                   MOVE "PERCENT"    TO W409-Pct-Word
               WHEN "DE"
                   MOVE "NULL"       TO W409-Zero-Word
                   MOVE "KOMMA"      TO W409-Point-Word
                   MOVE "PROZENT"    TO W409-Pct-Word
               WHEN "FR"
                   MOVE "ZERO"       TO W409-Zero-Word
                   MOVE "VIRGULE"    TO W409-Point-Word
                   MOVE "POUR CENT"  TO W409-Pct-Word
               WHEN "PO"
                   MOVE "ZERO"       TO W409-Zero-Word
                   MOVE "VIRGULA"    TO W409-Point-Word
                   MOVE "POR CENTO"  TO W409-Pct-Word
               WHEN "NO"
                   MOVE "NULL"       TO W409-Zero-Word
                   MOVE "KOMMA"      TO W409-Point-Word
                   MOVE "PROSENT"    TO W409-Pct-Word
               WHEN "RO"
                   MOVE "ZERO"       TO W409-Zero-Word
                   MOVE "VIRGULA"    TO W409-Point-Word
                   MOVE "LA SUTA"    TO W409-Pct-Word
               WHEN "IT"
                   MOVE "ZERO"       TO W409-Zero-Word
                   MOVE "VIRGOLA"    TO W409-Point-Word
                   MOVE "PER CENTO"  TO W409-Pct-Word
               WHEN "NL"
                   MOVE "NUL"        TO W409-Zero-Word
                   MOVE "KOMMA"      TO W409-Point-Word
                   MOVE "PROCENT"    TO W409-Pct-Word
               WHEN OTHER
                   MOVE SPACES       TO W409-Zero-Word
                   MOVE SPACES       TO W409-Point-Word
                   MOVE SPACES       TO W409-Pct-Word
           END-EVALUATE.


      *    POSICION DEL ULTIMO DECIMAL DISTINTO DE CERO.
       409-FIND-DEC-LEN.
           IF W409-Dec-Digit(W409-Idx) NOT = ZERO
               MOVE W409-Idx TO W409-Dec-Len
           END-IF.


      *    EN INGLES CADA DECIMAL SE LEE SOLO; EN LOS DEMAS IDIOMAS
      *    LOS CEROS INICIALES SE LEEN UNO A UNO Y EL RESTO COMO UN
      *    SOLO NUMERO.
       409-SPELL-DECIMALS.
           MOVE SPACES TO W409-Dec-Txt.
           MOVE 1 TO W409-Dec-Ptr.

           IF lang-code = "EN"
               PERFORM 409-SPELL-ONE-DIGIT
                 VARYING W409-Idx FROM 1 BY 1
                   UNTIL W409-Idx > W409-Dec-Len
           ELSE
               MOVE ZERO TO W409-Lead
               PERFORM 409-COUNT-LEAD-ZERO
                 VARYING W409-Idx FROM 1 BY 1
                   UNTIL W409-Idx > W409-Dec-Len
                      OR W409-Dec-Digit(W409-Idx) NOT = ZERO
               PERFORM 409-APPEND-ZERO-WORD
                 VARYING W409-Idx FROM 1 BY 1
                   UNTIL W409-Idx > W409-Lead
               MOVE ZERO TO W409-Dec-Val
               PERFORM 409-ADD-DEC-DIGIT
                 VARYING W409-Idx FROM W409-Lead BY 1
                   UNTIL W409-Idx >= W409-Dec-Len
               MOVE W409-Dec-Val TO W409-Num12
               PERFORM 409-SPELL-NUM12
               PERFORM 409-APPEND-PART
           END-IF.


       409-COUNT-LEAD-ZERO.
           ADD 1 TO W409-Lead.


       409-APPEND-ZERO-WORD.
           STRING FUNCTION TRIM(W409-Zero-Word) DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  INTO W409-Dec-Txt
                  WITH POINTER W409-Dec-Ptr.


      *    W409-Idx CORRE DESDE LA POSICION ANTERIOR AL DIGITO QUE
      *    SE SUMA, PARA QUE EL LIMITE SEA LA LONGITUD DECIMAL.
       409-ADD-DEC-DIGIT.
           COMPUTE W409-Dec-Val =
               W409-Dec-Val * 10 + W409-Dec-Digit(W409-Idx + 1).


       409-SPELL-ONE-DIGIT.
           IF W409-Dec-Digit(W409-Idx) = ZERO
               PERFORM 409-APPEND-ZERO-WORD
           ELSE
               MOVE W409-Dec-Digit(W409-Idx) TO W409-Num12
               PERFORM 409-SPELL-NUM12
               PERFORM 409-APPEND-PART
           END-IF.


       409-APPEND-PART.
           STRING FUNCTION TRIM(W409-Part-Txt) DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  INTO W409-Dec-Txt
                  WITH POINTER W409-Dec-Ptr.


      *    IGUAL QUE 400-CONVERT, PERO SOBRE W409-Num12 EN VEZ DEL
      *    NUMERO RECIBIDO.
       409-SPELL-NUM12.
           EVALUATE lang-code
               WHEN "ES"
                   PERFORM 301-INIT
                   MOVE W409-Num12      TO W301-Num-N
                   PERFORM 301-LOOP
                   MOVE W300-Out        TO W409-Part-Txt
               WHEN "EN"
                   MOVE W409-Num12      TO W302-NUMERO
                   PERFORM 302-INIT
                   PERFORM 302-CONVERT
                   MOVE W302-RESULT     TO W409-Part-Txt
               WHEN "DE"
                   MOVE W409-Num12      TO W303-NUMERO
                   PERFORM 303-INIT
                   PERFORM 303-CONVERT
                   MOVE W303-RESULT     TO W409-Part-Txt
               WHEN "FR"
                   MOVE W409-Num12      TO W304-NUMERO
                   PERFORM 304-INIT
                   PERFORM 304-CONVERT
                   MOVE W304-RESULT     TO W409-Part-Txt
               WHEN "PO"
                   MOVE W409-Num12      TO W305-NUMERO
                   PERFORM 305-INIT
                   PERFORM 305-CONVERT
                   MOVE W305-RESULT     TO W409-Part-Txt
               WHEN "NO"
                   MOVE W409-Num12      TO W306-NUMERO
                   PERFORM 306-INIT
                   PERFORM 306-CONVERT
                   MOVE W306-RESULT     TO W409-Part-Txt
               WHEN "RO"
                   MOVE W409-Num12      TO W300-NUMERO
                   PERFORM 307-CONVERT
                   MOVE W300-RESULT     TO W409-Part-Txt
               WHEN "IT"
                   MOVE W409-Num12      TO W300-NUMERO
                   PERFORM 308-CONVERT
                   MOVE W300-RESULT     TO W409-Part-Txt
               WHEN "NL"
                   MOVE W409-Num12      TO W309-NUMERO
                   PERFORM 309-INIT
                   PERFORM 309-CONVERT
                   MOVE W309-RESULT     TO W409-Part-Txt
               WHEN OTHER
                   MOVE SPACES          TO W409-Part-Txt
           END-EVALUATE.


      *    EL GENERO SE ENTREGA A CADA MOTOR QUE LO ENTIENDE.
       410-SET-GENDER.
           IF GENDER-FEMININE
               MOVE "F" TO W410-Gender-SW
           ELSE
               MOVE "M" TO W410-Gender-SW
           END-IF.

           MOVE W410-Gender-SW TO W301-Gender-SW.
           MOVE W410-Gender-SW TO W304-GENDER-SW.
           MOVE W410-Gender-SW TO W305-GENDER-SW.


      *    EL MOTOR ITALIANO NO DISTINGUE GRUPOS; LA UNICA FORMA
      *    QUE CAMBIA ES EL 1 SUELTO ("UNA STERLINA"), QUE SE
      *    CORRIGE SOBRE EL TEXTO YA ARMADO.
       410-FIX-GENDER.
           IF lang-code = "IT" AND W410-FEMININE
               IF FUNCTION NUMVAL(numero) = 1
                   MOVE "UNA" TO texto
               END-IF
           END-IF.


       410-RESET-GENDER.
           MOVE "M" TO W410-Gender-SW.
           MOVE "M" TO W301-Gender-SW.
           MOVE "M" TO W304-GENDER-SW.
           MOVE "M" TO W305-GENDER-SW.


       INCLUDE STRCAT_CODE.
       INCLUDE NUM2STR_CODE.
       INCLUDE NUM200STR_CODE.
       INCLUDE NUM2ITSTR_CODE.
       INCLUDE NUM2ROSTR_CODE.
       INCLUDE NUM2NLSTR_CODE.

