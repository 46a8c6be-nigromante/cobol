           77  W900-Cents12     PIC X(12).
           77  W900-Cents-Txt   PIC X(2000).
           77  W900-Subunit     PIC X(12).
      *    GENERO DE CADA SUSTANTIVO ("F"/"M"), PARA QUE EL NUMERO
      *    CONCUERDE: "VEINTE Y UNA LIBRAS", "DOSCIENTAS LIBRAS".
           77  W900-Curr-Gender PIC X(01).
           77  W900-Sub-Gender  PIC X(01).

       LINKAGE SECTION.
       01  numero    PIC X(10).
      *    LOS PROGRAMAS QUE MANEJAN IDIOMA POR REGISTRO O POR
      *    CLIENTE ENTRAN POR "CANCELAR-LANG" MAS ABAJO.
           MOVE "ES" TO W900-Lang.
           MOVE "M"  TO W900-Curr-Gender.

           PERFORM 100-BUILD-AMOUNT-TEXT.

                   MOVE "ES" TO W900-Lang
           END-EVALUATE.

           MOVE "M" TO W900-Curr-Gender.
           PERFORM 100-BUILD-AMOUNT-TEXT.

           MOVE "ES" TO W900-Lang.
      *    CERTIFICADOS FORMALES, MIENTRAS LOS
      *    CHEQUES CONSERVAN LA FORMA COMPACTA.  EL
      *    SUSTANTIVO DE LA SUBUNIDAD SE ELIGE POR
      *    MONEDA E IDIOMA, SINGULAR O PLURAL.  LA
      *    PARTE ENTERA Y LOS CENTAVOS CONCUERDAN
      *    CON EL GENERO DE SU SUSTANTIVO (LIBRA ES
      *    FEMENINO EN ES, PO, FR E IT).
      *    *****************************************
       ENTRY "CANCELAR-FULL" USING lang-code curr-code numero
                                    centavos moneda modo texto.
           GOBACK.


      *    *****************************************
      *    CANCELAR-CURR
      *      CALL "CANCELAR-CURR" USING LANG-CODE CURR-CODE NUMERO
      *           CENTAVOS MONEDA MODO TEXTO.
      *    LA FORMA COMPACTA DEL CHEQUE ("... Y
      *    45/100 LIBRAS"), COMO CANCELAR-LANG, PERO
      *    CON LA PARTE ENTERA EN EL GENERO DE LA
      *    MONEDA ("VEINTE Y UNA LIBRAS").  LA USAN
      *    LA CARA DEL CHEQUE, SU REIMPRESION Y SU
      *    VERIFICACION, PARA QUE LAS TRES DIGAN
      *    EXACTAMENTE LO MISMO.
      *    *****************************************
       ENTRY "CANCELAR-CURR" USING lang-code curr-code numero
                                    centavos moneda modo texto.

           PERFORM 900-PRIME-ENGINE.

           EVALUATE lang-code
               WHEN "ES"
               WHEN "EN"
               WHEN "DE"
               WHEN "FR"
               WHEN "PO"
               WHEN "NO"
               WHEN "RO"
               WHEN "IT"
               WHEN "NL"
                   MOVE lang-code TO W900-Lang
               WHEN OTHER
                   MOVE "ES" TO W900-Lang
           END-EVALUATE.

           PERFORM 230-PICK-CURRENCY-GENDER.
           PERFORM 100-BUILD-AMOUNT-TEXT.

           MOVE "ES" TO W900-Lang.
           MOVE "M"  TO W900-Curr-Gender.

           GOBACK.


       100-BUILD-AMOUNT-TEXT.

      *    EL NUMERO DE 10 SE LLEVA A 12 ALINEADO A LA DERECHA CON

      *    LA CONVERSION DE MONTO A LETRAS LA HACE LIBNUM2STR,
      *    QUE ES LA UNICA COPIA AUTORITATIVA DE LA LOGICA
      *    301, PARA NO ARRASTRAR AQUI SU PROPIA COPIA.  EN
      *    MASCULINO CONVERT-GENDER DA LO MISMO QUE CONVERT; SOLO
      *    CANCELAR-CURR LLEGA AQUI CON UNA MONEDA FEMENINA.
           CALL "CONVERT-GENDER" USING W900-Lang W900-Numero12
                                        W900-Curr-Gender W900-Texto.

      *    SI EL TEXTO CONVERTIDO SE TRUNCO (VER OVERFLOW EN
      *    LIBNUM2STR), SE DEJA CONSTANCIA EN LA BITACORA DE TRAZA
           MOVE "00"   TO W900-Numero12(1:2).
           MOVE numero TO W900-Numero12(3:10).

           PERFORM 210-PICK-SUBUNIT-NOUN.
           PERFORM 220-PICK-CONNECTOR.
           PERFORM 230-PICK-CURRENCY-GENDER.

           CALL "CONVERT-GENDER" USING W900-Lang W900-Numero12
                                        W900-Curr-Gender W900-Texto.

           CALL "OVERFLOW" USING W900-Overflow-SW.
           IF W900-TRUNCATED
               PERFORM 001-TRACE
           END-IF.

           MOVE SPACES TO W900-Plano.
           MOVE 1 TO W900-Plano-Ptr.

           ELSE
               MOVE ZEROS    TO W900-Cents12
               MOVE centavos TO W900-Cents12(11:2)
               CALL "CONVERT-GENDER" USING W900-Lang W900-Cents12
                                     W900-Sub-Gender W900-Cents-Txt
               STRING  FUNCTION TRIM(W900-Texto)   DELIMITED BY SIZE
                       " "                          DELIMITED BY SIZE
                       FUNCTION TRIM(moneda)        DELIMITED BY SIZE

      *    LA TABLA DE SUBUNIDADES: CENTAVO/CENT/CENTIMO SEGUN
      *    MONEDA E IDIOMA, EN SINGULAR PARA 01 Y PLURAL PARA EL
      *    RESTO, CON EL GENERO DE CADA SUSTANTIVO.  MONEDA
      *    DESCONOCIDA CAE A CENTAVO(S).
       210-PICK-SUBUNIT-NOUN.
           EVALUATE curr-code ALSO W900-Lang
               WHEN "USD" ALSO "ES"
                   MOVE "CENTAVO"  TO W900-Subunit
                   MOVE "M"        TO W900-Sub-Gender
               WHEN "USD" ALSO ANY
                   MOVE "CENT"     TO W900-Subunit
                   MOVE "M"        TO W900-Sub-Gender
               WHEN "EUR" ALSO "ES"
                   MOVE "CENTIMO"  TO W900-Subunit
                   MOVE "M"        TO W900-Sub-Gender
               WHEN "EUR" ALSO "FR"
                   MOVE "CENTIME"  TO W900-Subunit
                   MOVE "M"        TO W900-Sub-Gender
               WHEN "EUR" ALSO ANY
                   MOVE "CENT"     TO W900-Subunit
                   MOVE "M"        TO W900-Sub-Gender
               WHEN "GBP" ALSO "ES"
                   MOVE "PENIQUE"  TO W900-Subunit
                   MOVE "M"        TO W900-Sub-Gender
               WHEN "GBP" ALSO ANY
                   MOVE "PENNY"    TO W900-Subunit
                   MOVE "M"        TO W900-Sub-Gender
               WHEN OTHER
                   MOVE "CENTAVO"  TO W900-Subunit
                   MOVE "M"        TO W900-Sub-Gender
           END-EVALUATE.

           IF centavos NOT = 1
                       MOVE "CENTIMOS" TO W900-Subunit
                   WHEN "CENTIME"
                       MOVE "CENTIMES" TO W900-Subunit
                   WHEN "PENIQUE"
                       MOVE "PENIQUES" TO W900-Subunit
                   WHEN "PENNY"
                       MOVE "PENCE"    TO W900-Subunit
               END-EVALUATE
           END-IF.

           END-EVALUATE.


      *    GENERO DEL SUSTANTIVO DE LA MONEDA (EL QUE TRAE MONEDA)
      *    POR MONEDA E IDIOMA.  SOLO LA LIBRA ES FEMENINA EN LOS
      *    IDIOMAS QUE LA CONCUERDAN (LIBRA, LIVRE, STERLINA);
      *    PESO, DOLAR Y EURO SON MASCULINOS EN TODOS.
       230-PICK-CURRENCY-GENDER.
           EVALUATE curr-code ALSO W900-Lang
               WHEN "GBP" ALSO "ES"
               WHEN "GBP" ALSO "PO"
               WHEN "GBP" ALSO "FR"
               WHEN "GBP" ALSO "IT"
                   MOVE "F"    TO W900-Curr-Gender
               WHEN OTHER
                   MOVE "M"    TO W900-Curr-Gender
           END-EVALUATE.


      *    CIERRE EXPLICITO DEL PARRAFO, COMO EN 100: SIN EL, EL
      *    PERFORM SEGUIRIA DE LARGO HACIA EL ENTRY CANCELAR-VERSION.
       230-PICK-CURRENCY-GENDER-EXIT.
           EXIT.


      *    *****************************************
      *    CANCELAR-VERSION
      *      CALL "CANCELAR-VERSION" USING ENGINE-VERSION.
