
           77 W301-Unidades    OCCURS 10  TIMES PIC X(20).

      * gender agreement with the counted noun (LIBRAS, ...): the
      * caller sets W301-Gender-SW; 301-GRUPO turns W301-FEM-GROUP
      * on only for the miles and unidades groups, since MILLON and
      * BILLON are masculine nouns of their own.
           77 W301-Gender-SW   PIC X(01) VALUE "M".
               88 W301-FEMININE      VALUE "F".
               88 W301-MASCULINE     VALUE "M".
           77 W301-Fem-Grp-SW  PIC X(01) VALUE "N".
               88 W301-FEM-GROUP     VALUE "Y".
               88 W301-MASC-GROUP    VALUE "N".
           77 W301-Centenas-F  OCCURS 10 TIMES PIC X(20).

      * ordinal word-table and input for 301-ORD-CDU/301-ORD-LOOP
           77 W301-Ord-Num       PIC X(03).
           77 W301-Ord-Num-Chars REDEFINES W301-Ord-Num
