           77 W305-DECENAS-1   OCCURS 10 TIMES PIC X(20).
           77 W305-UNIDADES    OCCURS 10  TIMES PIC X(20).

      *    Genero del sustantivo contado (LIBRAS, ...): femenino
      *    solo en los grupos de miles y unidades; MILHAO y BILHAO
      *    son masculinos por si mismos.
           77 W305-GENDER-SW   PIC X(01) VALUE "M".
               88 W305-FEMININE      VALUE "F".
               88 W305-MASCULINE     VALUE "M".
           77 W305-FEM-GRP-SW  PIC X(01) VALUE "N".
               88 W305-FEM-GROUP     VALUE "Y".
               88 W305-MASC-GROUP    VALUE "N".
           77 W305-CENTENAS-F  OCCURS 10 TIMES PIC X(20).
           77 W305-UNIDADES-F  OCCURS 10 TIMES PIC X(20).

      *    Centenas/Decenas/Unidades
           77 W305-U  PIC 9.
           77 W305-D  PIC 9.
