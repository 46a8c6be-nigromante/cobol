           77 W304-DECENAS-1   OCCURS 10 TIMES PIC X(20).
           77 W304-UNIDADES    OCCURS 10  TIMES PIC X(20).

      *    Sustantivo femenino (LIVRES): solo el UN final del grupo
      *    de unidades pasa a UNE; MILLE, MILLION y MILLIARD no
      *    cambian.
           77 W304-GENDER-SW   PIC X(01) VALUE "M".
               88 W304-FEMININE      VALUE "F".
               88 W304-MASCULINE     VALUE "M".

      *    Centenas/Decenas/Unidades
           77 W304-U  PIC 9.
           77 W304-D  PIC 9.
