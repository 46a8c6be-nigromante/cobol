           05  CR-VOID-DATE        PIC 9(08).
           05  CR-CHANNEL          PIC X(01).
           05  CR-REPRINT-FORM     PIC 9(08).
           05  CR-LANG2            PIC X(02).

       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).
