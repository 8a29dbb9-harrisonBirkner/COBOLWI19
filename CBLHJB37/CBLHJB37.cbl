           FD SALES-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 SH-REC.
           05 SH-ITEM-NO               PIC X(4).
           05 SH-YEAR                  PIC 9(4).
           05 SH-MONTH                 PIC 99.
           05 SH-TOTAL-SALES           PIC 9(13).
           05 SH-STORE                 PIC XX.
           05 SH-UNITS                 PIC 9(7).

           FD PRTOUT
           LABEL RECORD IS OMITTED
