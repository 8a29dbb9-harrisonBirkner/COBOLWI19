           FD POP-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 105 CHARACTERS.

       01 I-REC                        PIC X(105).

           SD CUST-SORT-WORK
           DATA RECORD IS CW-REC.
           05 CW-CASES                 PIC 99.
           05 CW-TEAM                  PIC X.
           05 CW-CAMPAIGN              PIC X(4).
           05 CW-SELLER                PIC X(30).

           FD CUST-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS CS-REC
           RECORD CONTAINS 105 CHARACTERS.

       01 CS-REC.
           05 CS-LNAME                 PIC X(15).
           05 CS-CASES                 PIC 99.
           05 CS-TEAM                  PIC X.
           05 CS-CAMPAIGN              PIC X(4).
           05 CS-SELLER                PIC X(30).

           FD CUST-MASTER
           LABEL RECORD IS STANDARD
