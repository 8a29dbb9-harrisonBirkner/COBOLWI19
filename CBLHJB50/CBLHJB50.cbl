           FD POP-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 105 CHARACTERS.

       01 I-REC.
           05 I-LNAME                  PIC X(15).
           05 I-CASES                  PIC 99.
           05 I-TEAM                   PIC X.
           05 I-CAMPAIGN               PIC X(4).
           05 I-SELLER-LNAME           PIC X(15).
           05 I-SELLER-FNAME           PIC X(15).

           FD POP-CTL-FILE
           LABEL RECORD IS STANDARD
