           FD PIZZA-ARC
           LABEL RECORD IS STANDARD
           DATA RECORD IS PA-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 PA-REC.
           05 PA-ARC-DATE              PIC 9(8).
               10 PA-ITEM-NO           PIC X(4).
               10 PA-YEAR              PIC 9(4).
               10 PA-MONTH             PIC 99.
               10 PA-REST              PIC X(22).

           FD RENT-ARC
           LABEL RECORD IS STANDARD
           FD PIZZA-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS PH-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 PH-REC                       PIC X(32).

           FD RENT-HIST
           LABEL RECORD IS STANDARD
