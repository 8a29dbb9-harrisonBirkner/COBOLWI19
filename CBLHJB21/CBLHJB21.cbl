           FD PIZZA-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS PH-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 PH-REC.
           05 PH-ITEM-NO               PIC X(4).
           05 PH-YEAR                  PIC 9(4).
           05 PH-MONTH                 PIC 99.
           05 PH-REST                  PIC X(22).

           FD RENT-HIST
           LABEL RECORD IS STANDARD
           FD PIZZA-ARC
           LABEL RECORD IS STANDARD
           DATA RECORD IS PA-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 PA-REC.
           05 PA-ARC-DATE              PIC 9(8).
           05 PA-DATA                  PIC X(32).

           FD RENT-ARC
           LABEL RECORD IS STANDARD
                   ELSE
                       ADD 1 TO C-KEPT-CTR
                       MOVE SPACES TO KW-REC
                       MOVE PH-REC TO KW-REC(1:32)
                       WRITE KW-REC
                   END-IF
               END-IF.
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   MOVE KW-REC(1:32) TO PH-REC
                   WRITE PH-REC
               END-IF.

