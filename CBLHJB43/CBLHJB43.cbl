      *SALESPERSON STATEMENT ON COMMSTMT.PRT WITH MONTHLY SALES
      *AND COMMISSION TOTALS AND THE ANNUAL FIGURE - SO THE
      *BOOKKEEPER STOPS RE-ADDING TWELVE MONTHS OF COMMISSION
      *PRINTOUTS AT TAX TIME. EACH SALESPERSON'S ANNUAL
      *COMMISSION IS ALSO QUEUED ON PAYQUE.DAT FOR THE CBLHJB82
      *DISBURSEMENT RUN TO PAY BY CHECK.
       PROGRAM-ID. CBLHJB43.
           AUTHOR. HARRISON BIRKNER.

               ASSIGN TO DYNAMIC FP-COMMSTMT-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL PAY-QUEUE
               ASSIGN TO DYNAMIC FP-PAYQUE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       01 PRTLINE                      PIC X(132).

           FD PAY-QUEUE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PQ-REC
           RECORD CONTAINS 52 CHARACTERS.

       01 PQ-REC.
           05 PQ-PAY-TYPE              PIC X.
           05 PQ-PAYEE-KEY             PIC X(6).
           05 PQ-AMOUNT                PIC 9(7)V99.
           05 PQ-APPROVE-DATE          PIC 9(8).
           05 PQ-SOURCE                PIC X(8).
           05 PQ-MEMO                  PIC X(20).

           FD RUN-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS RL-REC
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-COMMHIST-DAT        PIC X(40)   VALUE SPACES.
           05 FP-COMMSTMT-PRT        PIC X(40)   VALUE SPACES.
           05 FP-PAYQUE-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 C-MO-SUB             PIC 99      VALUE 0.
               05 C-ANN-SALES          PIC 9(13)V99 VALUE 0.
               05 C-ANN-COMM           PIC 9(11)V99 VALUE 0.
               05 C-QUEUE-DATE         PIC 9(8)    VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
           L2-INIT.
               OPEN INPUT COMM-HIST.
               OPEN OUTPUT PRTOUT.
               OPEN EXTEND PAY-QUEUE.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE CURRENT-DATE-AND-TIME(1:8) TO C-QUEUE-DATE.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE COMM-HIST.
               CLOSE PRTOUT.
               CLOSE PAY-QUEUE.

           L3-READ-INPUT.
               READ COMM-HIST
               MOVE C-ANN-COMM             TO AN-COMM.
               WRITE PRTLINE FROM ANNUAL-LINE
                   AFTER ADVANCING 2 LINES.
               IF C-ANN-COMM > 0
                   PERFORM L4-QUEUE-COMMISSION
               END-IF.

      *    THE YEAR'S COMMISSION GOES TO THE PAYMENT QUEUE KEYED BY
      *    SALES CODE; THE MEMO CARRIES THE YEAR SO THE CBLHJB82
      *    DUPLICATE CHECK CATCHES A SECOND CLOSE OF THE SAME YEAR.
           L4-QUEUE-COMMISSION.
               MOVE 'C'                    TO PQ-PAY-TYPE.
               MOVE SPACES                 TO PQ-PAYEE-KEY.
               MOVE SALES-CODE-ENTRY(C-SLS-SUB) TO PQ-PAYEE-KEY(1:1).
               MOVE C-ANN-COMM             TO PQ-AMOUNT.
               MOVE C-QUEUE-DATE           TO PQ-APPROVE-DATE.
               MOVE 'CBLHJB43'             TO PQ-SOURCE.
               MOVE SPACES                 TO PQ-MEMO.
               STRING 'COMMISSIONS ' DELIMITED BY SIZE
                   LS-STMT-YEAR DELIMITED BY SIZE
                   INTO PQ-MEMO.
               WRITE PQ-REC.

           L4-PUT-MONTH-LINE.
               MOVE MONTH-NAME-ENTRY(C-MO-SUB) TO D-MONTH-NAME.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'COMMSTMT.PRT' DELIMITED BY SIZE
               INTO FP-COMMSTMT-PRT.
           MOVE SPACES TO FP-PAYQUE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PAYQUE.DAT' DELIMITED BY SIZE
               INTO FP-PAYQUE-DAT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
