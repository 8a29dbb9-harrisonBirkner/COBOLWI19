      *MARKS UNITS WHOSE LEASE HAS ENDED (DEPPEND.DAT, WRITTEN BY
      *CBLHJB04) AS PENDING REFUND, REWRITES THE LEDGER, AND PRINTS
      *THE ANNUAL STATEMENT PER UNIT WITH A TRUST-BALANCE TOTAL THE
      *OFFICE CAN RECONCILE AGAINST THE BANK. A REFUND IS QUEUED
      *ON PAYQUE.DAT FOR THE CBLHJB82 CHECK RUN UNLESS ITS REASON
      *CODE IS MAN, WHICH MARKS A REFUND ALREADY PAID BY A HAND-
      *WRITTEN CHECK.
      *EVERY RECORD THE RUN CHANGES ON DEPLEDG.DAT IS JOURNALED TO
      *AIJRNL.DAT (CBLAIJRN) SO CBLHJB91 CAN ROLL A RESTORED GENERATION
      *FORWARD.
       PROGRAM-ID. CBLHJB17.
           AUTHOR. HARRISON BIRKNER.

               ASSIGN TO DYNAMIC FP-DEPTRAN-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAY-QUEUE
               ASSIGN TO DYNAMIC FP-PAYQUE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-DEPSTMT-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

       01 DT-PST-REC                   PIC X(24).

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

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-LANE              PIC X(8)    VALUE SPACES.
           05 FP-DEPTRAN-DAT         PIC X(40)   VALUE SPACES.
           05 FP-DEPLEDG-DAT         PIC X(40)   VALUE SPACES.
           05 FP-DEPPEND-DAT         PIC X(40)   VALUE SPACES.
           05 FP-DEPTRAN-PST         PIC X(40)   VALUE SPACES.
           05 FP-DEPSTMT-PRT         PIC X(40)   VALUE SPACES.
           05 FP-PAYQUE-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).
               05 C-AIJ-FUNCTION       PIC X       VALUE SPACE.
               05 C-AIJ-FILE           PIC X(12)   VALUE SPACES.
               05 C-AIJ-PROGRAM        PIC X(8)    VALUE 'CBLHJB17'.

           01 LEDGER-TABLE.
               05 LED-ENTRY            OCCURS 1000 TIMES.
                   MOVE RC-AS-OF-YEAR          TO TITLE-YEAR
               END-IF.
               OPEN EXTEND TRAN-POSTED.
               OPEN EXTEND PAY-QUEUE.
               PERFORM L4-HEADING-FIRST.
               PERFORM L3-READ-INPUT.

               PERFORM L3-WRITE-RUN-LOG.
               CLOSE TRAN-INPUT.
               CLOSE TRAN-POSTED.
               CLOSE PAY-QUEUE.
      *    POSTED TRANSACTIONS MOVE TO DEPTRAN.PST AND THE INPUT IS
      *    EMPTIED, SO A RERUN NEVER POSTS THE SAME RECEIPT,
      *    INTEREST, DEDUCTION, OR REFUND TWICE.
                   WHEN DT-REFUND
                       MOVE DT-DATE TO LED-REFUND-DATE(C-LED-SUB)
                       MOVE 'R' TO LED-STATUS(C-LED-SUB)
                       IF DT-REASON NOT = 'MAN'
                           AND DT-AMOUNT > 0
                           PERFORM L4-QUEUE-REFUND
                       END-IF
               END-EVALUATE.
               ADD 1 TO C-POSTED-CTR.

           L3-POST-TRAN-EXIT.
               EXIT.

      *    THE REFUND IS PAYABLE TO THE UNIT'S DEPARTED TENANT;
      *    CBLHJB82 RESOLVES THE NAME AND ADDRESS FROM TENANT.HIS BY
      *    BUILDING AND UNIT. THE MEMO CARRIES THE REFUND DATE SO A
      *    REPEATED TURN-IN IS CAUGHT AS A DUPLICATE PAYMENT.
           L4-QUEUE-REFUND.
               MOVE 'D'                    TO PQ-PAY-TYPE.
               MOVE SPACES                 TO PQ-PAYEE-KEY.
               MOVE DT-BLD-CODE            TO PQ-PAYEE-KEY(1:2).
               MOVE DT-UNIT                TO PQ-PAYEE-KEY(3:2).
               MOVE DT-AMOUNT              TO PQ-AMOUNT.
               MOVE DT-DATE                TO PQ-APPROVE-DATE.
               MOVE 'CBLHJB17'             TO PQ-SOURCE.
               MOVE SPACES                 TO PQ-MEMO.
               STRING 'DEP REFUND ' DELIMITED BY SIZE
                   DT-DATE DELIMITED BY SIZE
                   INTO PQ-MEMO.
               WRITE PQ-REC.

           L3-MARK-LEASE-ENDS.
      *    A LEASE THAT HAS ENDED IN CBLHJB04'S RENEWAL TRACKING
      *    LEAVES ITS DEPOSIT PENDING REFUND SO NOTHING FALLS
               END-IF.

           L3-REWRITE-LEDGER.
               MOVE 'B'                TO C-AIJ-FUNCTION.
               MOVE 'DEPLEDG.DAT'      TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               OPEN OUTPUT DEP-LEDGER.
               PERFORM VARYING C-LED-SUB FROM 1 BY 1
                   UNTIL C-LED-SUB > C-LED-CTR
                       WRITE DL-REC
               END-PERFORM.
               CLOSE DEP-LEDGER.
               MOVE 'E'                TO C-AIJ-FUNCTION.
               MOVE 'DEPLEDG.DAT'      TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.

           L3-STATEMENTS.
               PERFORM VARYING C-LED-SUB FROM 1 BY 1
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'DEPSTMT.PRT' DELIMITED BY SIZE
               INTO FP-DEPSTMT-PRT.
           MOVE SPACES TO FP-PAYQUE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PAYQUE.DAT' DELIMITED BY SIZE
               INTO FP-PAYQUE-DAT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
      *    RUN IN ONE OF THE STREAM'S PARALLEL LANES, COBLANE NAMES
      *    THE LANE AND THE STEP LOGS TO THAT LANE'S OWN RUN LOG,
      *    WHICH THE STREAM ADDS TO RUNLOG.DAT WHEN THE LANE ENDS.
           ACCEPT FP-LANE FROM ENVIRONMENT 'COBLANE'.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG' DELIMITED BY SIZE
               FP-LANE DELIMITED BY SPACE
               '.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB17.
