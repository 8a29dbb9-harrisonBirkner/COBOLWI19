      *TRANSACTION ON MOVEOUT.DAT (BUILDING/UNIT, MOVE-OUT DATE,
      *DAMAGE DEDUCTION, REASON) NOW DRIVES ALL THREE FILES THAT
      *USED TO BE HAND-EDITED SEPARATELY: THE TENANT RECORD IS
      *LIFTED OFF TENANT.IDX AND ARCHIVED TO TENANT.HIS WITH THE
      *MOVE-OUT DATE, THE UNIT'S MONBILLS.IDX PRIOR BALANCE IS
      *CLEARED INTO THE SETTLEMENT, AND THE DEPLEDG.DAT DEPOSIT IS
      *NETTED AGAINST THAT FINAL BALANCE PLUS THE DAMAGE DEDUCTION
      *AND MARKED REFUNDED. EACH MOVE-OUT PRINTS A PAGE-PER-TENANT
      *SETTLEMENT STATEMENT (MOVEOUT.PRT) SHOWING EXACTLY HOW THE
      *REFUND OR BALANCE DUE WAS COMPUTED. POSTED TRANSACTIONS
      *MOVE TO MOVEOUT.PST AND THE INPUT IS EMPTIED.
      *WHEN INSPECT.DAT HOLDS A MOVE-OUT INSPECTION FOR THE UNIT
      *IT IS COMPARED ITEM BY ITEM TO THE TENANT'S MOVE-IN
      *INSPECTION. EVERY ITEM THAT GOT WORSE, OTHER THAN NORMAL
      *WEAR, IS PRICED FROM THE DMGSCHED.DAT DAMAGE CHARGE
      *SCHEDULE AND THE TOTAL REPLACES THE KEYED DAMAGE AMOUNT.
      *THE ITEMIZED COMPARISON PRINTS AS THE TENANT COPY ON THE
      *SETTLEMENT STATEMENT. THE FINAL RENT BALANCE TAKEN OUT OF
      *THE DEPOSIT IS WRITTEN TO THE TENANT LEDGER, TENLEDG.DAT,
      *AS A DEPOSIT-APPLIED CREDIT. EVERY SETTLED MOVE-OUT OPENS A
      *UNIT TURNOVER RECORD ON TURNOVER.DAT, DATED FROM THE MOVE-OUT,
      *THAT CBLHJB80 FOLLOWS UNTIL THE UNIT IS LEASED AGAIN.
      *A REFUND DUE THE TENANT IS QUEUED ON PAYQUE.DAT FOR THE
      *CBLHJB82 CHECK RUN.
      *EVERY RECORD THE RUN CHANGES ON MONBILLS.IDX AND DEPLEDG.DAT IS
      *JOURNALED TO AIJRNL.DAT (CBLAIJRN) SO CBLHJB91 CAN ROLL A
      *RESTORED GENERATION FORWARD.
      *THE TENANT AND BILLING FILES ARE NOW INDEXED ON BUILDING AND
      *UNIT - EACH MOVE-OUT READS ITS UNIT BY KEY, DELETES THE
      *TENANT AND REWRITES ONLY THAT UNIT'S BILLING RECORD, SO
      *NEITHER FILE IS REBUILT AND THE TWO 1000-ENTRY TABLES ARE
      *GONE.
       PROGRAM-ID. CBLHJB47.
           AUTHOR. HARRISON BIRKNER.

                   FILE STATUS IS C-TRAN-STATUS.

           SELECT OPTIONAL TENANT-MASTER
               ASSIGN TO DYNAMIC FP-TENANT-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS TN-KEY
                   FILE STATUS IS C-TEN-STATUS.

           SELECT OPTIONAL TENANT-HIST
               ASSIGN TO DYNAMIC FP-TENANT-HIS
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BILL-FILE
               ASSIGN TO DYNAMIC FP-MONBILLS-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS B-KEY
                   FILE STATUS IS C-BILL-STATUS.

           SELECT OPTIONAL DEP-LEDGER
               ASSIGN TO DYNAMIC FP-DEPLEDG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INSPECT-FILE
               ASSIGN TO DYNAMIC FP-INSPECT-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DAMAGE-SCHED
               ASSIGN TO DYNAMIC FP-DMGSCHED-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TENANT-LEDGER
               ASSIGN TO DYNAMIC FP-TENLEDG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TURNOVER-FILE
               ASSIGN TO DYNAMIC FP-TURNOVER-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAY-QUEUE
               ASSIGN TO DYNAMIC FP-PAYQUE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRAN-POSTED
               ASSIGN TO DYNAMIC FP-MOVEOUT-PST
                   ORGANIZATION IS LINE SEQUENTIAL.
           RECORD CONTAINS 79 CHARACTERS.

       01 TN-REC.
           05 TN-KEY.
               10 TN-BLD-CODE          PIC XX.
               10 TN-UNIT              PIC 99.
           05 TN-NAME                  PIC X(25).
           05 TN-REST                  PIC X(50).

           RECORD CONTAINS 40 CHARACTERS.

       01 B-REC.
           05 B-KEY.
               10 B-BLD-CODE           PIC XX.
               10 B-UNIT               PIC 99.
           05 B-MIDDLE                 PIC X(20).
           05 B-PRIOR-BALANCE          PIC 9(4)V99.
           05 B-TAIL                   PIC X(10).
           05 DL-REFUND-DATE           PIC 9(8).
           05 DL-STATUS                PIC X.

           FD INSPECT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IN-REC
           RECORD CONTAINS 37 CHARACTERS.

       01 IN-REC.
           05 IN-BLD-CODE              PIC XX.
           05 IN-UNIT                  PIC 99.
           05 IN-TYPE                  PIC X.
              88 IN-MOVE-IN            VALUE 'I'.
              88 IN-MOVE-OUT           VALUE 'O'.
              88 IN-PERIODIC           VALUE 'P'.
           05 IN-DATE                  PIC 9(8).
           05 IN-ROOM                  PIC X(10).
           05 IN-ITEM                  PIC X(12).
           05 IN-COND                  PIC XX.

           FD DAMAGE-SCHED
           LABEL RECORD IS STANDARD
           DATA RECORD IS DS-REC
           RECORD CONTAINS 24 CHARACTERS.

       01 DS-REC.
           05 DS-ITEM                  PIC X(12).
           05 DS-COND                  PIC XX.
           05 DS-CHARGE                PIC 9(5)V99.
           05 DS-REASON                PIC X(3).

           FD TENANT-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS TL-REC
           RECORD CONTAINS 50 CHARACTERS.

       01 TL-REC.
           05 TL-BLD-CODE              PIC XX.
           05 TL-UNIT                  PIC 99.
           05 TL-DATE                  PIC 9(8).
           05 TL-TYPE                  PIC X.
           05 TL-DR-CR                 PIC X.
           05 TL-AMOUNT                PIC 9(6)V99.
           05 TL-SOURCE                PIC X(8).
           05 TL-DESC                  PIC X(20).

           FD TURNOVER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TO-REC
           RECORD CONTAINS 41 CHARACTERS.

       01 TO-REC.
           05 TO-BLD-CODE              PIC XX.
           05 TO-UNIT                  PIC 99.
           05 TO-STATUS                PIC X.
           05 TO-VACANT-DATE           PIC 9(8).
           05 TO-READY-DATE            PIC 9(8).
           05 TO-LEASED-DATE           PIC 9(8).
           05 TO-MR-COST               PIC 9(7)V99.
           05 TO-WO-CTR                PIC 9(3).

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

           FD TRAN-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS MO-PST-REC
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-MOVEOUT-DAT         PIC X(40)   VALUE SPACES.
           05 FP-TENANT-IDX          PIC X(40)   VALUE SPACES.
           05 FP-TENANT-HIS          PIC X(40)   VALUE SPACES.
           05 FP-MONBILLS-IDX        PIC X(40)   VALUE SPACES.
           05 FP-DEPLEDG-DAT         PIC X(40)   VALUE SPACES.
           05 FP-INSPECT-DAT         PIC X(40)   VALUE SPACES.
           05 FP-DMGSCHED-DAT        PIC X(40)   VALUE SPACES.
           05 FP-TENLEDG-DAT         PIC X(40)   VALUE SPACES.
           05 FP-TURNOVER-DAT        PIC X(40)   VALUE SPACES.
           05 FP-PAYQUE-DAT          PIC X(40)   VALUE SPACES.
           05 FP-MOVEOUT-PST         PIC X(40)   VALUE SPACES.
           05 FP-MOVEOUT-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-LEDGER          PIC X(3)    VALUE 'YES'.
               05 MORE-INSPECT         PIC X(3)    VALUE 'YES'.
               05 MORE-SCHED           PIC X(3)    VALUE 'YES'.
               05 C-TRAN-STATUS        PIC XX      VALUE '00'.
               05 C-TEN-STATUS         PIC XX      VALUE '00'.
               05 C-BILL-STATUS        PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-TRAN-CTR           PIC 9(5)    VALUE 0.
               05 C-APPLIED-CTR        PIC 9(5)    VALUE 0.
               05 C-REJECT-CTR         PIC 9(5)    VALUE 0.
               05 C-TEN-FOUND-SW       PIC X       VALUE 'N'.
                  88 C-TEN-FOUND       VALUE 'Y'.
               05 C-TEN-NAME           PIC X(25)   VALUE SPACES.
               05 C-BILL-FOUND-SW      PIC X       VALUE 'N'.
                  88 C-BILL-FOUND      VALUE 'Y'.
               05 C-DL-CTR             PIC 9(4)    VALUE 0.
               05 C-DL-SUB             PIC 9(4)    VALUE 0.
               05 C-DL-OVFL-SW         PIC X       VALUE 'N'.
               05 C-DEP-AVAILABLE      PIC S9(7)V99 VALUE 0.
               05 C-SETTLEMENT         PIC S9(7)V99 VALUE 0.
               05 C-STMT-CTR           PIC 9(5)    VALUE 0.
               05 C-DS-CTR             PIC 9(3)    VALUE 0.
               05 C-DS-SUB             PIC 9(3)    VALUE 0.
               05 C-DS-OVFL-SW         PIC X       VALUE 'N'.
                  88 C-DS-OVFL         VALUE 'Y'.
               05 C-UI-CTR             PIC 9(3)    VALUE 0.
               05 C-UI-SUB             PIC 9(3)    VALUE 0.
               05 C-UI-IN-SUB          PIC 9(3)    VALUE 0.
               05 C-UI-OVFL-SW         PIC X       VALUE 'N'.
                  88 C-UI-OVFL         VALUE 'Y'.
               05 C-CMP-CTR            PIC 9(3)    VALUE 0.
               05 C-CMP-SUB            PIC 9(3)    VALUE 0.
               05 C-COND-SUB           PIC 9       VALUE 0.
               05 C-OUT-INSP-DATE      PIC 9(8)    VALUE 0.
               05 C-IN-INSP-DATE       PIC 9(8)    VALUE 0.
               05 C-IN-RANK            PIC 9       VALUE 0.
               05 C-OUT-RANK           PIC 9       VALUE 0.
               05 C-OUT-WEAR           PIC X       VALUE 'N'.
               05 C-ITEM-CHARGE        PIC 9(5)V99 VALUE 0.
               05 C-TOP-CHARGE         PIC 9(5)V99 VALUE 0.
               05 C-INSP-SW            PIC X       VALUE 'N'.
                  88 C-INSP-PRICED     VALUE 'Y'.
                  88 C-INSP-NOT-PRICED VALUE 'N'.
               05 C-INSP-NOTE          PIC X(50)   VALUE SPACES.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).
               05 C-AIJ-FUNCTION       PIC X       VALUE SPACE.
               05 C-AIJ-FILE           PIC X(12)   VALUE SPACES.
               05 C-AIJ-PROGRAM        PIC X(8)    VALUE 'CBLHJB47'.

           01 LEDGER-TABLE.
               05 LEDGER-ENTRY         OCCURS 1000 TIMES.
                       15 LT-REFUND-DATE PIC 9(8).
                       15 LT-STATUS    PIC X.

      *    CONDITION CODES KEYED ON AN INSPECTION, WORST LAST.
      *    A HIGHER RANK AT MOVE-OUT THAN AT MOVE-IN MEANS THE ITEM
      *    GOT WORSE; FR AND WR ARE NORMAL WEAR AND NEVER CHARGED.
           01 COND-CODES.
               05 FILLER  PIC X(4) VALUE 'NW1N'.
               05 FILLER  PIC X(4) VALUE 'GD2N'.
               05 FILLER  PIC X(4) VALUE 'FR3Y'.
               05 FILLER  PIC X(4) VALUE 'WR3Y'.
               05 FILLER  PIC X(4) VALUE 'DM4N'.
               05 FILLER  PIC X(4) VALUE 'BR5N'.
               05 FILLER  PIC X(4) VALUE 'MS5N'.
           01 COND-CODE-TABLE REDEFINES COND-CODES.
               05 CC-ENTRY                 OCCURS 7 TIMES.
                   10 CC-CODE              PIC XX.
                   10 CC-RANK              PIC 9.
                   10 CC-WEAR              PIC X.

           01 SCHED-TABLE.
               05 SCHED-ENTRY          OCCURS 500 TIMES.
                   10 DST-ITEM         PIC X(12).
                   10 DST-COND         PIC XX.
                   10 DST-CHARGE       PIC 9(5)V99.
                   10 DST-REASON       PIC X(3).

           01 UNIT-INSP-TABLE.
               05 UI-ENTRY             OCCURS 300 TIMES.
                   10 UI-TYPE          PIC X.
                   10 UI-DATE          PIC 9(8).
                   10 UI-ROOM          PIC X(10).
                   10 UI-ITEM          PIC X(12).
                   10 UI-COND          PIC XX.

           01 CMP-TABLE.
               05 CMP-ENTRY            OCCURS 150 TIMES.
                   10 CT-ROOM          PIC X(10).
                   10 CT-ITEM          PIC X(12).
                   10 CT-IN-COND       PIC XX.
                   10 CT-OUT-COND      PIC XX.
                   10 CT-CHARGE        PIC 9(5)V99.
                   10 CT-REASON        PIC X(3).
                   10 CT-NOTE          PIC X(20).

           01 STMT-TITLE-LINE.
               05 FILLER               PIC X(42)
                  VALUE 'FURLY S RENTALS - MOVE-OUT SETTLEMENT     '.
               05 SN-LABEL             PIC X(28).
               05 SN-AMOUNT            PIC $$$,$$9.99.

           01 STMT-INSP-LINE.
               05 FILLER               PIC X(31)
                  VALUE 'MOVE-OUT INSPECTION DATED     '.
               05 SX-OUT-DATE          PIC 9999/99/99.
               05 FILLER               PIC X(28)
                  VALUE '  COMPARED TO MOVE-IN DATED '.
               05 SX-IN-DATE           PIC 9999/99/99.

           01 STMT-INSP-NOTE-LINE.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 SX-NOTE              PIC X(50).

           01 STMT-CMP-HEADING.
               05 FILLER               PIC X(12)   VALUE 'ROOM'.
               05 FILLER               PIC X(14)   VALUE 'ITEM'.
               05 FILLER               PIC X(8)    VALUE 'MOVE-IN'.
               05 FILLER               PIC X(9)    VALUE 'MOVE-OUT'.
               05 FILLER               PIC X(12)   VALUE '    CHARGE'.
               05 FILLER               PIC X(8)    VALUE ' REASON'.
               05 FILLER               PIC X(20)   VALUE SPACES.

           01 STMT-CMP-LINE.
               05 SC-ROOM              PIC X(10).
               05 FILLER               PIC XX      VALUE SPACES.
               05 SC-ITEM              PIC X(12).
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 SC-IN-COND           PIC XX.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 SC-OUT-COND          PIC XX.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 SC-CHARGE            PIC ZZ,ZZ9.99.
               05 FILLER               PIC XX      VALUE SPACES.
               05 SC-REASON            PIC X(3).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 SC-NOTE              PIC X(20).

           01 REJECT-LINE.
               05 FILLER               PIC X(11)
                  VALUE 'REJECTED - '.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT DEP-LEDGER.
               PERFORM L3-LOAD-LEDGER
                   UNTIL MORE-LEDGER = 'NO'.
               CLOSE DEP-LEDGER.
               OPEN INPUT DAMAGE-SCHED.
               PERFORM L3-LOAD-SCHEDULE
                   UNTIL MORE-SCHED = 'NO'.
               CLOSE DAMAGE-SCHED.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN I-O TENANT-MASTER.
               IF C-TEN-STATUS NOT = '00' AND C-TEN-STATUS NOT = '05'
                   DISPLAY 'CBLHJB47 - UNABLE TO OPEN TENANT-MASTER, '
                       'STATUS = ' C-TEN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'B'                TO C-AIJ-FUNCTION.
               MOVE 'MONBILLS.IDX'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               OPEN I-O BILL-FILE.
               IF C-BILL-STATUS NOT = '00' AND C-BILL-STATUS NOT = '05'
                   DISPLAY 'CBLHJB47 - UNABLE TO OPEN BILL-FILE, '
                       'STATUS = ' C-BILL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT PRTOUT.
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL
               END-IF.
               OPEN EXTEND TRAN-POSTED.
               OPEN EXTEND TENANT-HIST.
               OPEN EXTEND TENANT-LEDGER.
               OPEN EXTEND TURNOVER-FILE.
               OPEN EXTEND PAY-QUEUE.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               CLOSE TENANT-MASTER.
               PERFORM L3-CLOSE-BILLS.
               PERFORM L3-REWRITE-LEDGER.
               MOVE C-TRAN-CTR             TO GT-TRAN-CTR.
               MOVE C-APPLIED-CTR          TO GT-APPLIED-CTR.
               CLOSE TRAN-INPUT.
               CLOSE TRAN-POSTED.
               CLOSE TENANT-HIST.
               CLOSE TENANT-LEDGER.
               CLOSE TURNOVER-FILE.
               CLOSE PAY-QUEUE.
      *    POSTED MOVE-OUTS GO TO MOVEOUT.PST AND THE INPUT IS
      *    EMPTIED, SO A RERUN NEVER SETTLES THE SAME UNIT TWICE.
               OPEN OUTPUT TRAN-INPUT.
                   ADD 1 TO C-TRAN-CTR
               END-IF.

           L3-LOAD-LEDGER.
               READ DEP-LEDGER
                   AT END
                       MOVE 'NO' TO MORE-LEDGER
                   NOT AT END
                       IF C-DL-CTR < 1000
                           ADD 1 TO C-DL-CTR
                           MOVE DL-REC TO LT-RECORD(C-DL-CTR)
                       ELSE
                           IF NOT C-DL-OVFL
                               SET C-DL-OVFL TO TRUE
                               DISPLAY 'CBLHJB47 - LEDGER-TABLE '
                                   'OVERFLOW, RUN HALTED'
                               MOVE 16 TO RETURN-CODE
                               SET C-JOB-ABEND TO TRUE
                               MOVE 'NO' TO MORE-LEDGER
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-SCHEDULE.
               READ DAMAGE-SCHED
                   AT END
                       MOVE 'NO' TO MORE-SCHED
                   NOT AT END
                       IF DS-CHARGE NOT NUMERIC
                           MOVE 0 TO DS-CHARGE
                       END-IF
                       IF C-DS-CTR < 500
                           ADD 1 TO C-DS-CTR
                           MOVE DS-ITEM   TO DST-ITEM(C-DS-CTR)
                           MOVE DS-COND   TO DST-COND(C-DS-CTR)
                           MOVE DS-CHARGE TO DST-CHARGE(C-DS-CTR)
                           MOVE DS-REASON TO DST-REASON(C-DS-CTR)
                       ELSE
                           IF NOT C-DS-OVFL
                               SET C-DS-OVFL TO TRUE
                               DISPLAY 'CBLHJB47 - SCHED-TABLE '
                                   'OVERFLOW, RUN HALTED'
                               MOVE 16 TO RETURN-CODE
                               SET C-JOB-ABEND TO TRUE
                               MOVE 'NO' TO MORE-SCHED
                           END-IF
                       END-IF
               END-READ.

           L3-SETTLE-MOVE-OUT.
               MOVE MO-BLD-CODE            TO TN-BLD-CODE.
               MOVE MO-UNIT                TO TN-UNIT.
               MOVE 'N' TO C-TEN-FOUND-SW.
               READ TENANT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET C-TEN-FOUND TO TRUE
                       MOVE TN-NAME TO C-TEN-NAME
               END-READ.
               PERFORM VARYING C-DL-SUB FROM 1 BY 1
                   UNTIL C-DL-SUB > C-DL-CTR
                       OR (MO-BLD-CODE = LT-BLD-CODE(C-DL-SUB)
                           AND MO-UNIT = LT-UNIT(C-DL-SUB))
               END-PERFORM.
               MOVE MO-BLD-CODE            TO B-BLD-CODE.
               MOVE MO-UNIT                TO B-UNIT.
               MOVE 'N' TO C-BILL-FOUND-SW.
               READ BILL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET C-BILL-FOUND TO TRUE
               END-READ.
               EVALUATE TRUE
                   WHEN NOT C-TEN-FOUND
                       PERFORM L4-REJECT-MOVE-OUT
                       MOVE 'NO TENANT RECORD FOR UNIT' TO RJ-MSG
                       WRITE PRTLINE FROM REJECT-LINE
      *    IS NETTED AGAINST THE DAMAGE DEDUCTION AND THE UNIT'S
      *    FINAL BILLING BALANCE. A POSITIVE RESULT IS THE REFUND;
      *    A NEGATIVE ONE IS WHAT THE TENANT STILL OWES.
               PERFORM L4-PRICE-INSPECTION
                   THRU L4-PRICE-INSPECTION-EXIT.
               IF C-BILL-FOUND
                   MOVE B-PRIOR-BALANCE    TO C-FINAL-BALANCE
                   MOVE 0                  TO B-PRIOR-BALANCE
                   REWRITE B-REC
                       INVALID KEY
                           DISPLAY 'CBLHJB47 - REWRITE REJECTED FOR '
                               B-KEY ', STATUS = ' C-BILL-STATUS
                   END-REWRITE
                   IF C-FINAL-BALANCE > 0
                       PERFORM L5-WRITE-LEDGER-DEPOSIT
                   END-IF
               ELSE
                   MOVE 0 TO C-FINAL-BALANCE
               END-IF.
               MOVE MO-DAMAGE-REASON  TO LT-LAST-REASON(C-DL-SUB).
               MOVE MO-MOVE-OUT-DATE  TO LT-REFUND-DATE(C-DL-SUB).
               MOVE 'R'               TO LT-STATUS(C-DL-SUB).
               MOVE TN-REC            TO TH-TENANT-DATA.
               MOVE MO-MOVE-OUT-DATE  TO TH-MOVE-OUT-DATE.
               WRITE TH-REC.
      *    THE TENANT COMES OFF THE MASTER NOW IT IS ARCHIVED.
               DELETE TENANT-MASTER
                   INVALID KEY
                       DISPLAY 'CBLHJB47 - DELETE REJECTED FOR '
                           TN-KEY ', STATUS = ' C-TEN-STATUS
               END-DELETE.
               PERFORM L5-OPEN-TURNOVER.
               IF C-SETTLEMENT > 0
                   PERFORM L5-QUEUE-REFUND
               END-IF.
               PERFORM L4-PUT-STATEMENT.

      *    THE REFUND IS QUEUED BY BUILDING AND UNIT; CBLHJB82 FINDS
      *    THE PAYEE ON THE TENANT.HIS RECORD WRITTEN ABOVE.
           L5-QUEUE-REFUND.
               MOVE 'M'                    TO PQ-PAY-TYPE.
               MOVE SPACES                 TO PQ-PAYEE-KEY.
               MOVE MO-BLD-CODE            TO PQ-PAYEE-KEY(1:2).
               MOVE MO-UNIT                TO PQ-PAYEE-KEY(3:2).
               MOVE C-SETTLEMENT           TO PQ-AMOUNT.
               MOVE MO-MOVE-OUT-DATE       TO PQ-APPROVE-DATE.
               MOVE 'CBLHJB47'             TO PQ-SOURCE.
               MOVE SPACES                 TO PQ-MEMO.
               STRING 'MOVE-OUT ' DELIMITED BY SIZE
                   MO-MOVE-OUT-DATE DELIMITED BY SIZE
                   INTO PQ-MEMO.
               WRITE PQ-REC.

           L5-OPEN-TURNOVER.
               MOVE MO-BLD-CODE            TO TO-BLD-CODE.
               MOVE MO-UNIT                TO TO-UNIT.
               MOVE 'O'                    TO TO-STATUS.
               MOVE MO-MOVE-OUT-DATE       TO TO-VACANT-DATE.
               MOVE 0                      TO TO-READY-DATE.
               MOVE 0                      TO TO-LEASED-DATE.
               MOVE 0                      TO TO-MR-COST.
               MOVE 0                      TO TO-WO-CTR.
               WRITE TO-REC.

           L5-WRITE-LEDGER-DEPOSIT.
               MOVE MO-BLD-CODE            TO TL-BLD-CODE.
               MOVE MO-UNIT                TO TL-UNIT.
               MOVE MO-MOVE-OUT-DATE       TO TL-DATE.
               MOVE 'D'                    TO TL-TYPE.
               MOVE 'C'                    TO TL-DR-CR.
               MOVE C-FINAL-BALANCE        TO TL-AMOUNT.
               MOVE 'CBLHJB47'             TO TL-SOURCE.
               MOVE 'DEPOSIT APPLIED'      TO TL-DESC.
               WRITE TL-REC.

           L4-PUT-STATEMENT.
               ADD 1 TO C-STMT-CTR.
               IF C-STMT-CTR = 1
               END-IF.
               MOVE MO-BLD-CODE            TO SU-BLD-CODE.
               MOVE MO-UNIT                TO SU-UNIT.
               MOVE C-TEN-NAME             TO SU-NAME.
               WRITE PRTLINE FROM STMT-UNIT-LINE
                   AFTER ADVANCING 2 LINES.
               MOVE LT-AMT-HELD(C-DL-SUB)  TO SD-AMT-HELD.
               END-IF.
               WRITE PRTLINE FROM STMT-NET-LINE
                   AFTER ADVANCING 2 LINES.
               IF C-OUT-INSP-DATE > 0
                   PERFORM L5-PUT-COMPARISON
               END-IF.

           L5-PUT-COMPARISON.
      *    TENANT COPY OF THE MOVE-OUT INSPECTION COMPARISON.
               MOVE C-OUT-INSP-DATE        TO SX-OUT-DATE.
               MOVE C-IN-INSP-DATE         TO SX-IN-DATE.
               WRITE PRTLINE FROM STMT-INSP-LINE
                   AFTER ADVANCING 3 LINES.
               IF C-INSP-NOTE NOT = SPACES
                   MOVE C-INSP-NOTE        TO SX-NOTE
                   WRITE PRTLINE FROM STMT-INSP-NOTE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF.
               WRITE PRTLINE FROM STMT-CMP-HEADING
                   AFTER ADVANCING 2 LINES.
               PERFORM L6-PUT-COMPARISON-LINE
                   VARYING C-CMP-SUB FROM 1 BY 1
                       UNTIL C-CMP-SUB > C-CMP-CTR.

           L6-PUT-COMPARISON-LINE.
               MOVE CT-ROOM(C-CMP-SUB)     TO SC-ROOM.
               MOVE CT-ITEM(C-CMP-SUB)     TO SC-ITEM.
               MOVE CT-IN-COND(C-CMP-SUB)  TO SC-IN-COND.
               MOVE CT-OUT-COND(C-CMP-SUB) TO SC-OUT-COND.
               MOVE CT-CHARGE(C-CMP-SUB)   TO SC-CHARGE.
               MOVE CT-REASON(C-CMP-SUB)   TO SC-REASON.
               MOVE CT-NOTE(C-CMP-SUB)     TO SC-NOTE.
               WRITE PRTLINE FROM STMT-CMP-LINE
                   AFTER ADVANCING 1 LINE.

           L4-PRICE-INSPECTION.
      *    THE LATEST MOVE-OUT INSPECTION FOR THE UNIT IS COMPARED
      *    TO THE LATEST MOVE-IN INSPECTION ON OR BEFORE IT. WITH
      *    NO MOVE-OUT INSPECTION, OR NO MOVE-IN TO COMPARE TO, THE
      *    KEYED DAMAGE AMOUNT STANDS.
               MOVE 0       TO C-UI-CTR.
               MOVE 0       TO C-CMP-CTR.
               MOVE 0       TO C-OUT-INSP-DATE.
               MOVE 0       TO C-IN-INSP-DATE.
               MOVE SPACES  TO C-INSP-NOTE.
               MOVE 'N'     TO C-UI-OVFL-SW.
               SET C-INSP-NOT-PRICED TO TRUE.
               MOVE 'YES'   TO MORE-INSPECT.
               OPEN INPUT INSPECT-FILE.
               PERFORM L5-LOAD-UNIT-INSPECTION
                   UNTIL MORE-INSPECT = 'NO'.
               CLOSE INSPECT-FILE.
               PERFORM VARYING C-UI-SUB FROM 1 BY 1
                   UNTIL C-UI-SUB > C-UI-CTR
                       IF UI-TYPE(C-UI-SUB) = 'O'
                           AND UI-DATE(C-UI-SUB) > C-OUT-INSP-DATE
                           MOVE UI-DATE(C-UI-SUB) TO C-OUT-INSP-DATE
                       END-IF
               END-PERFORM.
               IF C-OUT-INSP-DATE = 0
                   GO TO L4-PRICE-INSPECTION-EXIT
               END-IF.
               PERFORM VARYING C-UI-SUB FROM 1 BY 1
                   UNTIL C-UI-SUB > C-UI-CTR
                       IF UI-TYPE(C-UI-SUB) = 'I'
                           AND UI-DATE(C-UI-SUB) > C-IN-INSP-DATE
                           AND UI-DATE(C-UI-SUB) <= C-OUT-INSP-DATE
                           MOVE UI-DATE(C-UI-SUB) TO C-IN-INSP-DATE
                       END-IF
               END-PERFORM.
               IF C-UI-OVFL
                   MOVE 'TOO MANY INSPECTION LINES - DAMAGE AS KEYED'
                       TO C-INSP-NOTE
                   GO TO L4-PRICE-INSPECTION-EXIT
               END-IF.
               IF C-IN-INSP-DATE = 0
                   MOVE 'NO MOVE-IN INSPECTION - DAMAGE AS KEYED'
                       TO C-INSP-NOTE
               ELSE
                   SET C-INSP-PRICED TO TRUE
                   MOVE 0       TO MO-DAMAGE-AMT
                   MOVE SPACES  TO MO-DAMAGE-REASON
                   MOVE 0       TO C-TOP-CHARGE
               END-IF.
               PERFORM L5-COMPARE-ITEM
                   VARYING C-UI-SUB FROM 1 BY 1
                       UNTIL C-UI-SUB > C-UI-CTR.
               IF C-INSP-PRICED AND MO-DAMAGE-AMT = 0
                   MOVE 'NO CHARGEABLE DAMAGE FOUND' TO C-INSP-NOTE
               END-IF.

           L4-PRICE-INSPECTION-EXIT.
               EXIT.

           L5-LOAD-UNIT-INSPECTION.
               READ INSPECT-FILE
                   AT END
                       MOVE 'NO' TO MORE-INSPECT
                   NOT AT END
                       IF IN-BLD-CODE = MO-BLD-CODE
                           AND IN-UNIT = MO-UNIT
                           AND (IN-MOVE-IN OR IN-MOVE-OUT)
                           AND IN-DATE NUMERIC
                           IF C-UI-CTR < 300
                               ADD 1 TO C-UI-CTR
                               MOVE IN-TYPE  TO UI-TYPE(C-UI-CTR)
                               MOVE IN-DATE  TO UI-DATE(C-UI-CTR)
                               MOVE IN-ROOM  TO UI-ROOM(C-UI-CTR)
                               MOVE IN-ITEM  TO UI-ITEM(C-UI-CTR)
                               MOVE IN-COND  TO UI-COND(C-UI-CTR)
                           ELSE
                               SET C-UI-OVFL TO TRUE
                           END-IF
                       END-IF
               END-READ.

           L5-COMPARE-ITEM.
      *    ONE COMPARISON LINE PER ITEM ON THE MOVE-OUT INSPECTION.
               IF UI-TYPE(C-UI-SUB) = 'O'
                   AND UI-DATE(C-UI-SUB) = C-OUT-INSP-DATE
                   AND C-CMP-CTR < 150
                   ADD 1 TO C-CMP-CTR
                   MOVE UI-ROOM(C-UI-SUB)  TO CT-ROOM(C-CMP-CTR)
                   MOVE UI-ITEM(C-UI-SUB)  TO CT-ITEM(C-CMP-CTR)
                   MOVE UI-COND(C-UI-SUB)  TO CT-OUT-COND(C-CMP-CTR)
                   MOVE '--'               TO CT-IN-COND(C-CMP-CTR)
                   MOVE 0                  TO CT-CHARGE(C-CMP-CTR)
                   MOVE SPACES             TO CT-REASON(C-CMP-CTR)
                   MOVE SPACES             TO CT-NOTE(C-CMP-CTR)
                   PERFORM L6-PRICE-ITEM THRU L6-PRICE-ITEM-EXIT
               END-IF.

           L6-PRICE-ITEM.
               IF C-IN-INSP-DATE = 0
                   GO TO L6-PRICE-ITEM-EXIT
               END-IF.
               PERFORM VARYING C-UI-IN-SUB FROM 1 BY 1
                   UNTIL C-UI-IN-SUB > C-UI-CTR
                       OR (UI-TYPE(C-UI-IN-SUB) = 'I'
                           AND UI-DATE(C-UI-IN-SUB) = C-IN-INSP-DATE
                           AND UI-ROOM(C-UI-IN-SUB) = UI-ROOM(C-UI-SUB)
                           AND UI-ITEM(C-UI-IN-SUB) = UI-ITEM(C-UI-SUB))
               END-PERFORM.
               IF C-UI-IN-SUB > C-UI-CTR
                   MOVE 'NOT ON MOVE-IN'   TO CT-NOTE(C-CMP-CTR)
                   GO TO L6-PRICE-ITEM-EXIT
               END-IF.
               MOVE UI-COND(C-UI-IN-SUB)  TO CT-IN-COND(C-CMP-CTR).
               PERFORM VARYING C-COND-SUB FROM 1 BY 1
                   UNTIL C-COND-SUB > 7
                       OR CC-CODE(C-COND-SUB) = UI-COND(C-UI-IN-SUB)
               END-PERFORM.
               IF C-COND-SUB > 7
                   MOVE 'UNKNOWN CONDITION'  TO CT-NOTE(C-CMP-CTR)
                   GO TO L6-PRICE-ITEM-EXIT
               END-IF.
               MOVE CC-RANK(C-COND-SUB)   TO C-IN-RANK.
               PERFORM VARYING C-COND-SUB FROM 1 BY 1
                   UNTIL C-COND-SUB > 7
                       OR CC-CODE(C-COND-SUB) = UI-COND(C-UI-SUB)
               END-PERFORM.
               IF C-COND-SUB > 7
                   MOVE 'UNKNOWN CONDITION'  TO CT-NOTE(C-CMP-CTR)
                   GO TO L6-PRICE-ITEM-EXIT
               END-IF.
               MOVE CC-RANK(C-COND-SUB)   TO C-OUT-RANK.
               MOVE CC-WEAR(C-COND-SUB)   TO C-OUT-WEAR.
               IF C-OUT-RANK NOT > C-IN-RANK
                   GO TO L6-PRICE-ITEM-EXIT
               END-IF.
               IF C-OUT-WEAR = 'Y'
                   MOVE 'NORMAL WEAR'      TO CT-NOTE(C-CMP-CTR)
                   GO TO L6-PRICE-ITEM-EXIT
               END-IF.
      *    AN ITEM-SPECIFIC PRICE WINS; OTHERWISE THE SCHEDULE'S
      *    'ALL' ENTRY FOR THE CONDITION CODE IS USED.
               PERFORM VARYING C-DS-SUB FROM 1 BY 1
                   UNTIL C-DS-SUB > C-DS-CTR
                       OR (DST-ITEM(C-DS-SUB) = UI-ITEM(C-UI-SUB)
                           AND DST-COND(C-DS-SUB) = UI-COND(C-UI-SUB))
               END-PERFORM.
               IF C-DS-SUB > C-DS-CTR
                   PERFORM VARYING C-DS-SUB FROM 1 BY 1
                       UNTIL C-DS-SUB > C-DS-CTR
                           OR (DST-ITEM(C-DS-SUB) = 'ALL'
                               AND DST-COND(C-DS-SUB) =
                                   UI-COND(C-UI-SUB))
                   END-PERFORM
               END-IF.
               IF C-DS-SUB > C-DS-CTR
                   MOVE 'NO PRICE ON SCHEDULE' TO CT-NOTE(C-CMP-CTR)
                   GO TO L6-PRICE-ITEM-EXIT
               END-IF.
               MOVE DST-CHARGE(C-DS-SUB)  TO C-ITEM-CHARGE.
               MOVE C-ITEM-CHARGE         TO CT-CHARGE(C-CMP-CTR).
               MOVE DST-REASON(C-DS-SUB)  TO CT-REASON(C-CMP-CTR).
               IF C-INSP-PRICED
                   ADD C-ITEM-CHARGE TO MO-DAMAGE-AMT
      *    THE LEDGER'S SINGLE REASON CODE IS THE ONE BEHIND THE
      *    LARGEST CHARGE; EVERY REASON PRINTS ON THE COMPARISON.
                   IF C-ITEM-CHARGE > C-TOP-CHARGE
                       MOVE C-ITEM-CHARGE TO C-TOP-CHARGE
                       MOVE DST-REASON(C-DS-SUB) TO MO-DAMAGE-REASON
                   END-IF
               END-IF.

           L6-PRICE-ITEM-EXIT.
               EXIT.

           L3-CLOSE-BILLS.
               CLOSE BILL-FILE.
               MOVE 'E'                TO C-AIJ-FUNCTION.
               MOVE 'MONBILLS.IDX'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.

           L3-REWRITE-LEDGER.
               MOVE 'B'                TO C-AIJ-FUNCTION.
               MOVE 'DEPLEDG.DAT'      TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               OPEN OUTPUT DEP-LEDGER.
               PERFORM L4-REWRITE-ONE-LEDGER
                   VARYING C-DL-SUB FROM 1 BY 1
                       UNTIL C-DL-SUB > C-DL-CTR.
               CLOSE DEP-LEDGER.
               MOVE 'E'                TO C-AIJ-FUNCTION.
               MOVE 'DEPLEDG.DAT'      TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.

           L4-REWRITE-ONE-LEDGER.
               MOVE LT-RECORD(C-DL-SUB) TO DL-REC.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'MOVEOUT.DAT' DELIMITED BY SIZE
               INTO FP-MOVEOUT-DAT.
           MOVE SPACES TO FP-TENANT-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENANT.IDX' DELIMITED BY SIZE
               INTO FP-TENANT-IDX.
           MOVE SPACES TO FP-TENANT-HIS.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENANT.HIS' DELIMITED BY SIZE
               INTO FP-TENANT-HIS.
           MOVE SPACES TO FP-MONBILLS-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'MONBILLS.IDX' DELIMITED BY SIZE
               INTO FP-MONBILLS-IDX.
           MOVE SPACES TO FP-DEPLEDG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'DEPLEDG.DAT' DELIMITED BY SIZE
               INTO FP-DEPLEDG-DAT.
           MOVE SPACES TO FP-INSPECT-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INSPECT.DAT' DELIMITED BY SIZE
               INTO FP-INSPECT-DAT.
           MOVE SPACES TO FP-DMGSCHED-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'DMGSCHED.DAT' DELIMITED BY SIZE
               INTO FP-DMGSCHED-DAT.
           MOVE SPACES TO FP-TENLEDG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENLEDG.DAT' DELIMITED BY SIZE
               INTO FP-TENLEDG-DAT.
           MOVE SPACES TO FP-PAYQUE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PAYQUE.DAT' DELIMITED BY SIZE
               INTO FP-PAYQUE-DAT.
           MOVE SPACES TO FP-TURNOVER-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TURNOVER.DAT' DELIMITED BY SIZE
               INTO FP-TURNOVER-DAT.
           MOVE SPACES TO FP-MOVEOUT-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'MOVEOUT.PST' DELIMITED BY SIZE
