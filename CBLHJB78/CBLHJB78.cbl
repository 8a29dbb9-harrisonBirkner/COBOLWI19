       IDENTIFICATION DIVISION.
      *TENANT LEDGER ADJUSTMENTS AND NIGHTLY LEDGER PROOF. THE
      *TENANT LEDGER, TENLEDG.DAT, CARRIES EVERY CHARGE AND CREDIT
      *AGAINST A BUILDING/UNIT WITH ITS DATE - RENT, UTILITIES AND
      *WORK-ORDER CHARGEBACKS FROM CBLHJB04, RECEIPTS FROM CBLHJB16,
      *DEPOSIT APPLICATIONS FROM CBLHJB47, RETURNED-CHECK
      *REVERSALS AND FEES FROM CBLHJB90, AND THE MANUAL
      *ADJUSTMENTS KEYED ON LEDGADJ.DAT THAT THIS RUN POSTS BOTH TO
      *THE LEDGER AND TO THE UNIT'S MONBILLS.IDX PRIOR BALANCE.
      *THE PROOF THEN TOTALS THE LEDGER BY UNIT: THE BALANCE
      *BROUGHT FORWARD (EVERYTHING EXCEPT THIS MONTH'S CBLHJB04
      *BILLING, WHICH RIDES ON TOP OF THE PRIOR BALANCE AND IS NOT
      *CARRIED IN IT) MUST EQUAL THE MONBILLS.IDX PRIOR BALANCE.
      *EVERY UNIT THAT DIFFERS, AND EVERY LEDGER BALANCE LEFT ON A
      *UNIT NO LONGER BILLED, IS LISTED ON LEDGPRF.PRT. THE FIRST
      *TIME A BILLED UNIT IS PROVED AN OPENING-BALANCE LINE IS
      *WRITTEN SO ITS LEDGER STARTS FROM THE MONBILLS.IDX FIGURE.
      *POSTED ADJUSTMENTS MOVE TO LEDGADJ.PST AND THE INPUT IS
      *EMPTIED.
      *EVERY RECORD THE RUN CHANGES ON MONBILLS.IDX IS JOURNALED TO
      *AIJRNL.DAT (CBLAIJRN) SO CBLHJB91 CAN ROLL A RESTORED GENERATION
      *FORWARD.
      *THE BILLING FILE IS NOW INDEXED ON BUILDING AND UNIT - AN
      *ADJUSTMENT READS ITS UNIT BY KEY AND REWRITES ONLY THAT
      *RECORD; THE PROOF STILL READS EVERY UNIT IN KEY ORDER.
       PROGRAM-ID. CBLHJB78.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL ADJ-INPUT
               ASSIGN TO DYNAMIC FP-LEDGADJ-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BILL-FILE
               ASSIGN TO DYNAMIC FP-MONBILLS-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS B-KEY
                   FILE STATUS IS C-BILL-STATUS.

           SELECT OPTIONAL TENANT-LEDGER
               ASSIGN TO DYNAMIC FP-TENLEDG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ADJ-POSTED
               ASSIGN TO DYNAMIC FP-LEDGADJ-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-LEDGPRF-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ADJ-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS LA-REC
           RECORD CONTAINS 41 CHARACTERS.

       01 LA-REC.
           05 LA-BLD-CODE              PIC XX.
           05 LA-UNIT                  PIC 99.
           05 LA-DATE                  PIC 9(8).
           05 LA-DR-CR                 PIC X.
              88 LA-DEBIT              VALUE 'D'.
              88 LA-CREDIT             VALUE 'C'.
           05 LA-AMOUNT                PIC 9(6)V99.
           05 LA-DESC                  PIC X(20).

           FD BILL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS B-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 B-REC.
           05 B-KEY.
               10 B-BLD-CODE           PIC XX.
               10 B-UNIT               PIC 99.
           05 FILLER                   PIC X(20).
           05 B-PRIOR-BALANCE          PIC 9(4)V99.
           05 FILLER                   PIC X(10).

           FD TENANT-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS TL-REC
           RECORD CONTAINS 50 CHARACTERS.

       01 TL-REC.
           05 TL-BLD-CODE              PIC XX.
           05 TL-UNIT                  PIC 99.
           05 TL-DATE                  PIC 9(8).
           05 TL-TYPE                  PIC X.
              88 TL-BILLED-CHARGE      VALUE 'C'.
              88 TL-OPENING            VALUE 'O'.
           05 TL-DR-CR                 PIC X.
              88 TL-DEBIT              VALUE 'D'.
           05 TL-AMOUNT                PIC 9(6)V99.
           05 TL-SOURCE                PIC X(8).
           05 TL-DESC                  PIC X(20).

           FD ADJ-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS LA-PST-REC
           RECORD CONTAINS 41 CHARACTERS.

       01 LA-PST-REC                   PIC X(41).

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                      PIC X(132).

           FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 9 CHARACTERS.

       01 RC-REC.
           05 RC-AS-OF-DATE.
               10 RC-AS-OF-YEAR        PIC 9(4).
               10 RC-AS-OF-MONTH       PIC 99.
               10 RC-AS-OF-DAY         PIC 99.
           05 RC-RERUN-FLAG            PIC X.

           FD RUN-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS RL-REC
           RECORD CONTAINS 49 CHARACTERS.

       01 RL-REC.
           05 RL-PROGRAM-ID            PIC X(8).
           05 RL-RUN-DATE.
               10 RL-RUN-YEAR          PIC 9(4).
               10 RL-RUN-MONTH         PIC 99.
               10 RL-RUN-DAY           PIC 99.
           05 RL-RUN-TIME              PIC X(11).
           05 RL-RECS-READ             PIC 9(7).
           05 RL-RECS-PROCESSED        PIC 9(7).
           05 RL-RECS-REJECTED         PIC 9(7).
           05 RL-ENTRY-TYPE            PIC X.

       WORKING-STORAGE SECTION.
       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-LANE              PIC X(8)    VALUE SPACES.
           05 FP-LEDGADJ-DAT         PIC X(40)   VALUE SPACES.
           05 FP-MONBILLS-IDX        PIC X(40)   VALUE SPACES.
           05 FP-TENLEDG-DAT         PIC X(40)   VALUE SPACES.
           05 FP-LEDGADJ-PST         PIC X(40)   VALUE SPACES.
           05 FP-LEDGPRF-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-BILLS           PIC X(3)    VALUE 'YES'.
               05 MORE-LEDGER          PIC X(3)    VALUE 'YES'.
               05 C-BILL-STATUS        PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-ADJ-CTR            PIC 9(5)    VALUE 0.
               05 C-APPLIED-CTR        PIC 9(5)    VALUE 0.
               05 C-REJECT-CTR         PIC 9(5)    VALUE 0.
               05 C-OPEN-CTR           PIC 9(5)    VALUE 0.
               05 C-OUT-CTR            PIC 9(5)    VALUE 0.
               05 C-LEDG-CTR           PIC 9(7)    VALUE 0.
               05 C-BILL-CTR           PIC 9(4)    VALUE 0.
               05 C-BILL-SUB           PIC 9(4)    VALUE 0.
               05 C-BILL-OVFL-SW       PIC X       VALUE 'N'.
                  88 C-BILL-OVFL       VALUE 'Y'.
               05 C-OTH-CTR            PIC 9(3)    VALUE 0.
               05 C-OTH-SUB            PIC 9(3)    VALUE 0.
               05 C-OTH-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-OTH-OVFL        VALUE 'Y'.
               05 C-OLD-BAL            PIC 9(4)V99 VALUE 0.
               05 C-NEW-BAL            PIC S9(7)V99 VALUE 0.
               05 C-SIGNED-AMT         PIC S9(7)V99 VALUE 0.
               05 C-BAL-FWD            PIC S9(7)V99 VALUE 0.
               05 C-DIFFERENCE         PIC S9(7)V99 VALUE 0.
               05 C-GT-ADJ-DR          PIC 9(9)V99 VALUE 0.
               05 C-GT-ADJ-CR          PIC 9(9)V99 VALUE 0.
               05 C-GT-DIFFERENCE      PIC S9(9)V99 VALUE 0.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 C-INT-DATE           PIC 9(7)    VALUE 0.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
               05 C-REJECT-MSG         PIC X(21)   VALUE SPACES.
               05 C-COL-HEADING        PIC X(132)  VALUE SPACES.
               05 C-DATE-IN            PIC 9(8)    VALUE 0.
               05 C-DATE-IN-R REDEFINES C-DATE-IN.
                   10 C-DATE-IN-YEAR   PIC X(4).
                   10 C-DATE-IN-MONTH  PIC XX.
                   10 C-DATE-IN-DAY    PIC XX.
               05 C-DATE-OUT           PIC X(10)   VALUE SPACES.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).
               05 C-AIJ-FUNCTION       PIC X       VALUE SPACE.
               05 C-AIJ-FILE           PIC X(12)   VALUE SPACES.
               05 C-AIJ-PROGRAM        PIC X(8)    VALUE 'CBLHJB78'.

      *    THE PROOF WORKS FROM THIS TABLE, SO EVERY UNIT
      *    ON IT MUST FIT. THE LEDGER TOTALS RIDE ALONGSIDE.
           01 BILL-TABLE.
               05 BILL-ENTRY           OCCURS 1000 TIMES.
                   10 BT-RECORD        PIC X(40).
                   10 BT-RECORD-R REDEFINES BT-RECORD.
                       15 BT-BLD-CODE  PIC XX.
                       15 BT-UNIT      PIC 99.
                       15 FILLER       PIC X(20).
                       15 BT-PRIOR-BAL PIC 9(4)V99.
                       15 FILLER       PIC X(10).
                   10 BT-LEDGER-BAL    PIC S9(7)V99.
                   10 BT-CURR-CHARGES  PIC S9(7)V99.
                   10 BT-OPENED-SW     PIC X.
                   10 BT-FIRST-DATE    PIC 9(8).

      *    LEDGER BALANCES FOR UNITS NO LONGER ON MONBILLS.IDX.
           01 OTHER-TABLE.
               05 OTHER-ENTRY          OCCURS 500 TIMES.
                   10 OT-BLD-CODE      PIC XX.
                   10 OT-UNIT          PIC 99.
                   10 OT-LEDGER-BAL    PIC S9(7)V99.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(30)   VALUE SPACES.
               05 FILLER               PIC X(36)
                  VALUE 'TENANT LEDGER ADJUSTMENTS AND PROOF '.
               05 FILLER               PIC X(42)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 SECTION-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 SECTION-TEXT         PIC X(40).

           01 NONE-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 NONE-TEXT            PIC X(40).

           01 ADJ-HEADING.
               05 FILLER               PIC X(8)    VALUE 'BUILDING'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'UNIT'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'DATE'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(11)   VALUE 'DESCRIPTION'.
               05 FILLER               PIC X(15)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'DEBIT'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'CREDIT'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'OLD BAL'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'NEW BAL'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'REMARKS'.

           01 ADJ-LINE.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 A-BLD-CODE           PIC XX.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 A-UNIT               PIC Z9.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 A-DATE               PIC X(10).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 A-DESC               PIC X(20).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 A-DEBIT              PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 A-CREDIT             PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 A-OLD-BAL            PIC Z,ZZ9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 A-NEW-BAL            PIC Z,ZZ9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 A-REMARKS            PIC X(32).

           01 PROOF-HEADING.
               05 FILLER               PIC X(8)    VALUE 'BUILDING'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'UNIT'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(14)
                  VALUE 'MONBILLS PRIOR'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(14)
                  VALUE 'LEDGER BAL FWD'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'BILLED THIS MO.'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'DIFFERENCE'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'REMARKS'.

           01 PROOF-LINE.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 P-BLD-CODE           PIC XX.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 P-UNIT               PIC Z9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 P-PRIOR-BAL          PIC ZZZ,ZZ9.99-.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 P-BAL-FWD            PIC ZZZ,ZZ9.99-.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 P-CURR-CHARGES       PIC ZZZ,ZZ9.99-.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 P-DIFFERENCE         PIC ZZZ,ZZ9.99-.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 P-REMARKS            PIC X(30).

           01 OVERFLOW-WARN-LINE.
               05 FILLER               PIC X(34)
                  VALUE '*** LEDGER-ONLY UNIT TABLE FULL - '.
               05 FILLER               PIC X(15)
                  VALUE 'LIST INCOMPLETE'.

           01 TOTAL-LINE1.
               05 FILLER               PIC X(18)
                  VALUE 'ADJUSTMENTS READ: '.
               05 GT-ADJ-CTR           PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'POSTED: '.
               05 GT-APPLIED-CTR       PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'REJECTED: '.
               05 GT-REJECT-CTR        PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'DEBITS: '.
               05 GT-ADJ-DR            PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'CREDITS: '.
               05 GT-ADJ-CR            PIC $$$,$$$,$$9.99.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(18)
                  VALUE 'UNITS PROVED:     '.
               05 GT-BILL-CTR          PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(17)
                  VALUE 'OUT OF BALANCE: '.
               05 GT-OUT-CTR           PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(18)
                  VALUE 'OPENING BALANCES: '.
               05 GT-OPEN-CTR          PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(18)
                  VALUE 'NET DIFFERENCE: '.
               05 GT-DIFFERENCE        PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               PERFORM L3-WRITE-RUN-LOG-START.
               PERFORM L2-INIT.
               PERFORM L2-MAINLINE
                   UNTIL MORE-RECS = 'NO'.
               PERFORM L2-CLOSING.
               STOP RUN.

           L2-INIT.
               MOVE 'B'                TO C-AIJ-FUNCTION.
               MOVE 'MONBILLS.IDX'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               OPEN I-O BILL-FILE.
               IF C-BILL-STATUS NOT = '00'
                   DISPLAY 'CBLHJB78 - UNABLE TO OPEN BILL-FILE, '
                       'STATUS = ' C-BILL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM L3-LOAD-BILLS
                   UNTIL MORE-BILLS = 'NO'.
               IF C-JOB-ABEND
                   PERFORM L3-CLOSE-BILLS
                   STOP RUN
               END-IF.
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL
                   AT END
                       MOVE ZEROS TO RC-AS-OF-DATE
                       MOVE 'N'   TO RC-RERUN-FLAG.
               CLOSE RUN-CONTROL.
               IF RC-AS-OF-YEAR = ZERO
                   MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME
                   MOVE CURRENT-MONTH          TO TITLE-MONTH
                   MOVE CURRENT-DAY            TO TITLE-DAY
                   MOVE CURRENT-YEAR           TO TITLE-YEAR
               ELSE
                   MOVE RC-AS-OF-MONTH         TO TITLE-MONTH
                   MOVE RC-AS-OF-DAY           TO TITLE-DAY
                   MOVE RC-AS-OF-YEAR          TO TITLE-YEAR
               END-IF.
               MOVE C-RUNLOG-DATE          TO C-ASOF-DATE.
               OPEN OUTPUT PRTOUT.
               OPEN INPUT ADJ-INPUT.
               OPEN EXTEND ADJ-POSTED.
               OPEN EXTEND TENANT-LEDGER.
               MOVE ADJ-HEADING            TO C-COL-HEADING.
               PERFORM L4-HEADING-FIRST.
               MOVE 'MANUAL ADJUSTMENTS'   TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 1 LINE.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-POST-ADJUSTMENT
                   THRU L3-POST-ADJUSTMENT-EXIT.
               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               IF C-ADJ-CTR = 0
                   MOVE 'NO ADJUSTMENTS KEYED' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               CLOSE ADJ-INPUT.
               CLOSE ADJ-POSTED.
      *    POSTED ADJUSTMENTS MOVE TO LEDGADJ.PST AND THE INPUT IS
      *    EMPTIED, SO A RERUN NEVER POSTS THE SAME ADJUSTMENT TWICE.
               OPEN OUTPUT ADJ-INPUT.
               CLOSE ADJ-INPUT.
               CLOSE TENANT-LEDGER.
               PERFORM L3-CLOSE-BILLS.
               PERFORM L3-TOTAL-LEDGER.
               PERFORM L3-OPENING-BALANCES.
               PERFORM L3-PROOF-REPORT.
               MOVE C-ADJ-CTR              TO GT-ADJ-CTR.
               MOVE C-APPLIED-CTR          TO GT-APPLIED-CTR.
               MOVE C-REJECT-CTR           TO GT-REJECT-CTR.
               MOVE C-GT-ADJ-DR            TO GT-ADJ-DR.
               MOVE C-GT-ADJ-CR            TO GT-ADJ-CR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               MOVE C-BILL-CTR             TO GT-BILL-CTR.
               MOVE C-OUT-CTR              TO GT-OUT-CTR.
               MOVE C-OPEN-CTR             TO GT-OPEN-CTR.
               MOVE C-GT-DIFFERENCE        TO GT-DIFFERENCE.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.
               IF C-OTH-OVFL
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PRTOUT.

           L3-READ-INPUT.
               READ ADJ-INPUT
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-ADJ-CTR
               END-IF.

           L3-LOAD-BILLS.
               READ BILL-FILE NEXT RECORD
                   AT END
                       MOVE 'NO' TO MORE-BILLS
                   NOT AT END
                       IF C-BILL-CTR < 1000
                           ADD 1 TO C-BILL-CTR
                           MOVE B-REC TO BT-RECORD(C-BILL-CTR)
                           IF BT-PRIOR-BAL(C-BILL-CTR) NOT NUMERIC
                               MOVE 0 TO BT-PRIOR-BAL(C-BILL-CTR)
                           END-IF
                           MOVE 0   TO BT-LEDGER-BAL(C-BILL-CTR)
                           MOVE 0   TO BT-CURR-CHARGES(C-BILL-CTR)
                           MOVE 'N' TO BT-OPENED-SW(C-BILL-CTR)
                           MOVE 0   TO BT-FIRST-DATE(C-BILL-CTR)
                       ELSE
                           IF NOT C-BILL-OVFL
                               SET C-BILL-OVFL TO TRUE
                               DISPLAY 'CBLHJB78 - BILL-TABLE '
                                   'OVERFLOW, RUN HALTED'
                               MOVE 16 TO RETURN-CODE
                               SET C-JOB-ABEND TO TRUE
                               MOVE 'NO' TO MORE-BILLS
                           END-IF
                       END-IF
               END-READ.

           L3-POST-ADJUSTMENT.
               MOVE LA-REC                 TO LA-PST-REC.
               MOVE LA-BLD-CODE            TO A-BLD-CODE.
               MOVE LA-UNIT                TO A-UNIT.
               MOVE LA-DESC                TO A-DESC.
               MOVE 0                      TO A-DEBIT.
               MOVE 0                      TO A-CREDIT.
               MOVE 0                      TO A-OLD-BAL.
               MOVE 0                      TO A-NEW-BAL.
               MOVE SPACES                 TO A-REMARKS.
               MOVE SPACES                 TO C-REJECT-MSG.
               IF LA-DATE NUMERIC
                   MOVE LA-DATE            TO C-DATE-IN
                   PERFORM L5-FORMAT-DATE
                   MOVE C-DATE-OUT         TO A-DATE
               ELSE
                   MOVE LA-DATE            TO A-DATE
               END-IF.
               IF LA-AMOUNT NOT NUMERIC OR LA-AMOUNT = 0
                   MOVE 'AMOUNT INVALID' TO C-REJECT-MSG
                   GO TO L3-POST-ADJUSTMENT-REJECT
               END-IF.
               IF LA-DEBIT
                   MOVE LA-AMOUNT          TO A-DEBIT
               ELSE
                   MOVE LA-AMOUNT          TO A-CREDIT
               END-IF.
               MOVE LA-DATE                TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS NOT = 'Y'
                   MOVE 'INVALID DATE'     TO C-REJECT-MSG
                   GO TO L3-POST-ADJUSTMENT-REJECT
               END-IF.
               IF NOT LA-DEBIT AND NOT LA-CREDIT
                   MOVE 'D/C CODE NOT D OR C' TO C-REJECT-MSG
                   GO TO L3-POST-ADJUSTMENT-REJECT
               END-IF.
               PERFORM VARYING C-BILL-SUB FROM 1 BY 1
                   UNTIL C-BILL-SUB > C-BILL-CTR
                       OR (LA-BLD-CODE = BT-BLD-CODE(C-BILL-SUB)
                           AND LA-UNIT = BT-UNIT(C-BILL-SUB))
               END-PERFORM.
               IF C-BILL-SUB > C-BILL-CTR
                   MOVE 'NO BILLED UNIT'   TO C-REJECT-MSG
                   GO TO L3-POST-ADJUSTMENT-REJECT
               END-IF.
               MOVE LA-BLD-CODE            TO B-BLD-CODE.
               MOVE LA-UNIT                TO B-UNIT.
               READ BILL-FILE
                   INVALID KEY
                       MOVE 'NO BILLED UNIT' TO C-REJECT-MSG
               END-READ.
               IF C-REJECT-MSG NOT = SPACES
                   GO TO L3-POST-ADJUSTMENT-REJECT
               END-IF.
               MOVE BT-PRIOR-BAL(C-BILL-SUB) TO C-OLD-BAL.
               MOVE C-OLD-BAL              TO A-OLD-BAL.
      *    THE PRIOR BALANCE CAN CARRY NEITHER A CREDIT NOR MORE
      *    THAN 9,999.99, SO AN ADJUSTMENT PAST EITHER END IS SENT
      *    BACK TO THE OFFICE RATHER THAN HALF-POSTED.
               IF LA-DEBIT
                   COMPUTE C-NEW-BAL = C-OLD-BAL + LA-AMOUNT
               ELSE
                   COMPUTE C-NEW-BAL = C-OLD-BAL - LA-AMOUNT
               END-IF.
               IF C-NEW-BAL < 0
                   MOVE 'CREDIT OVER BALANCE' TO C-REJECT-MSG
                   GO TO L3-POST-ADJUSTMENT-REJECT
               END-IF.
               IF C-NEW-BAL > 9999.99
                   MOVE 'BALANCE OVER 9,999.99' TO C-REJECT-MSG
                   GO TO L3-POST-ADJUSTMENT-REJECT
               END-IF.
               MOVE C-NEW-BAL              TO B-PRIOR-BALANCE.
               REWRITE B-REC
                   INVALID KEY
                       MOVE 'REWRITE REJECTED' TO C-REJECT-MSG
               END-REWRITE.
               IF C-REJECT-MSG NOT = SPACES
                   GO TO L3-POST-ADJUSTMENT-REJECT
               END-IF.
               ADD 1 TO C-APPLIED-CTR.
               MOVE C-NEW-BAL              TO BT-PRIOR-BAL(C-BILL-SUB).
               MOVE C-NEW-BAL              TO A-NEW-BAL.
               IF LA-DEBIT
                   ADD LA-AMOUNT TO C-GT-ADJ-DR
               ELSE
                   ADD LA-AMOUNT TO C-GT-ADJ-CR
               END-IF.
               MOVE LA-BLD-CODE            TO TL-BLD-CODE.
               MOVE LA-UNIT                TO TL-UNIT.
               MOVE LA-DATE                TO TL-DATE.
               MOVE 'A'                    TO TL-TYPE.
               MOVE LA-DR-CR               TO TL-DR-CR.
               MOVE LA-AMOUNT              TO TL-AMOUNT.
               MOVE 'CBLHJB78'             TO TL-SOURCE.
               MOVE LA-DESC                TO TL-DESC.
               WRITE TL-REC.
               WRITE LA-PST-REC.
               WRITE PRTLINE FROM ADJ-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.
               GO TO L3-POST-ADJUSTMENT-EXIT.

           L3-POST-ADJUSTMENT-REJECT.
      *    A REJECTED ADJUSTMENT STAYS OFF THE .PST FILE; THE OFFICE
      *    CORRECTS IT FROM THIS LISTING AND KEYS IT AGAIN.
               ADD 1 TO C-REJECT-CTR.
               STRING 'REJECTED - ' C-REJECT-MSG
                   DELIMITED BY SIZE INTO A-REMARKS.
               WRITE PRTLINE FROM ADJ-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L3-POST-ADJUSTMENT-EXIT.
               EXIT.

           L3-CLOSE-BILLS.
               CLOSE BILL-FILE.
               MOVE 'E'                TO C-AIJ-FUNCTION.
               MOVE 'MONBILLS.IDX'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.

           L3-TOTAL-LEDGER.
               OPEN INPUT TENANT-LEDGER.
               MOVE 'YES'                  TO MORE-LEDGER.
               PERFORM L4-TOTAL-ONE-ENTRY
                   UNTIL MORE-LEDGER = 'NO'.
               CLOSE TENANT-LEDGER.

           L4-TOTAL-ONE-ENTRY.
               READ TENANT-LEDGER
                   AT END
                       MOVE 'NO' TO MORE-LEDGER
                   NOT AT END
                       ADD 1 TO C-LEDG-CTR
                       PERFORM L5-APPLY-ENTRY
               END-READ.

           L5-APPLY-ENTRY.
               IF TL-AMOUNT NOT NUMERIC
                   MOVE 0 TO TL-AMOUNT
               END-IF.
               IF TL-DEBIT
                   MOVE TL-AMOUNT          TO C-SIGNED-AMT
               ELSE
                   COMPUTE C-SIGNED-AMT = 0 - TL-AMOUNT
               END-IF.
               PERFORM VARYING C-BILL-SUB FROM 1 BY 1
                   UNTIL C-BILL-SUB > C-BILL-CTR
                       OR (TL-BLD-CODE = BT-BLD-CODE(C-BILL-SUB)
                           AND TL-UNIT = BT-UNIT(C-BILL-SUB))
               END-PERFORM.
               IF C-BILL-SUB <= C-BILL-CTR
                   ADD C-SIGNED-AMT TO BT-LEDGER-BAL(C-BILL-SUB)
      *    THIS MONTH'S BILLING FROM CBLHJB04 IS NOT IN THE PRIOR
      *    BALANCE, SO IT IS HELD OUT OF THE BALANCE FORWARD.
                   IF TL-BILLED-CHARGE
                       AND TL-DATE(1:6) = C-RUNLOG-DATE(1:6)
                       ADD C-SIGNED-AMT TO BT-CURR-CHARGES(C-BILL-SUB)
                   END-IF
                   IF TL-OPENING
                       MOVE 'Y' TO BT-OPENED-SW(C-BILL-SUB)
                   END-IF
                   IF TL-DATE NUMERIC
                       AND (BT-FIRST-DATE(C-BILL-SUB) = 0
                           OR TL-DATE < BT-FIRST-DATE(C-BILL-SUB))
                       MOVE TL-DATE TO BT-FIRST-DATE(C-BILL-SUB)
                   END-IF
               ELSE
                   PERFORM VARYING C-OTH-SUB FROM 1 BY 1
                       UNTIL C-OTH-SUB > C-OTH-CTR
                           OR (TL-BLD-CODE = OT-BLD-CODE(C-OTH-SUB)
                               AND TL-UNIT = OT-UNIT(C-OTH-SUB))
                   END-PERFORM
                   IF C-OTH-SUB > C-OTH-CTR
                       IF C-OTH-CTR < 500
                           ADD 1 TO C-OTH-CTR
                           MOVE TL-BLD-CODE TO OT-BLD-CODE(C-OTH-CTR)
                           MOVE TL-UNIT     TO OT-UNIT(C-OTH-CTR)
                           MOVE 0       TO OT-LEDGER-BAL(C-OTH-CTR)
                       ELSE
                           IF NOT C-OTH-OVFL
                               SET C-OTH-OVFL TO TRUE
                               DISPLAY 'CBLHJB78 - OTHER-TABLE '
                                   'OVERFLOW, LIST INCOMPLETE'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
                   IF C-OTH-SUB <= C-OTH-CTR
                       ADD C-SIGNED-AMT TO OT-LEDGER-BAL(C-OTH-SUB)
                   END-IF
               END-IF.

           L3-OPENING-BALANCES.
      *    A BILLED UNIT PROVED FOR THE FIRST TIME GETS ONE OPENING
      *    LINE FOR WHATEVER SEPARATES ITS LEDGER FROM THE PRIOR
      *    BALANCE, SO THE LEDGER STARTS IN AGREEMENT WITH
      *    MONBILLS.IDX AND ONLY LATER DIFFERENCES ARE REPORTED.
      *    IT IS DATED THE DAY BEFORE THE UNIT'S FIRST LEDGER LINE
      *    SO IT HEADS THE UNIT'S STATEMENT OF ACCOUNT.
               OPEN EXTEND TENANT-LEDGER.
               PERFORM L4-OPEN-ONE-UNIT
                   VARYING C-BILL-SUB FROM 1 BY 1
                       UNTIL C-BILL-SUB > C-BILL-CTR.
               CLOSE TENANT-LEDGER.

           L4-OPEN-ONE-UNIT.
               IF BT-OPENED-SW(C-BILL-SUB) = 'N'
                   ADD 1 TO C-OPEN-CTR
                   COMPUTE C-DIFFERENCE = BT-PRIOR-BAL(C-BILL-SUB)
                       - (BT-LEDGER-BAL(C-BILL-SUB)
                          - BT-CURR-CHARGES(C-BILL-SUB))
                   MOVE BT-BLD-CODE(C-BILL-SUB) TO TL-BLD-CODE
                   MOVE BT-UNIT(C-BILL-SUB)     TO TL-UNIT
                   IF BT-FIRST-DATE(C-BILL-SUB) = 0
                       MOVE C-ASOF-DATE         TO TL-DATE
                   ELSE
                       COMPUTE C-INT-DATE = FUNCTION INTEGER-OF-DATE
                           (BT-FIRST-DATE(C-BILL-SUB)) - 1
                       COMPUTE TL-DATE =
                           FUNCTION DATE-OF-INTEGER(C-INT-DATE)
                   END-IF
                   MOVE 'O'                     TO TL-TYPE
                   IF C-DIFFERENCE < 0
                       MOVE 'C'                 TO TL-DR-CR
                       COMPUTE TL-AMOUNT = 0 - C-DIFFERENCE
                   ELSE
                       MOVE 'D'                 TO TL-DR-CR
                       MOVE C-DIFFERENCE        TO TL-AMOUNT
                   END-IF
                   MOVE 'CBLHJB78'              TO TL-SOURCE
                   MOVE 'OPENING BALANCE'       TO TL-DESC
                   WRITE TL-REC
                   ADD C-DIFFERENCE TO BT-LEDGER-BAL(C-BILL-SUB)
                   MOVE 'Y' TO BT-OPENED-SW(C-BILL-SUB)
               END-IF.

           L3-PROOF-REPORT.
               MOVE PROOF-HEADING          TO C-COL-HEADING.
               PERFORM L4-HEADING.
               MOVE 'UNITS OUT OF BALANCE' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 1 LINE.
               PERFORM L4-PROVE-ONE-UNIT
                   VARYING C-BILL-SUB FROM 1 BY 1
                       UNTIL C-BILL-SUB > C-BILL-CTR.
               PERFORM L4-PROVE-OTHER-UNIT
                   VARYING C-OTH-SUB FROM 1 BY 1
                       UNTIL C-OTH-SUB > C-OTH-CTR.
               IF C-OUT-CTR = 0
                   MOVE 'EVERY UNIT IN BALANCE' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.

           L4-PROVE-ONE-UNIT.
               COMPUTE C-BAL-FWD = BT-LEDGER-BAL(C-BILL-SUB)
                   - BT-CURR-CHARGES(C-BILL-SUB).
               COMPUTE C-DIFFERENCE =
                   C-BAL-FWD - BT-PRIOR-BAL(C-BILL-SUB).
               IF C-DIFFERENCE NOT = 0
                   ADD 1 TO C-OUT-CTR
                   ADD C-DIFFERENCE TO C-GT-DIFFERENCE
                   MOVE BT-BLD-CODE(C-BILL-SUB)     TO P-BLD-CODE
                   MOVE BT-UNIT(C-BILL-SUB)         TO P-UNIT
                   MOVE BT-PRIOR-BAL(C-BILL-SUB)    TO P-PRIOR-BAL
                   MOVE C-BAL-FWD                   TO P-BAL-FWD
                   MOVE BT-CURR-CHARGES(C-BILL-SUB) TO P-CURR-CHARGES
                   MOVE C-DIFFERENCE                TO P-DIFFERENCE
                   IF C-BAL-FWD < 0
                       MOVE 'CREDIT ON LEDGER'      TO P-REMARKS
                   ELSE
                       MOVE SPACES                  TO P-REMARKS
                   END-IF
                   WRITE PRTLINE FROM PROOF-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L4-HEADING
               END-IF.

           L4-PROVE-OTHER-UNIT.
               IF OT-LEDGER-BAL(C-OTH-SUB) NOT = 0
                   ADD 1 TO C-OUT-CTR
                   ADD OT-LEDGER-BAL(C-OTH-SUB) TO C-GT-DIFFERENCE
                   MOVE OT-BLD-CODE(C-OTH-SUB)      TO P-BLD-CODE
                   MOVE OT-UNIT(C-OTH-SUB)          TO P-UNIT
                   MOVE 0                           TO P-PRIOR-BAL
                   MOVE OT-LEDGER-BAL(C-OTH-SUB)    TO P-BAL-FWD
                   MOVE 0                           TO P-CURR-CHARGES
                   MOVE OT-LEDGER-BAL(C-OTH-SUB)    TO P-DIFFERENCE
                   MOVE 'NOT ON MONBILLS.IDX'       TO P-REMARKS
                   WRITE PRTLINE FROM PROOF-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L4-HEADING
               END-IF.

           L5-FORMAT-DATE.
               MOVE SPACES                 TO C-DATE-OUT.
               STRING C-DATE-IN-MONTH '/' C-DATE-IN-DAY '/'
                   C-DATE-IN-YEAR
                   DELIMITED BY SIZE INTO C-DATE-OUT.

           L4-HEADING-FIRST.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
               WRITE PRTLINE FROM C-COL-HEADING
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM SPACES.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM C-COL-HEADING
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM SPACES.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB78'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-ADJ-CTR              TO RL-RECS-READ.
               MOVE C-APPLIED-CTR          TO RL-RECS-PROCESSED.
               MOVE C-REJECT-CTR           TO RL-RECS-REJECTED.
               MOVE 'E'                    TO RL-ENTRY-TYPE.
               OPEN EXTEND RUN-LOG.
               WRITE RL-REC.
               CLOSE RUN-LOG.

           L3-WRITE-RUN-LOG-START.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL
                   AT END
                       MOVE ZEROS TO RC-AS-OF-DATE
                       MOVE 'N'   TO RC-RERUN-FLAG.
               CLOSE RUN-CONTROL.
               IF RC-AS-OF-YEAR = ZERO
                   MOVE CURRENT-YEAR       TO C-RUNLOG-YEAR
                   MOVE CURRENT-MONTH      TO C-RUNLOG-MONTH
                   MOVE CURRENT-DAY        TO C-RUNLOG-DAY
               ELSE
                   MOVE RC-AS-OF-DATE      TO C-RUNLOG-DATE
               END-IF.
               MOVE 'CBLHJB78'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE 0                      TO RL-RECS-READ.
               MOVE 0                      TO RL-RECS-PROCESSED.
               MOVE 0                      TO RL-RECS-REJECTED.
               MOVE 'S'                    TO RL-ENTRY-TYPE.
               OPEN EXTEND RUN-LOG.
               WRITE RL-REC.
               CLOSE RUN-LOG.

       L9-SET-FILE-PATHS.
      *    THE COBREGION ENVIRONMENT SETTING STEERS EVERY FILE
      *    ASSIGNMENT - TEST RUNS AGAINST C:\COBOLWI19\TEST\ AND
      *    ANYTHING ELSE AGAINST PRODUCTION, SO A RATE CHANGE OR
      *    A YEAR-END CLOSE CAN BE REHEARSED WITHOUT TOUCHING THE
      *    LIVE MASTERS.
           ACCEPT FP-REGION FROM ENVIRONMENT 'COBREGION'.
           IF FP-REGION = 'TEST' OR FP-REGION = 'test'
               MOVE 'C:\COBOLWI19\TEST\' TO FP-REGION-DIR
           ELSE
               MOVE 'C:\COBOLWI19\' TO FP-REGION-DIR
           END-IF.
           MOVE SPACES TO FP-LEDGADJ-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'LEDGADJ.DAT' DELIMITED BY SIZE
               INTO FP-LEDGADJ-DAT.
           MOVE SPACES TO FP-MONBILLS-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'MONBILLS.IDX' DELIMITED BY SIZE
               INTO FP-MONBILLS-IDX.
           MOVE SPACES TO FP-TENLEDG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENLEDG.DAT' DELIMITED BY SIZE
               INTO FP-TENLEDG-DAT.
           MOVE SPACES TO FP-LEDGADJ-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'LEDGADJ.PST' DELIMITED BY SIZE
               INTO FP-LEDGADJ-PST.
           MOVE SPACES TO FP-LEDGPRF-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'LEDGPRF.PRT' DELIMITED BY SIZE
               INTO FP-LEDGPRF-PRT.
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

       END PROGRAM CBLHJB78.
