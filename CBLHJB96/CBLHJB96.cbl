       IDENTIFICATION DIVISION.
      *NIGHTLY STREAM DEPENDENCY TABLE AND STEP GATE. THE STREAM NO
      *LONGER RUNS ITS STEPS IN ONE FIXED ORDER - STEP-TABLE BELOW
      *GIVES EVERY STEP ITS LANE, THE SHARED FILE IT MUST HAVE TO
      *ITSELF WHILE IT RUNS, AND THE STEPS OR LANES IT WAITS FOR.
      *THE FRONT END RUNS FIRST, THEN THE BUSINESS-LINE LANES RUN
      *SIDE BY SIDE, EACH IN TABLE ORDER, AND THE JOIN STEPS RUN
      *AS THE LANES THEY WAIT FOR FINISH. A WAIT NAMES A STEP, A
      *LANE (EVERY STEP IN IT DONE AND THE LANE ENDED CLEANLY) OR
      *ALLLANES (EVERY BUSINESS-LINE LANE). CBLHJBRN.BAT WRITES
      *THE STEP'S PROGRAM ID TO DEPCHK.DAT - IN A LANE, NAMED BY
      *THE COBLANE SETTING, TO THE LANE'S OWN (DEPCHKRENT.DAT FOR
      *THE RENT LANE) - AND RUNS THIS CHECK BEFORE THE STEP, THE WAY
      *CBLHJB27 CHECKS THE CALENDAR. A STEP IS DONE WHEN IT IS ON
      *ITS LANE'S STEP LIST (STEPCTL.DAT FOR THE FRONT END AND THE
      *JOINS, STEPCTLRENT.DAT FOR THE RENT LANE AND SO ON); A LANE
      *RECORDS ITS FAILED AND HELD STEPS, AND THAT IT HAS ENDED, ON
      *ITS STATE FILE (LANERENT.DAT).
      *CONDITION CODES: 0 = RUN THE STEP, 4 = WAIT (A STEP IT WAITS
      *FOR IS STILL TO RUN IN ANOTHER LANE), 8 = HOLD (A STEP IT
      *WAITS FOR FAILED OR WAS HELD ITSELF - ONLY THE STEPS THAT
      *DEPEND ON A FAILURE STOP), 16 = CONTROL FILE OR TABLE
      *TROUBLE. WITH LIST IN DEPCHK.DAT THE TABLE IS CHECKED AND
      *WRITTEN TO STEPLIST.DAT (LANE, STEP, LOCK, DESCRIPTION) AND
      *THE BUSINESS-LINE LANES TO LANELIST.DAT FOR THE STREAM.
       PROGRAM-ID. CBLHJB96.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT DEP-CHECK
               ASSIGN TO DYNAMIC FP-DEPCHK-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-CHK-STATUS.

           SELECT OPTIONAL STEP-CTL
               ASSIGN TO DYNAMIC FP-STEPCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LANE-STATE
               ASSIGN TO DYNAMIC FP-LANEST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STEP-LIST
               ASSIGN TO DYNAMIC FP-STEPLIST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LANE-LIST
               ASSIGN TO DYNAMIC FP-LANELIST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD DEP-CHECK
           LABEL RECORD IS STANDARD
           DATA RECORD IS CK-REC
           RECORD CONTAINS 8 CHARACTERS.

       01 CK-REC.
           05 CK-PROGRAM-ID            PIC X(8).

           FD STEP-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS SC-REC
           RECORD CONTAINS 30 CHARACTERS.

       01 SC-REC.
           05 SC-PROGRAM-ID            PIC X(8).
           05 SC-REST                  PIC X(22).

           FD LANE-STATE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LS-REC
           RECORD CONTAINS 16 CHARACTERS.

       01 LS-REC.
           05 LS-PROGRAM-ID            PIC X(8).
           05 FILLER                   PIC X.
           05 LS-STATE                 PIC X(7).
              88 LS-STEP-STOPPED       VALUE 'FAILED' 'HELD'.

           FD STEP-LIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS SL-REC
           RECORD CONTAINS 67 CHARACTERS.

       01 SL-REC.
           05 SL-LANE                  PIC X(8).
           05 FILLER                   PIC X.
           05 SL-PROGRAM-ID            PIC X(8).
           05 FILLER                   PIC X.
           05 SL-LOCK                  PIC X(8).
           05 FILLER                   PIC X.
           05 SL-DESC                  PIC X(40).

           FD LANE-LIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS LL-REC
           RECORD CONTAINS 8 CHARACTERS.

       01 LL-REC.
           05 LL-LANE                  PIC X(8).

       WORKING-STORAGE SECTION.
       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-LANE              PIC X(8)    VALUE SPACES.
           05 FP-DEPCHK-DAT          PIC X(40)   VALUE SPACES.
           05 FP-STEPCTL-DAT         PIC X(40)   VALUE SPACES.
           05 FP-LANEST-DAT          PIC X(40)   VALUE SPACES.
           05 FP-STEPLIST-DAT        PIC X(40)   VALUE SPACES.
           05 FP-LANELIST-DAT        PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 C-CHK-STATUS         PIC XX      VALUE '00'.
               05 C-RESULT             PIC 99      VALUE 0.
               05 C-THIS-RESULT        PIC 99      VALUE 0.
               05 C-STEP-SUB           PIC 99      VALUE 0.
               05 C-FIND-SUB           PIC 99      VALUE 0.
               05 C-SCAN-SUB           PIC 99      VALUE 0.
               05 C-WAIT-SUB           PIC 9       VALUE 0.
               05 C-LANE-SUB           PIC 99      VALUE 0.
               05 C-LANE-CTR           PIC 99      VALUE 0.
               05 C-WAIT-NAME          PIC X(8)    VALUE SPACES.
               05 C-CHK-LANE           PIC X(8)    VALUE SPACES.
               05 C-DONE-SW            PIC X       VALUE 'N'.
                  88 C-STEP-DONE       VALUE 'Y'.
               05 C-ENDED-SW           PIC X       VALUE 'N'.
                  88 C-LANE-ENDED      VALUE 'Y'.
               05 C-LANE-FAIL-SW       PIC X       VALUE 'N'.
                  88 C-LANE-FAILED     VALUE 'Y'.
               05 C-STEP-FAIL-SW       PIC X       VALUE 'N'.
                  88 C-STEP-STOPPED    VALUE 'Y'.
               05 C-IS-LANE-SW         PIC X       VALUE 'N'.
                  88 C-IS-LANE         VALUE 'Y'.

      *    THE DEPENDENCY TABLE - ONE ENTRY PER STEP IN THE ORDER ITS
      *    LANE RUNS IT: PROGRAM ID, LANE AND SHARED-FILE LOCK (20),
      *    DESCRIPTION (40), AND UP TO SIX STEPS OR LANES WAITED FOR
      *    (48). A LOCK IS HELD FOR THE WHOLE STEP SO TWO LANES NEVER
      *    WRITE THE SAME FILE AT ONCE - AIJRNL FOR EVERY STEP THAT
      *    JOURNALS A MASTER THROUGH CBLAIJRN. A NEW STEP GOES HERE
      *    AND ON THE CBLHJB20 EXPECTED LIST.
           01 STEP-VALUES.
      *    FRONT END. THE MASTERS ARE BACKED UP AND PROVED BEFORE
      *    ANYTHING TOUCHES THEM; GRADE CHANGES RESTATE STDNTMST.IDX
      *    AHEAD OF THE UNLOAD, AND THE UNLOAD AND DELIVERY POSTING
      *    CHANGE MASTER INPUTS, SO ALL RUN BEFORE THE CONTROL TOTALS.
               05 FILLER  PIC X(24) VALUE 'CBLHJB57FRONT   AIJRNL  '.
               05 FILLER  PIC X(40)
                  VALUE 'MASTER-FILE BACKUP GENERATIONS'.
               05 FILLER  PIC X(48) VALUE SPACES.
               05 FILLER  PIC X(24) VALUE 'CBLHJB83FRONT           '.
               05 FILLER  PIC X(40)
                  VALUE 'DATA-FILE INTEGRITY SCAN'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB57'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB60FRONT   AIJRNL  '.
               05 FILLER  PIC X(40)
                  VALUE 'GRADE-CHANGE POSTING'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB83'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB10FRONT   AIJRNL  '.
               05 FILLER  PIC X(40)
                  VALUE 'STUDENT MASTER UNLOAD'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB60'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB14FRONT   AIJRNL  '.
               05 FILLER  PIC X(40)
                  VALUE 'BOAT ORDER DELIVERY SCHEDULE'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB10'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB23FRONT           '.
               05 FILLER  PIC X(40)
                  VALUE 'PRE-RUN CONTROL TOTALS'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB14'.
      *    STUDENT LANE. REGISTRATION RUNS AHEAD OF TUITION BILLING;
      *    BILLING ALSO WAITS FOR CBLHJB90 TO REVERSE TONIGHT'S
      *    RETURNED TUITION CHECKS ON STDNTAR.DAT, WHICH ALSO PUTS
      *    CBLHJB62'S CREDHELD.DAT ENTRIES AFTER CBLHJB16'S.
      *    REFUNDS, PLANS AND HOLDS FOLLOW ON STDNTAR.DAT IN TURN.
               05 FILLER  PIC X(24) VALUE 'CBLHJB00STUDENT         '.
               05 FILLER  PIC X(40)
                  VALUE 'STUDENT ROSTER'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB23'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB59STUDENT         '.
               05 FILLER  PIC X(40)
                  VALUE 'TERM REGISTRATION ADD/DROP'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB00'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB12STUDENT         '.
               05 FILLER  PIC X(40)
                  VALUE 'TUITION BILLING'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB59CBLHJB90'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB62STUDENT         '.
               05 FILLER  PIC X(40)
                  VALUE 'WITHDRAWAL TUITION REFUNDS'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB12'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB63STUDENT         '.
               05 FILLER  PIC X(40)
                  VALUE 'TUITION PAYMENT PLAN NOTICES'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB62'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB64STUDENT         '.
               05 FILLER  PIC X(40)
                  VALUE 'STUDENT HOLD PLACEMENT AND RELEASE'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB63'.
      *    PIZZA LANE. THE DRAWER RECONCILIATION AND LOT RELIEF TAKE
      *    THE SALES AND STORE USAGE CBLHJB01 WRITES; THE INVOICE
      *    MATCH LEAVES APSUM.DAT FOR THE GL EXTRACT.
               05 FILLER  PIC X(24) VALUE 'CBLHJB01PIZZA           '.
               05 FILLER  PIC X(40)
                  VALUE 'PIZZA SALES'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB23'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB66PIZZA           '.
               05 FILLER  PIC X(40)
                  VALUE 'STORE CASH-DRAWER RECONCILIATION'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB01'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB68PIZZA   AIJRNL  '.
               05 FILLER  PIC X(40)
                  VALUE 'INGREDIENT LOT RELIEF AND SPOILAGE'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB66'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB69PIZZA           '.
               05 FILLER  PIC X(40)
                  VALUE 'VENDOR INVOICE THREE-WAY MATCH'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB68'.
      *    BOAT LANE. SERVICE, INCENTIVES AND DEAL PAPERWORK ALL
      *    FOLLOW THE SALES CBLHJB03 POSTS AND THE HULLS IT SELLS.
               05 FILLER  PIC X(24) VALUE 'CBLHJB13BOAT            '.
               05 FILLER  PIC X(40)
                  VALUE 'BOAT INPUT FRONT-END EDIT'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB23'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB39BOAT            '.
               05 FILLER  PIC X(40)
                  VALUE 'BOAT QUOTE MATCH AND FOLLOW-UP'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB13'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB02BOAT            '.
               05 FILLER  PIC X(40)
                  VALUE 'BOAT SALES'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB39'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB03BOAT            '.
               05 FILLER  PIC X(40)
                  VALUE 'BOAT SALES / YTD'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB02'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB71BOAT            '.
               05 FILLER  PIC X(40)
                  VALUE 'SERVICE REPAIR ORDER POSTING'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB03'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB72BOAT            '.
               05 FILLER  PIC X(40)
                  VALUE 'SERVICE INVOICING'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB71'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB73BOAT            '.
               05 FILLER  PIC X(40)
                  VALUE 'MANUFACTURER INCENTIVE CLAIMS'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB72'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB74BOAT            '.
               05 FILLER  PIC X(40)
                  VALUE 'BOAT SALE DOCUMENTS'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB73'.
      *    RENT LANE. RETURNED CHECKS ARE REVERSED AFTER TONIGHT'S
      *    RECEIPTS AND BEFORE BILLING; THE LEDGER PROOF FOLLOWS
      *    BOTH. THE COMBINED STATEMENT READS THE BOAT SERVICE AND
      *    CUSTOMER FILES AND THE POP SALES, SO IT WAITS FOR THOSE
      *    LANES, AND MUST PRECEDE THE RENT STATEMENTS. THE DEPOSIT
      *    LEDGER QUEUES TONIGHT'S REFUNDS; THE UNLOAD IS LAST.
               05 FILLER  PIC X(24) VALUE 'CBLHJB76RENT            '.
               05 FILLER  PIC X(40)
                  VALUE 'PREVENTIVE MAINTENANCE SCHEDULE'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB23'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB16RENT    AIJRNL  '.
               05 FILLER  PIC X(40)
                  VALUE 'RENT CASH RECEIPTS POSTING'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB76'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB90RENT    AIJRNL  '.
               05 FILLER  PIC X(40)
                  VALUE 'RETURNED-CHECK (NSF) REVERSALS'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB16'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB04RENT            '.
               05 FILLER  PIC X(40)
                  VALUE 'RENTAL BILLING'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB90'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB78RENT    AIJRNL  '.
               05 FILLER  PIC X(40)
                  VALUE 'TENANT LEDGER ADJUSTMENTS AND PROOF'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB04'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB80RENT            '.
               05 FILLER  PIC X(40)
                  VALUE 'UNIT TURNOVER TRACKING'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB78'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB89RENT            '.
               05 FILLER  PIC X(40)
                  VALUE 'COMBINED CUSTOMER STATEMENT'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB80CBLHJB74CBLHJB06'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB15RENT            '.
               05 FILLER  PIC X(40)
                  VALUE 'RENT STATEMENT PRINT'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB89'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB17RENT    AIJRNL  '.
               05 FILLER  PIC X(40)
                  VALUE 'SECURITY DEPOSIT LEDGER'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB15'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB92RENT    AIJRNL  '.
               05 FILLER  PIC X(40)
                  VALUE 'RENT FILES UNLOAD'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB17'.
      *    POP LANE.
               05 FILLER  PIC X(24) VALUE 'CBLHJB05POP             '.
               05 FILLER  PIC X(40)
                  VALUE 'POP FUNDRAISER'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB23'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB06POP             '.
               05 FILLER  PIC X(40)
                  VALUE 'POP FUNDRAISER / TEAM MATRIX'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB05'.
      *    JOIN STEPS. CHECKS ARE CUT FROM THE RENT LANE'S QUEUED
      *    REFUNDS TO THE PAYEES ON THE BOAT CUSTOMER MASTER. THE
      *    UNCLAIMED-PROPERTY AGING TAKES THE CHECKS AND THE CREDITS
      *    HELD BY THE RENT AND STUDENT POSTINGS. EVERYTHING THAT
      *    APPENDS TO GLBATCH.DAT IS IN BEFORE THE GL EXTRACT, AND
      *    THE SUMMARY, BALANCING AND DASHBOARD WAIT FOR EVERY LANE.
               05 FILLER  PIC X(24) VALUE 'CBLHJB82JOIN            '.
               05 FILLER  PIC X(40)
                  VALUE 'CHECK PRINTING AND DISBURSEMENT REGISTER'.
               05 FILLER  PIC X(48)
                  VALUE 'RENT    BOAT'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB19JOIN            '.
               05 FILLER  PIC X(40)
                  VALUE 'REPORT BURSTING AND DISTRIBUTION'.
               05 FILLER  PIC X(48)
                  VALUE 'ALLLANESCBLHJB82'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB93JOIN            '.
               05 FILLER  PIC X(40)
                  VALUE 'UNCLAIMED PROPERTY TRACKING'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB82STUDENT'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB94JOIN            '.
               05 FILLER  PIC X(40)
                  VALUE 'UNCLAIMED PROPERTY HOLDER REPORT'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB93'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB95JOIN            '.
               05 FILLER  PIC X(40)
                  VALUE 'THIRTEEN-WEEK CASH FORECAST'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB93STUDENT PIZZA   BOAT    RENT'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB07JOIN            '.
               05 FILLER  PIC X(40)
                  VALUE 'EXECUTIVE SUMMARY'.
               05 FILLER  PIC X(48)
                  VALUE 'ALLLANES'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB53JOIN            '.
               05 FILLER  PIC X(40)
                  VALUE 'MONTH-END CONSOLIDATED PACKAGE'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB07'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB85JOIN            '.
               05 FILLER  PIC X(40)
                  VALUE 'FIXED-ASSET DEPRECIATION'.
               05 FILLER  PIC X(48)
                  VALUE 'RENT'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB87JOIN            '.
               05 FILLER  PIC X(40)
                  VALUE 'MANUAL JOURNAL ENTRIES'.
               05 FILLER  PIC X(48)
                  VALUE 'RENT'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB26JOIN            '.
               05 FILLER  PIC X(40)
                  VALUE 'GL INTERFACE EXTRACT'.
               05 FILLER  PIC X(48)
                  VALUE 'ALLLANESCBLHJB82CBLHJB94CBLHJB85CBLHJB87'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB21JOIN            '.
               05 FILLER  PIC X(40)
                  VALUE 'HISTORY ARCHIVE AND PURGE'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB26'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB24JOIN            '.
               05 FILLER  PIC X(40)
                  VALUE 'CONTROL TOTALS BALANCING'.
               05 FILLER  PIC X(48)
                  VALUE 'ALLLANESCBLHJB21'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB20JOIN            '.
               05 FILLER  PIC X(40)
                  VALUE 'NIGHT OPERATIONS DASHBOARD'.
               05 FILLER  PIC X(48)
                  VALUE 'ALLLANESCBLHJB24'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB56JOIN            '.
               05 FILLER  PIC X(40)
                  VALUE 'MORNING EXCEPTIONS DIGEST'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB20'.
               05 FILLER  PIC X(24) VALUE 'CBLHJB29JOIN            '.
               05 FILLER  PIC X(40)
                  VALUE 'YEAR-END CLOSE'.
               05 FILLER  PIC X(48)
                  VALUE 'CBLHJB56'.
           01 STEP-TABLE REDEFINES STEP-VALUES.
               05 STP-ENTRY                OCCURS 51 TIMES.
                   10 STP-PROGRAM-ID       PIC X(8).
                   10 STP-LANE             PIC X(8).
                      88 STP-MAIN-STREAM   VALUE 'FRONT' 'JOIN'.
                   10 STP-LOCK             PIC X(8).
                   10 STP-DESC             PIC X(40).
                   10 STP-WAIT             PIC X(8) OCCURS 6 TIMES.

      *    THE BUSINESS-LINE LANES, IN THE ORDER THE TABLE FIRST
      *    NAMES THEM - EVERY LANE BUT THE FRONT END AND THE JOINS,
      *    WHICH THE STREAM RUNS ITSELF.
           01 LANE-TABLE.
               05 LNT-NAME                 PIC X(8) OCCURS 10 TIMES.

       PROCEDURE DIVISION.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               PERFORM L2-INIT.
               IF CK-PROGRAM-ID = 'LIST'
                   PERFORM L2-WRITE-LISTS
               ELSE
                   PERFORM L2-CHECK-STEP
               END-IF.
               MOVE C-RESULT TO RETURN-CODE.
               STOP RUN.

           L2-INIT.
               OPEN INPUT DEP-CHECK.
               IF C-CHK-STATUS NOT = '00'
                   DISPLAY 'CBLHJB96 - UNABLE TO OPEN DEP-CHECK, '
                       'STATUS = ' C-CHK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               READ DEP-CHECK
                   AT END
                       DISPLAY 'CBLHJB96 - DEPCHK.DAT IS EMPTY'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN.
               CLOSE DEP-CHECK.
               PERFORM L3-ADD-LANE
                   VARYING C-STEP-SUB FROM 1 BY 1
                       UNTIL C-STEP-SUB > 51.

           L3-ADD-LANE.
               IF NOT STP-MAIN-STREAM(C-STEP-SUB)
                   MOVE STP-LANE(C-STEP-SUB) TO C-WAIT-NAME
                   PERFORM L5-FIND-LANE
                   IF NOT C-IS-LANE
                       IF C-LANE-CTR < 10
                           ADD 1 TO C-LANE-CTR
                           MOVE STP-LANE(C-STEP-SUB) TO
                               LNT-NAME(C-LANE-CTR)
                       ELSE
                           DISPLAY 'CBLHJB96 - LANE-TABLE OVERFLOW, '
                               'RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF.

      *    EVERY WAIT ON THE TABLE MUST NAME A STEP OR A LANE THE
      *    TABLE KNOWS, OR THE STEP WOULD WAIT ALL NIGHT.
           L2-WRITE-LISTS.
               PERFORM L3-PROVE-ENTRY
                   VARYING C-STEP-SUB FROM 1 BY 1
                       UNTIL C-STEP-SUB > 51.
               IF C-RESULT = 0
                   OPEN OUTPUT STEP-LIST
                   PERFORM L3-LIST-STEP
                       VARYING C-STEP-SUB FROM 1 BY 1
                           UNTIL C-STEP-SUB > 51
                   CLOSE STEP-LIST
                   OPEN OUTPUT LANE-LIST
                   PERFORM VARYING C-LANE-SUB FROM 1 BY 1
                       UNTIL C-LANE-SUB > C-LANE-CTR
                           MOVE LNT-NAME(C-LANE-SUB) TO LL-LANE
                           WRITE LL-REC
                   END-PERFORM
                   CLOSE LANE-LIST
               END-IF.

           L3-PROVE-ENTRY.
               PERFORM VARYING C-WAIT-SUB FROM 1 BY 1
                   UNTIL C-WAIT-SUB > 6
                       MOVE STP-WAIT(C-STEP-SUB, C-WAIT-SUB)
                           TO C-WAIT-NAME
                       IF C-WAIT-NAME NOT = SPACES
                           AND C-WAIT-NAME NOT = 'ALLLANES'
                           PERFORM L5-FIND-LANE
                           IF NOT C-IS-LANE
                               PERFORM L5-FIND-STEP
                               IF C-FIND-SUB > 51
                                   DISPLAY 'CBLHJB96 - '
                                       STP-PROGRAM-ID(C-STEP-SUB)
                                       ' WAITS FOR ' C-WAIT-NAME
                                       ' - NOT ON THE TABLE'
                                   MOVE 16 TO C-RESULT
                               END-IF
                           END-IF
                       END-IF
               END-PERFORM.

           L3-LIST-STEP.
               MOVE SPACES                     TO SL-REC.
               MOVE STP-LANE(C-STEP-SUB)       TO SL-LANE.
               MOVE STP-PROGRAM-ID(C-STEP-SUB) TO SL-PROGRAM-ID.
               IF STP-LOCK(C-STEP-SUB) = SPACES
                   MOVE 'NONE'                 TO SL-LOCK
               ELSE
                   MOVE STP-LOCK(C-STEP-SUB)   TO SL-LOCK
               END-IF.
               MOVE STP-DESC(C-STEP-SUB)       TO SL-DESC.
               WRITE SL-REC.

           L2-CHECK-STEP.
               MOVE CK-PROGRAM-ID          TO C-WAIT-NAME.
               PERFORM L5-FIND-STEP.
               IF C-FIND-SUB > 51
                   DISPLAY 'CBLHJB96 - ' CK-PROGRAM-ID
                       ' IS NOT ON THE DEPENDENCY TABLE'
                   MOVE 16 TO C-RESULT
               ELSE
                   MOVE C-FIND-SUB         TO C-STEP-SUB
                   PERFORM L3-CHECK-WAIT
                       VARYING C-WAIT-SUB FROM 1 BY 1
                           UNTIL C-WAIT-SUB > 6
               END-IF.

           L3-CHECK-WAIT.
               MOVE STP-WAIT(C-STEP-SUB, C-WAIT-SUB) TO C-WAIT-NAME.
               IF C-WAIT-NAME NOT = SPACES
                   IF C-WAIT-NAME = 'ALLLANES'
                       PERFORM VARYING C-LANE-SUB FROM 1 BY 1
                           UNTIL C-LANE-SUB > C-LANE-CTR
                               MOVE LNT-NAME(C-LANE-SUB) TO C-CHK-LANE
                               PERFORM L4-CHECK-LANE
                       END-PERFORM
                   ELSE
                       PERFORM L5-FIND-LANE
                       IF C-IS-LANE
                           MOVE C-WAIT-NAME    TO C-CHK-LANE
                           PERFORM L4-CHECK-LANE
                       ELSE
                           PERFORM L4-CHECK-WAIT-STEP
                       END-IF
                   END-IF
               END-IF.

      *    A LANE WAITED FOR IS READY ONCE IT HAS ENDED WITH NOTHING
      *    FAILED OR HELD.
           L4-CHECK-LANE.
               PERFORM L5-READ-LANE-STATE.
               EVALUATE TRUE
                   WHEN NOT C-LANE-ENDED
                       MOVE 4 TO C-THIS-RESULT
                   WHEN C-LANE-FAILED
                       MOVE 8 TO C-THIS-RESULT
                       DISPLAY 'CBLHJB96 - ' CK-PROGRAM-ID
                           ' HELD - ' C-CHK-LANE
                           ' LANE DID NOT FINISH CLEANLY'
                   WHEN OTHER
                       MOVE 0 TO C-THIS-RESULT
               END-EVALUATE.
               IF C-THIS-RESULT > C-RESULT
                   MOVE C-THIS-RESULT TO C-RESULT
               END-IF.

      *    A STEP WAITED FOR IS READY ONCE IT IS ON ITS LANE'S STEP
      *    LIST. ONE IN THE FRONT END, IN THE JOINS OR EARLIER IN THE
      *    CALLER'S OWN LANE HAS ALREADY HAD ITS TURN, SO IF IT IS
      *    NOT THERE IT FAILED OR WAS HELD; ONE IN ANOTHER LANE IS
      *    WAITED FOR UNTIL IT STOPS OR ITS LANE ENDS.
           L4-CHECK-WAIT-STEP.
               PERFORM L5-FIND-STEP.
               MOVE STP-LANE(C-FIND-SUB)   TO C-CHK-LANE.
               MOVE 'N'                    TO C-DONE-SW.
               MOVE SPACES                 TO FP-STEPCTL-DAT.
               IF STP-MAIN-STREAM(C-FIND-SUB)
                   STRING FP-REGION-DIR DELIMITED BY SPACE
                       'STEPCTL.DAT' DELIMITED BY SIZE
                       INTO FP-STEPCTL-DAT
               ELSE
                   STRING FP-REGION-DIR DELIMITED BY SPACE
                       'STEPCTL' DELIMITED BY SIZE
                       C-CHK-LANE DELIMITED BY SPACE
                       '.DAT' DELIMITED BY SIZE
                       INTO FP-STEPCTL-DAT
               END-IF.
               OPEN INPUT STEP-CTL.
               MOVE 'YES' TO MORE-RECS.
               PERFORM L5-READ-STEP-CTL
                   UNTIL MORE-RECS = 'NO'.
               CLOSE STEP-CTL.
               EVALUATE TRUE
                   WHEN C-STEP-DONE
                       MOVE 0 TO C-THIS-RESULT
                   WHEN STP-MAIN-STREAM(C-FIND-SUB)
                       OR C-CHK-LANE = FP-LANE
                       MOVE 8 TO C-THIS-RESULT
                   WHEN OTHER
                       PERFORM L5-READ-LANE-STATE
                       IF C-STEP-STOPPED OR C-LANE-ENDED
                           MOVE 8 TO C-THIS-RESULT
                       ELSE
                           MOVE 4 TO C-THIS-RESULT
                       END-IF
               END-EVALUATE.
               IF C-THIS-RESULT = 8
                   DISPLAY 'CBLHJB96 - ' CK-PROGRAM-ID ' HELD - '
                       C-WAIT-NAME ' DID NOT COMPLETE'
               END-IF.
               IF C-THIS-RESULT > C-RESULT
                   MOVE C-THIS-RESULT TO C-RESULT
               END-IF.

           L5-READ-STEP-CTL.
               READ STEP-CTL
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF SC-PROGRAM-ID = C-WAIT-NAME
                           SET C-STEP-DONE TO TRUE
                       END-IF
               END-READ.

           L5-READ-LANE-STATE.
               MOVE 'N'                    TO C-ENDED-SW.
               MOVE 'N'                    TO C-LANE-FAIL-SW.
               MOVE 'N'                    TO C-STEP-FAIL-SW.
               MOVE SPACES                 TO FP-LANEST-DAT.
               STRING FP-REGION-DIR DELIMITED BY SPACE
                   'LANE' DELIMITED BY SIZE
                   C-CHK-LANE DELIMITED BY SPACE
                   '.DAT' DELIMITED BY SIZE
                   INTO FP-LANEST-DAT.
               OPEN INPUT LANE-STATE.
               MOVE 'YES' TO MORE-RECS.
               PERFORM L6-READ-LANE-LINE
                   UNTIL MORE-RECS = 'NO'.
               CLOSE LANE-STATE.

           L6-READ-LANE-LINE.
               READ LANE-STATE
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF LS-PROGRAM-ID = 'ENDED'
                           SET C-LANE-ENDED TO TRUE
                       END-IF
                       IF LS-STEP-STOPPED
                           SET C-LANE-FAILED TO TRUE
                           IF LS-PROGRAM-ID = C-WAIT-NAME
                               SET C-STEP-STOPPED TO TRUE
                           END-IF
                       END-IF
               END-READ.

           L5-FIND-STEP.
               MOVE 99                     TO C-FIND-SUB.
               PERFORM VARYING C-SCAN-SUB FROM 1 BY 1
                   UNTIL C-SCAN-SUB > 51
                       IF STP-PROGRAM-ID(C-SCAN-SUB) = C-WAIT-NAME
                           MOVE C-SCAN-SUB TO C-FIND-SUB
                       END-IF
               END-PERFORM.

           L5-FIND-LANE.
               MOVE 'N'                    TO C-IS-LANE-SW.
               PERFORM VARYING C-LANE-SUB FROM 1 BY 1
                   UNTIL C-LANE-SUB > C-LANE-CTR
                       IF LNT-NAME(C-LANE-SUB) = C-WAIT-NAME
                           SET C-IS-LANE TO TRUE
                       END-IF
               END-PERFORM.

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
      *    IN ONE OF THE STREAM'S PARALLEL LANES COBLANE NAMES THE
      *    LANE, AND THE LANE'S OWN CHECK FILE IS READ.
           ACCEPT FP-LANE FROM ENVIRONMENT 'COBLANE'.
           MOVE SPACES TO FP-DEPCHK-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'DEPCHK' DELIMITED BY SIZE
               FP-LANE DELIMITED BY SPACE
               '.DAT' DELIMITED BY SIZE
               INTO FP-DEPCHK-DAT.
           MOVE SPACES TO FP-STEPLIST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STEPLIST.DAT' DELIMITED BY SIZE
               INTO FP-STEPLIST-DAT.
           MOVE SPACES TO FP-LANELIST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'LANELIST.DAT' DELIMITED BY SIZE
               INTO FP-LANELIST-DAT.

       END PROGRAM CBLHJB96.
