       IDENTIFICATION DIVISION.
      *STUDENT HOLD MAINTENANCE FOR THE STUDENT OPERATION. THE
      *HOLD MASTER, HOLDMST.DAT, CARRIES ONE RECORD PER HOLD - THE
      *STUDENT ID, HOLD TYPE (F FINANCIAL, A ACADEMIC, R
      *REGISTRAR), DATE PLACED AND PLACING OPERATOR, AND THE DATE
      *AND OPERATOR THAT RELEASED IT (ZERO WHILE ACTIVE). RELEASED
      *HOLDS STAY ON FILE AS THE STUDENT'S HOLD HISTORY. THIS
      *NIGHTLY RUN FIRST APPLIES THE OFFICE'S PLACE/RELEASE
      *REQUESTS FROM HOLDTRAN.DAT, EACH OPERATOR CHECKED THROUGH
      *CBLOPSEC; POSTED REQUESTS MOVE TO HOLDTRAN.PST AND THE
      *INPUT IS EMPTIED. IT THEN PLACES A FINANCIAL HOLD ON ANY
      *STUDENT WHOSE STDNTAR.DAT BALANCE IS OVER 60 DAYS BY THE
      *CBLHJB32 AGING RULES (PAYMENT-PLAN INSTALLMENTS NOT YET DUE
      *ARE NOT PAST DUE), AND AN ACADEMIC HOLD ON ANY STUDENT THE
      *LAST CBLHJB33 STANDING RUN SUSPENDED (STANDING.DAT). HOLDS
      *THIS RUN PLACED ARE RELEASED ONCE THE CONDITION CLEARS;
      *A HOLD THE OFFICE PLACED IS ONLY RELEASED BY THE OFFICE.
      *THE DAILY HOLD REPORT, HOLDRPT.PRT, LISTS EVERY HOLD PLACED
      *OR RELEASED AND EVERY REQUEST REFUSED. CBLHJB30 TRANSCRIPTS,
      *CBLHJB59 REGISTRATION, CBLHJB09 MASTER MAINTENANCE, AND THE
      *CBLHJB11 INQUIRY ALL HONOR THE ACTIVE HOLDS.
       PROGRAM-ID. CBLHJB64.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT IDX-MASTER
               ASSIGN TO DYNAMIC FP-STDNTMST-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS I-ID
                   FILE STATUS IS C-IDX-STATUS.

           SELECT OPTIONAL HOLD-MASTER
               ASSIGN TO DYNAMIC FP-HOLDMST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HOLD-INPUT
               ASSIGN TO DYNAMIC FP-HOLDTRAN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HOLD-POSTED
               ASSIGN TO DYNAMIC FP-HOLDTRAN-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AR-FILE
               ASSIGN TO DYNAMIC FP-STDNTAR-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-AR-STATUS.

           SELECT OPTIONAL PLAN-SCHED
               ASSIGN TO DYNAMIC FP-PLANSCHD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STANDING-FILE
               ASSIGN TO DYNAMIC FP-STANDING-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-HOLDRPT-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD IDX-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 53 CHARACTERS.

       01 I-REC.
           05 I-ID                     PIC X(7).
           05 I-LNAME                  PIC X(15).
           05 I-FNAME                  PIC X(15).
           05 I-INIT                   PIC X.
           05 I-GPA                    PIC 9V99.
           05 I-EX-STRT-SAL            PIC 9(6)V99.
           05 I-MAJOR                  PIC X(4).

           FD HOLD-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS HM-REC
           RECORD CONTAINS 60 CHARACTERS.

       01 HM-REC.
           05 HM-ID                    PIC X(7).
           05 HM-TYPE                  PIC X.
           05 HM-PLACED-DATE           PIC 9(8).
           05 HM-PLACED-BY             PIC X(8).
           05 HM-RELEASED-DATE         PIC 9(8).
           05 HM-RELEASED-BY           PIC X(8).
           05 HM-REASON                PIC X(20).

           FD HOLD-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS HX-REC
           RECORD CONTAINS 37 CHARACTERS.

       01 HX-REC.
           05 HX-ID                    PIC X(7).
           05 HX-TYPE                  PIC X.
               88 VAL-HX-TYPES         VALUE 'F' 'A' 'R'.
           05 HX-ACTION                PIC X.
               88 HX-PLACE             VALUE 'P'.
               88 HX-RELEASE           VALUE 'R'.
           05 HX-OPER-ID               PIC X(8).
           05 HX-REASON                PIC X(20).

           FD HOLD-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS HX-PST-REC
           RECORD CONTAINS 37 CHARACTERS.

       01 HX-PST-REC                   PIC X(37).

           FD AR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 38 CHARACTERS.

       01 AR-REC.
           05 AR-ID                    PIC X(7).
           05 AR-TERM                  PIC X(5).
           05 AR-CHARGE-DATE           PIC 9(8).
           05 AR-ORIG-AMT              PIC 9(7)V99.
           05 AR-OPEN-AMT              PIC 9(7)V99.

           FD PLAN-SCHED
           LABEL RECORD IS STANDARD
           DATA RECORD IS PS-REC
           RECORD CONTAINS 42 CHARACTERS.

       01 PS-REC.
           05 PS-ID                    PIC X(7).
           05 PS-TERM                  PIC X(5).
           05 PS-INST-NO               PIC 99.
           05 PS-DUE-DATE              PIC 9(8).
           05 PS-AMOUNT                PIC 9(7)V99.
           05 PS-BASIS                 PIC 9(7)V99.
           05 PS-REMIND-SW             PIC X.
           05 PS-MISSED-SW             PIC X.

           FD STANDING-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SX-REC
           RECORD CONTAINS 13 CHARACTERS.

       01 SX-REC.
           05 SX-ID                    PIC X(7).
           05 SX-TERM                  PIC X(5).
           05 SX-STANDING              PIC X.
               88 SX-SUSPENDED         VALUE 'S'.

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
           05 FP-STDNTMST-IDX        PIC X(40)   VALUE SPACES.
           05 FP-HOLDMST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-HOLDTRAN-DAT        PIC X(40)   VALUE SPACES.
           05 FP-HOLDTRAN-PST        PIC X(40)   VALUE SPACES.
           05 FP-STDNTAR-DAT         PIC X(40)   VALUE SPACES.
           05 FP-PLANSCHD-DAT        PIC X(40)   VALUE SPACES.
           05 FP-STANDING-DAT        PIC X(40)   VALUE SPACES.
           05 FP-HOLDRPT-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-HOLDS           PIC X(3)    VALUE 'YES'.
               05 MORE-ITEMS           PIC X(3)    VALUE 'YES'.
               05 MORE-SCHED           PIC X(3)    VALUE 'YES'.
               05 MORE-STANDING        PIC X(3)    VALUE 'YES'.
               05 C-IDX-STATUS         PIC XX      VALUE '00'.
               05 C-AR-STATUS          PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 ERR-SW               PIC X       VALUE 'N'.
               05 ERR-MSG              PIC X(40)   VALUE SPACES.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-RUNLOG-RECS-READ   PIC 9(7)    VALUE 0.
               05 C-APPLIED-CTR        PIC 9(7)    VALUE 0.
               05 C-ERR-CTR            PIC 9(7)    VALUE 0.
               05 C-PLACED-CTR         PIC 9(5)    VALUE 0.
               05 C-RELEASED-CTR       PIC 9(5)    VALUE 0.
               05 C-ACTIVE-CTR         PIC 9(5)    VALUE 0.
               05 C-HOLD-CTR           PIC 9(4)    VALUE 0.
               05 C-HOLD-SUB           PIC 9(4)    VALUE 0.
               05 C-HOLD-HIT           PIC 9(4)    VALUE 0.
               05 C-AR-CTR             PIC 9(4)    VALUE 0.
               05 C-AR-SUB             PIC 9(4)    VALUE 0.
               05 C-PLN-CTR            PIC 9(4)    VALUE 0.
               05 C-PLN-SUB            PIC 9(4)    VALUE 0.
               05 C-SUM-CTR            PIC 9(4)    VALUE 0.
               05 C-SUM-SUB            PIC 9(4)    VALUE 0.
               05 C-SUSP-CTR           PIC 9(4)    VALUE 0.
               05 C-SUSP-SUB           PIC 9(4)    VALUE 0.
               05 C-STANDING-SW        PIC X       VALUE 'N'.
                  88 C-STANDING-LOADED VALUE 'Y'.
               05 C-PLN-FOUND-SW       PIC X       VALUE 'N'.
                  88 C-PLN-FOUND       VALUE 'Y'.
               05 C-CLEAR-SW           PIC X       VALUE 'N'.
                  88 C-CONDITION-CLEAR VALUE 'Y'.
               05 C-PLN-BASIS          PIC 9(7)V99 VALUE 0.
               05 C-PLN-DUE            PIC 9(7)V99 VALUE 0.
               05 C-PLN-PAID           PIC 9(7)V99 VALUE 0.
               05 C-PAST-DUE-AMT       PIC 9(7)V99 VALUE 0.
               05 C-AGE-DAYS           PIC S9(5)   VALUE 0.
               05 C-NEW-ID             PIC X(7)    VALUE SPACES.
               05 C-NEW-TYPE           PIC X       VALUE SPACE.
               05 C-NEW-BY             PIC X(8)    VALUE SPACES.
               05 C-NEW-REASON         PIC X(20)   VALUE SPACES.
               05 C-ACTION             PIC X(8)    VALUE SPACES.
               05 C-LAST-OPER-ID       PIC X(8)    VALUE HIGH-VALUES.
               05 C-LAST-OPER-RESULT   PIC X       VALUE 'N'.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 C-ASOF-DATE-R REDEFINES C-ASOF-DATE.
                   10 C-ASOF-YEAR      PIC 9(4).
                   10 C-ASOF-MONTH     PIC 99.
                   10 C-ASOF-DAY       PIC 99.
               05 C-CHG-DATE           PIC 9(8)    VALUE 0.
               05 C-CHG-DATE-R REDEFINES C-CHG-DATE.
                   10 C-CHG-YEAR       PIC 9(4).
                   10 C-CHG-MONTH      PIC 99.
                   10 C-CHG-DAY        PIC 99.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

      *    THE OFFICE'S REQUESTS ARE CHECKED IN BATCH MODE AGAINST
      *    THE OPERATOR KEYED ON THEM - NO PASSWORD INSIDE THE STREAM.
           01 SIGN-ON-FIELDS.
               05 SO-PROGRAM           PIC X(8)    VALUE 'CBLHJB64'.
               05 SO-MODE              PIC X       VALUE 'B'.
               05 SO-OPER-ID           PIC X(8)    VALUE SPACES.
               05 SO-PASSWORD          PIC X(8)    VALUE SPACES.
               05 SO-REQ-LEVEL         PIC 9       VALUE 3.
               05 SO-RESULT            PIC X       VALUE 'N'.

           01 HOLD-TABLE.
               05 HOLD-ENTRY           OCCURS 5000 TIMES.
                   10 HT-ID            PIC X(7).
                   10 HT-TYPE          PIC X.
                   10 HT-PLACED-DATE   PIC 9(8).
                   10 HT-PLACED-BY     PIC X(8).
                   10 HT-RELEASED-DATE PIC 9(8).
                   10 HT-RELEASED-BY   PIC X(8).
                   10 HT-REASON        PIC X(20).

           01 AR-TABLE.
               05 AR-ENTRY             OCCURS 2000 TIMES.
                   10 AT-ID            PIC X(7).
                   10 AT-TERM          PIC X(5).
                   10 AT-CHARGE-DATE   PIC 9(8).
                   10 AT-OPEN-AMT      PIC 9(7)V99.

           01 PLAN-TABLE.
               05 PLN-ENTRY            OCCURS 3000 TIMES.
                   10 PLN-ID           PIC X(7).
                   10 PLN-TERM         PIC X(5).
                   10 PLN-DUE-DATE     PIC 9(8).
                   10 PLN-AMOUNT       PIC 9(7)V99.
                   10 PLN-BASIS        PIC 9(7)V99.

           01 OVER60-TABLE.
      *    ONE ROW PER STUDENT WITH AN OPEN ITEM, HOLDING WHAT IS
      *    OVER 60 DAYS - AT MOST ONE ROW PER AR-TABLE ENTRY.
               05 SUM-ENTRY            OCCURS 2000 TIMES.
                   10 SUM-ID           PIC X(7).
                   10 SUM-OVER60       PIC 9(7)V99.

           01 SUSPEND-TABLE.
               05 SUSP-ENTRY           OCCURS 3000 TIMES.
                   10 SUSP-ID          PIC X(7).

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(33)   VALUE SPACES.
               05 FILLER               PIC X(37)
                  VALUE 'DAILY STUDENT HOLD REPORT            '.
               05 FILLER               PIC X(38)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 COL-HEADING.
               05 FILLER               PIC XX      VALUE 'ID'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'NAME'.
               05 FILLER               PIC X(12)   VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'HOLD TYPE'.
               05 FILLER               PIC XX      VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'ACTION'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'OPERATOR'.
               05 FILLER               PIC XX      VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PLACED'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'REASON'.

           01 DETAIL-LINE.
               05 D-ID                 PIC X(7).
               05 FILLER               PIC X       VALUE SPACE.
               05 D-LNAME              PIC X(15).
               05 FILLER               PIC X       VALUE SPACE.
               05 D-TYPE               PIC X(10).
               05 FILLER               PIC X       VALUE SPACE.
               05 D-ACTION             PIC X(8).
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-OPER-ID            PIC X(8).
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-PLACED-MM          PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 D-PLACED-DD          PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 D-PLACED-YY          PIC X(4).
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-REASON             PIC X(40).

           01 NONE-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(32)
                  VALUE 'NO HOLDS PLACED OR RELEASED     '.

           01 TOTAL-LINE1.
               05 FILLER               PIC X(21)
                  VALUE 'HOLDS PLACED         '.
               05 GT-PLACED-CTR        PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'HOLDS RELEASED       '.
               05 GT-RELEASED-CTR      PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'REQUESTS REFUSED     '.
               05 GT-ERR-CTR           PIC Z,ZZ9.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(21)
                  VALUE 'ACTIVE HOLDS ON FILE '.
               05 GT-ACTIVE-CTR        PIC Z,ZZ9.

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
               OPEN INPUT AR-FILE.
               IF C-AR-STATUS NOT = '00'
                   DISPLAY 'CBLHJB64 - UNABLE TO OPEN AR-FILE, '
                       'STATUS = ' C-AR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM L3-LOAD-AR
                   UNTIL MORE-ITEMS = 'NO'.
               CLOSE AR-FILE.
               OPEN INPUT HOLD-MASTER.
               PERFORM L3-LOAD-HOLD
                   UNTIL MORE-HOLDS = 'NO'.
               CLOSE HOLD-MASTER.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT PLAN-SCHED.
               PERFORM L3-LOAD-PLAN
                   UNTIL MORE-SCHED = 'NO'.
               CLOSE PLAN-SCHED.
               OPEN INPUT STANDING-FILE.
               PERFORM L3-LOAD-STANDING
                   UNTIL MORE-STANDING = 'NO'.
               CLOSE STANDING-FILE.
               OPEN INPUT IDX-MASTER.
               IF C-IDX-STATUS NOT = '00'
                   DISPLAY 'CBLHJB64 - UNABLE TO OPEN IDX-MASTER, '
                       'STATUS = ' C-IDX-STATUS
                   MOVE 16 TO RETURN-CODE
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
                   MOVE CURRENT-YEAR           TO C-ASOF-YEAR
                   MOVE CURRENT-MONTH          TO C-ASOF-MONTH
                   MOVE CURRENT-DAY            TO C-ASOF-DAY
               ELSE
                   MOVE RC-AS-OF-MONTH         TO TITLE-MONTH
                   MOVE RC-AS-OF-DAY           TO TITLE-DAY
                   MOVE RC-AS-OF-YEAR          TO TITLE-YEAR
                   MOVE RC-AS-OF-DATE          TO C-ASOF-DATE
               END-IF.
               OPEN OUTPUT PRTOUT.
               PERFORM L3-INIT-HEADING.
               OPEN INPUT HOLD-INPUT.
               OPEN EXTEND HOLD-POSTED.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-APPLY-REQUEST
                   THRU L3-APPLY-REQUEST-EXIT.
               IF ERR-SW = 'N'
                   ADD 1 TO C-APPLIED-CTR
               ELSE
                   ADD 1 TO C-ERR-CTR
                   MOVE HX-ID              TO D-ID
                   MOVE HX-TYPE            TO C-NEW-TYPE
                   PERFORM L4-TYPE-NAME
                   MOVE 'REFUSED'          TO D-ACTION
                   MOVE HX-OPER-ID         TO D-OPER-ID
                   MOVE SPACES             TO D-PLACED-MM
                   MOVE SPACES             TO D-PLACED-DD
                   MOVE SPACES             TO D-PLACED-YY
                   MOVE ERR-MSG            TO D-REASON
                   PERFORM L4-PUT-DETAIL
               END-IF.
               MOVE HX-REC TO HX-PST-REC.
               WRITE HX-PST-REC.
               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               CLOSE HOLD-POSTED.
               PERFORM L3-FINANCIAL-HOLDS.
               IF C-STANDING-LOADED
                   PERFORM L3-ACADEMIC-HOLDS
               END-IF.
               IF C-PLACED-CTR = 0 AND C-RELEASED-CTR = 0
                   AND C-ERR-CTR = 0
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               PERFORM L3-REWRITE-HOLDS.
               PERFORM L3-TOTALS.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE HOLD-INPUT.
      *    POSTED REQUESTS MOVE TO HOLDTRAN.PST AND THE INPUT IS
      *    EMPTIED, SO A RERUN NEVER APPLIES THE SAME REQUEST TWICE.
               OPEN OUTPUT HOLD-INPUT.
               CLOSE HOLD-INPUT.
               CLOSE IDX-MASTER.
               CLOSE PRTOUT.

           L3-INIT-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L3-READ-INPUT.
               READ HOLD-INPUT
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-RUNLOG-RECS-READ
               END-IF.

           L3-LOAD-AR.
               READ AR-FILE
                   AT END
                       MOVE 'NO' TO MORE-ITEMS
                   NOT AT END
                       IF C-AR-CTR < 2000
                           ADD 1 TO C-AR-CTR
                           MOVE AR-ID          TO AT-ID(C-AR-CTR)
                           MOVE AR-TERM        TO AT-TERM(C-AR-CTR)
                           MOVE AR-CHARGE-DATE TO
                               AT-CHARGE-DATE(C-AR-CTR)
                           MOVE AR-OPEN-AMT    TO AT-OPEN-AMT(C-AR-CTR)
                       ELSE
                           DISPLAY 'CBLHJB64 - AR-TABLE OVERFLOW, '
                               'RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-ITEMS
                       END-IF
               END-READ.

           L3-LOAD-HOLD.
      *    HOLDMST.DAT IS REWRITTEN IN FULL FROM THIS TABLE, SO AN
      *    OVERFLOW HALTS THE RUN RATHER THAN LOSE HOLD HISTORY.
               READ HOLD-MASTER
                   AT END
                       MOVE 'NO' TO MORE-HOLDS
                   NOT AT END
                       IF C-HOLD-CTR < 5000
                           ADD 1 TO C-HOLD-CTR
                           MOVE HM-ID       TO HT-ID(C-HOLD-CTR)
                           MOVE HM-TYPE     TO HT-TYPE(C-HOLD-CTR)
                           MOVE HM-PLACED-DATE
                               TO HT-PLACED-DATE(C-HOLD-CTR)
                           MOVE HM-PLACED-BY
                               TO HT-PLACED-BY(C-HOLD-CTR)
                           MOVE HM-RELEASED-DATE
                               TO HT-RELEASED-DATE(C-HOLD-CTR)
                           MOVE HM-RELEASED-BY
                               TO HT-RELEASED-BY(C-HOLD-CTR)
                           MOVE HM-REASON   TO HT-REASON(C-HOLD-CTR)
                       ELSE
                           DISPLAY 'CBLHJB64 - HOLD-TABLE OVERFLOW, '
                               'RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-HOLDS
                       END-IF
               END-READ.

           L3-LOAD-PLAN.
               READ PLAN-SCHED
                   AT END
                       MOVE 'NO' TO MORE-SCHED
                   NOT AT END
                       IF C-PLN-CTR < 3000
                           ADD 1 TO C-PLN-CTR
                           MOVE PS-ID       TO PLN-ID(C-PLN-CTR)
                           MOVE PS-TERM     TO PLN-TERM(C-PLN-CTR)
                           MOVE PS-DUE-DATE TO PLN-DUE-DATE(C-PLN-CTR)
                           MOVE PS-AMOUNT   TO PLN-AMOUNT(C-PLN-CTR)
                           MOVE PS-BASIS    TO PLN-BASIS(C-PLN-CTR)
                       ELSE
                           DISPLAY 'CBLHJB64 - PLAN-TABLE OVERFLOW, '
                               'LATER PLANS AGED IN FULL'
                           MOVE 8 TO RETURN-CODE
                           MOVE 'NO' TO MORE-SCHED
                       END-IF
               END-READ.

           L3-LOAD-STANDING.
      *    WITH NO STANDING FILE YET, ACADEMIC HOLDS ARE LEFT AS
      *    THEY ARE RATHER THAN RELEASED FOR WANT OF A STANDING.
               READ STANDING-FILE
                   AT END
                       MOVE 'NO' TO MORE-STANDING
                   NOT AT END
                       SET C-STANDING-LOADED TO TRUE
                       IF SX-SUSPENDED
                           IF C-SUSP-CTR < 3000
                               ADD 1 TO C-SUSP-CTR
                               MOVE SX-ID TO SUSP-ID(C-SUSP-CTR)
                           ELSE
                               DISPLAY 'CBLHJB64 - SUSPEND-TABLE '
                                   'OVERFLOW, ACADEMIC HOLDS SKIPPED'
                               MOVE 8 TO RETURN-CODE
                               MOVE 'N' TO C-STANDING-SW
                               MOVE 'NO' TO MORE-STANDING
                           END-IF
                       END-IF
               END-READ.

           L3-APPLY-REQUEST.
               MOVE 'N' TO ERR-SW.
               MOVE SPACES TO D-LNAME.
               IF NOT HX-PLACE AND NOT HX-RELEASE
                   MOVE 'ACTION MUST BE P OR R' TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-APPLY-REQUEST-EXIT.

               IF NOT VAL-HX-TYPES
                   MOVE 'HOLD TYPE MUST BE F, A, OR R' TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-APPLY-REQUEST-EXIT.

               PERFORM L4-CHECK-OPERATOR.
               IF SO-RESULT NOT = 'Y'
                   MOVE 'OPERATOR NOT AUTHORIZED FOR HOLDS' TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-APPLY-REQUEST-EXIT.

               MOVE HX-ID TO I-ID.
               READ IDX-MASTER
                   INVALID KEY
                       MOVE 'STUDENT NOT ON MASTER' TO ERR-MSG
                       MOVE 'Y' TO ERR-SW
               END-READ.
               IF ERR-SW = 'Y'
                   GO TO L3-APPLY-REQUEST-EXIT.
               MOVE I-LNAME TO D-LNAME.

               MOVE HX-ID   TO C-NEW-ID.
               MOVE HX-TYPE TO C-NEW-TYPE.
               PERFORM L4-FIND-ACTIVE-HOLD.
               IF HX-PLACE
                   IF C-HOLD-HIT > 0
                       MOVE 'HOLD OF THIS TYPE ALREADY ACTIVE'
                           TO ERR-MSG
                       MOVE 'Y' TO ERR-SW
                       GO TO L3-APPLY-REQUEST-EXIT
                   END-IF
                   IF C-HOLD-CTR NOT < 5000
                       MOVE 'HOLD FILE FULL - SEE OFFICE' TO ERR-MSG
                       MOVE 'Y' TO ERR-SW
                       MOVE 8 TO RETURN-CODE
                       GO TO L3-APPLY-REQUEST-EXIT
                   END-IF
                   MOVE HX-OPER-ID TO C-NEW-BY
                   IF HX-REASON = SPACES
                       MOVE 'PLACED BY OFFICE' TO C-NEW-REASON
                   ELSE
                       MOVE HX-REASON TO C-NEW-REASON
                   END-IF
                   PERFORM L4-PLACE-HOLD
               ELSE
                   IF C-HOLD-HIT = 0
                       MOVE 'NO ACTIVE HOLD OF THIS TYPE' TO ERR-MSG
                       MOVE 'Y' TO ERR-SW
                       GO TO L3-APPLY-REQUEST-EXIT
                   END-IF
                   MOVE HX-OPER-ID TO C-NEW-BY
                   PERFORM L4-RELEASE-HOLD
               END-IF.

           L3-APPLY-REQUEST-EXIT.
               EXIT.

           L4-CHECK-OPERATOR.
      *    A DAY'S REQUESTS USUALLY CARRY ONE OR TWO OPERATORS, SO
      *    THE LAST ANSWER IS KEPT RATHER THAN LOG A SIGN-ON FOR
      *    EVERY REQUEST.
               IF HX-OPER-ID = C-LAST-OPER-ID
                   MOVE C-LAST-OPER-RESULT TO SO-RESULT
               ELSE
                   MOVE HX-OPER-ID TO SO-OPER-ID
                   CALL 'CBLOPSEC' USING SO-PROGRAM, SO-MODE,
                       SO-OPER-ID, SO-PASSWORD, SO-REQ-LEVEL,
                       SO-RESULT
                   MOVE HX-OPER-ID TO C-LAST-OPER-ID
                   MOVE SO-RESULT  TO C-LAST-OPER-RESULT
               END-IF.

           L4-FIND-ACTIVE-HOLD.
               MOVE 0 TO C-HOLD-HIT.
               PERFORM VARYING C-HOLD-SUB FROM 1 BY 1
                   UNTIL C-HOLD-SUB > C-HOLD-CTR
                       OR C-HOLD-HIT > 0
                       IF HT-ID(C-HOLD-SUB) = C-NEW-ID
                           AND HT-TYPE(C-HOLD-SUB) = C-NEW-TYPE
                           AND HT-RELEASED-DATE(C-HOLD-SUB) = 0
                           MOVE C-HOLD-SUB TO C-HOLD-HIT
                       END-IF
               END-PERFORM.

           L4-PLACE-HOLD.
               ADD 1 TO C-HOLD-CTR.
               ADD 1 TO C-PLACED-CTR.
               MOVE C-NEW-ID       TO HT-ID(C-HOLD-CTR).
               MOVE C-NEW-TYPE     TO HT-TYPE(C-HOLD-CTR).
               MOVE C-ASOF-DATE    TO HT-PLACED-DATE(C-HOLD-CTR).
               MOVE C-NEW-BY       TO HT-PLACED-BY(C-HOLD-CTR).
               MOVE 0              TO HT-RELEASED-DATE(C-HOLD-CTR).
               MOVE SPACES         TO HT-RELEASED-BY(C-HOLD-CTR).
               MOVE C-NEW-REASON   TO HT-REASON(C-HOLD-CTR).
               MOVE C-HOLD-CTR     TO C-HOLD-HIT.
               MOVE 'PLACED'       TO C-ACTION.
               PERFORM L5-HOLD-DETAIL.

           L4-RELEASE-HOLD.
               ADD 1 TO C-RELEASED-CTR.
               MOVE C-ASOF-DATE    TO HT-RELEASED-DATE(C-HOLD-HIT).
               MOVE C-NEW-BY       TO HT-RELEASED-BY(C-HOLD-HIT).
               MOVE 'RELEASED'     TO C-ACTION.
               PERFORM L5-HOLD-DETAIL.

           L5-HOLD-DETAIL.
               MOVE HT-ID(C-HOLD-HIT)      TO D-ID.
               MOVE HT-TYPE(C-HOLD-HIT)    TO C-NEW-TYPE.
               PERFORM L4-TYPE-NAME.
               MOVE C-ACTION               TO D-ACTION.
               MOVE C-NEW-BY               TO D-OPER-ID.
               MOVE HT-PLACED-DATE(C-HOLD-HIT)(5:2) TO D-PLACED-MM.
               MOVE HT-PLACED-DATE(C-HOLD-HIT)(7:2) TO D-PLACED-DD.
               MOVE HT-PLACED-DATE(C-HOLD-HIT)(1:4) TO D-PLACED-YY.
               MOVE HT-REASON(C-HOLD-HIT)  TO D-REASON.
               PERFORM L4-PUT-DETAIL.

           L4-TYPE-NAME.
               EVALUATE C-NEW-TYPE
                   WHEN 'F'
                       MOVE 'FINANCIAL'    TO D-TYPE
                   WHEN 'A'
                       MOVE 'ACADEMIC'     TO D-TYPE
                   WHEN 'R'
                       MOVE 'REGISTRAR'    TO D-TYPE
                   WHEN OTHER
                       MOVE C-NEW-TYPE     TO D-TYPE
               END-EVALUATE.

           L3-FINANCIAL-HOLDS.
      *    THE OVER-60 BALANCE IS WORKED PER STUDENT FIRST, THEN
      *    HOLDS ARE PLACED WHERE ONE IS OWED AND THIS RUN'S OWN
      *    FINANCIAL HOLDS RELEASED WHERE IT HAS CLEARED.
               PERFORM L4-AGE-ITEM
                   VARYING C-AR-SUB FROM 1 BY 1
                       UNTIL C-AR-SUB > C-AR-CTR.
               MOVE 'F'                    TO C-NEW-TYPE.
               MOVE 'CBLHJB64'             TO C-NEW-BY.
               MOVE 'BALANCE OVER 60 DAYS' TO C-NEW-REASON.
               PERFORM VARYING C-SUM-SUB FROM 1 BY 1
                   UNTIL C-SUM-SUB > C-SUM-CTR
                       IF SUM-OVER60(C-SUM-SUB) > 0
                           MOVE SUM-ID(C-SUM-SUB) TO C-NEW-ID
                           PERFORM L4-AUTO-PLACE
                       END-IF
               END-PERFORM.
               PERFORM VARYING C-HOLD-SUB FROM 1 BY 1
                   UNTIL C-HOLD-SUB > C-HOLD-CTR
                       IF HT-TYPE(C-HOLD-SUB) = 'F'
                           AND HT-PLACED-BY(C-HOLD-SUB) = 'CBLHJB64'
                           AND HT-RELEASED-DATE(C-HOLD-SUB) = 0
                           SET C-CONDITION-CLEAR TO TRUE
                           PERFORM VARYING C-SUM-SUB FROM 1 BY 1
                               UNTIL C-SUM-SUB > C-SUM-CTR
                                   IF SUM-ID(C-SUM-SUB) =
                                       HT-ID(C-HOLD-SUB)
                                       AND SUM-OVER60(C-SUM-SUB) > 0
                                       MOVE 'N' TO C-CLEAR-SW
                                   END-IF
                           END-PERFORM
                           IF C-CONDITION-CLEAR
                               MOVE C-HOLD-SUB TO C-HOLD-HIT
                               MOVE 'CBLHJB64' TO C-NEW-BY
                               PERFORM L4-AUTO-RELEASE
                           END-IF
                       END-IF
               END-PERFORM.

           L4-AGE-ITEM.
      *    THE SAME RULES AS THE CBLHJB32 AGING PAGE: 30-DAY MONTHS
      *    FROM THE CHARGE DATE, AND UNDER A PAYMENT PLAN ONLY THE
      *    INSTALLMENTS FALLEN DUE AND UNPAID COUNT AS PAST DUE.
               IF AT-OPEN-AMT(C-AR-SUB) = 0
                   CONTINUE
               ELSE
                   PERFORM VARYING C-SUM-SUB FROM 1 BY 1
                       UNTIL C-SUM-SUB > C-SUM-CTR
                           OR AT-ID(C-AR-SUB) = SUM-ID(C-SUM-SUB)
                   END-PERFORM
                   IF C-SUM-SUB > C-SUM-CTR
                       ADD 1 TO C-SUM-CTR
                       MOVE C-SUM-CTR TO C-SUM-SUB
                       MOVE AT-ID(C-AR-SUB) TO SUM-ID(C-SUM-SUB)
                       MOVE 0 TO SUM-OVER60(C-SUM-SUB)
                   END-IF
                   PERFORM L5-PLAN-PAST-DUE
                   MOVE AT-CHARGE-DATE(C-AR-SUB) TO C-CHG-DATE
                   COMPUTE C-AGE-DAYS =
                       (C-ASOF-YEAR - C-CHG-YEAR) * 360
                       + (C-ASOF-MONTH - C-CHG-MONTH) * 30
                       + (C-ASOF-DAY - C-CHG-DAY)
                   IF C-AGE-DAYS > 60
                       ADD C-PAST-DUE-AMT TO SUM-OVER60(C-SUM-SUB)
                   END-IF
               END-IF.

           L5-PLAN-PAST-DUE.
               MOVE AT-OPEN-AMT(C-AR-SUB) TO C-PAST-DUE-AMT.
               MOVE 'N' TO C-PLN-FOUND-SW.
               MOVE 0 TO C-PLN-DUE.
               PERFORM VARYING C-PLN-SUB FROM 1 BY 1
                   UNTIL C-PLN-SUB > C-PLN-CTR
                       IF PLN-ID(C-PLN-SUB) = AT-ID(C-AR-SUB)
                           AND (PLN-TERM(C-PLN-SUB) = AT-TERM(C-AR-SUB)
                               OR AT-TERM(C-AR-SUB) = SPACES)
                           SET C-PLN-FOUND TO TRUE
                           MOVE PLN-BASIS(C-PLN-SUB) TO C-PLN-BASIS
                           IF PLN-DUE-DATE(C-PLN-SUB) NOT > C-ASOF-DATE
                               ADD PLN-AMOUNT(C-PLN-SUB) TO C-PLN-DUE
                           END-IF
                       END-IF
               END-PERFORM.
               IF C-PLN-FOUND
                   IF AT-OPEN-AMT(C-AR-SUB) < C-PLN-BASIS
                       COMPUTE C-PLN-PAID =
                           C-PLN-BASIS - AT-OPEN-AMT(C-AR-SUB)
                   ELSE
                       MOVE 0 TO C-PLN-PAID
                   END-IF
                   IF C-PLN-DUE > C-PLN-PAID
                       COMPUTE C-PAST-DUE-AMT = C-PLN-DUE - C-PLN-PAID
                   ELSE
                       MOVE 0 TO C-PAST-DUE-AMT
                   END-IF
                   IF C-PAST-DUE-AMT > AT-OPEN-AMT(C-AR-SUB)
                       MOVE AT-OPEN-AMT(C-AR-SUB) TO C-PAST-DUE-AMT
                   END-IF
               END-IF.

           L3-ACADEMIC-HOLDS.
               MOVE 'A'                    TO C-NEW-TYPE.
               MOVE 'CBLHJB64'             TO C-NEW-BY.
               MOVE 'ACADEMIC SUSPENSION'  TO C-NEW-REASON.
               PERFORM VARYING C-SUSP-SUB FROM 1 BY 1
                   UNTIL C-SUSP-SUB > C-SUSP-CTR
                       MOVE SUSP-ID(C-SUSP-SUB) TO C-NEW-ID
                       PERFORM L4-AUTO-PLACE
               END-PERFORM.
               PERFORM VARYING C-HOLD-SUB FROM 1 BY 1
                   UNTIL C-HOLD-SUB > C-HOLD-CTR
                       IF HT-TYPE(C-HOLD-SUB) = 'A'
                           AND HT-PLACED-BY(C-HOLD-SUB) = 'CBLHJB64'
                           AND HT-RELEASED-DATE(C-HOLD-SUB) = 0
                           SET C-CONDITION-CLEAR TO TRUE
                           PERFORM VARYING C-SUSP-SUB FROM 1 BY 1
                               UNTIL C-SUSP-SUB > C-SUSP-CTR
                                   IF SUSP-ID(C-SUSP-SUB) =
                                       HT-ID(C-HOLD-SUB)
                                       MOVE 'N' TO C-CLEAR-SW
                                   END-IF
                           END-PERFORM
                           IF C-CONDITION-CLEAR
                               MOVE C-HOLD-SUB TO C-HOLD-HIT
                               MOVE 'CBLHJB64' TO C-NEW-BY
                               PERFORM L4-AUTO-RELEASE
                           END-IF
                       END-IF
               END-PERFORM.

           L4-AUTO-PLACE.
      *    A STUDENT ALREADY HOLDING AN ACTIVE HOLD OF THE TYPE -
      *    THE OFFICE'S OR THIS RUN'S - IS LEFT AS IS.
               PERFORM L4-FIND-ACTIVE-HOLD.
               IF C-HOLD-HIT = 0
                   IF C-HOLD-CTR < 5000
                       MOVE C-NEW-ID TO I-ID
                       READ IDX-MASTER
                           INVALID KEY
                               MOVE SPACES TO I-LNAME
                       END-READ
                       MOVE I-LNAME TO D-LNAME
                       PERFORM L4-PLACE-HOLD
                   ELSE
                       DISPLAY 'CBLHJB64 - HOLD-TABLE FULL, HOLD NOT '
                           'PLACED FOR ' C-NEW-ID
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           L4-AUTO-RELEASE.
               MOVE HT-ID(C-HOLD-HIT) TO I-ID.
               READ IDX-MASTER
                   INVALID KEY
                       MOVE SPACES TO I-LNAME
               END-READ.
               MOVE I-LNAME TO D-LNAME.
               PERFORM L4-RELEASE-HOLD.

           L4-PUT-DETAIL.
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L3-REWRITE-HOLDS.
               OPEN OUTPUT HOLD-MASTER.
               PERFORM L4-REWRITE-HOLD-ITEM
                   VARYING C-HOLD-SUB FROM 1 BY 1
                       UNTIL C-HOLD-SUB > C-HOLD-CTR.
               CLOSE HOLD-MASTER.

           L4-REWRITE-HOLD-ITEM.
               IF HT-RELEASED-DATE(C-HOLD-SUB) = 0
                   ADD 1 TO C-ACTIVE-CTR
               END-IF.
               MOVE HT-ID(C-HOLD-SUB)            TO HM-ID.
               MOVE HT-TYPE(C-HOLD-SUB)          TO HM-TYPE.
               MOVE HT-PLACED-DATE(C-HOLD-SUB)   TO HM-PLACED-DATE.
               MOVE HT-PLACED-BY(C-HOLD-SUB)     TO HM-PLACED-BY.
               MOVE HT-RELEASED-DATE(C-HOLD-SUB) TO HM-RELEASED-DATE.
               MOVE HT-RELEASED-BY(C-HOLD-SUB)   TO HM-RELEASED-BY.
               MOVE HT-REASON(C-HOLD-SUB)        TO HM-REASON.
               WRITE HM-REC.

           L3-TOTALS.
               MOVE C-PLACED-CTR           TO GT-PLACED-CTR.
               MOVE C-RELEASED-CTR         TO GT-RELEASED-CTR.
               MOVE C-ERR-CTR              TO GT-ERR-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               MOVE C-ACTIVE-CTR           TO GT-ACTIVE-CTR.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB64'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-RUNLOG-RECS-READ     TO RL-RECS-READ.
               MOVE C-APPLIED-CTR          TO RL-RECS-PROCESSED.
               MOVE C-ERR-CTR              TO RL-RECS-REJECTED.
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
               MOVE 'CBLHJB64'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-STDNTMST-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STDNTMST.IDX' DELIMITED BY SIZE
               INTO FP-STDNTMST-IDX.
           MOVE SPACES TO FP-HOLDMST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'HOLDMST.DAT' DELIMITED BY SIZE
               INTO FP-HOLDMST-DAT.
           MOVE SPACES TO FP-HOLDTRAN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'HOLDTRAN.DAT' DELIMITED BY SIZE
               INTO FP-HOLDTRAN-DAT.
           MOVE SPACES TO FP-HOLDTRAN-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'HOLDTRAN.PST' DELIMITED BY SIZE
               INTO FP-HOLDTRAN-PST.
           MOVE SPACES TO FP-STDNTAR-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STDNTAR.DAT' DELIMITED BY SIZE
               INTO FP-STDNTAR-DAT.
           MOVE SPACES TO FP-PLANSCHD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PLANSCHD.DAT' DELIMITED BY SIZE
               INTO FP-PLANSCHD-DAT.
           MOVE SPACES TO FP-STANDING-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STANDING.DAT' DELIMITED BY SIZE
               INTO FP-STANDING-DAT.
           MOVE SPACES TO FP-HOLDRPT-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'HOLDRPT.PRT' DELIMITED BY SIZE
               INTO FP-HOLDRPT-PRT.
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

       END PROGRAM CBLHJB64.
