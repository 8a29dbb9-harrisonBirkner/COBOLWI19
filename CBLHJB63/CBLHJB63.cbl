       IDENTIFICATION DIVISION.
      *TUITION INSTALLMENT PAYMENT PLANS FOR THE STUDENT OPERATION.
      *A PLAN AGREED WITH THE BURSAR IS KEYED ON PAYPLAN.DAT WITH
      *THE STUDENT ID, TERM, NUMBER OF MONTHLY INSTALLMENTS, FIRST
      *DUE DATE, AND DOWN PAYMENT. THE FIRST NIGHT A PLAN IS SEEN
      *ITS SCHEDULE IS BUILT FROM THE OPEN STDNTAR.DAT CHARGE FOR
      *THE TERM - THE DOWN PAYMENT DUE AT ONCE AS INSTALLMENT 00,
      *THE REST SPLIT EVENLY OVER THE INSTALLMENTS A MONTH APART,
      *THE LAST TAKING THE ODD CENTS - AND KEPT ON PLANSCHD.DAT.
      *EVERY NIGHT THE PAYMENTS CBLHJB32 HAS POSTED ARE MATCHED TO
      *THE SCHEDULE: WHAT HAS BEEN PAID ON THE CHARGE SINCE THE
      *PLAN WAS BUILT IS APPLIED TO THE INSTALLMENTS IN DUE-DATE
      *ORDER (A REFUND CREDIT FROM CBLHJB62 RELIEVES THE PLAN THE
      *SAME WAY). A REMINDER NOTICE GOES OUT ONCE WHEN AN UNPAID
      *INSTALLMENT COMES WITHIN THE REMINDER WINDOW, AND A MISSED-
      *INSTALLMENT NOTICE ONCE WHEN ITS DUE DATE PASSES UNPAID.
      *NOTICES PRINT ON PLANNTC.PRT FOR MAILING; THE PLAN REGISTER
      *PLANREG.PRT LISTS SCHEDULES BUILT, NOTICES SENT, AND PLANS
      *REFUSED. A PLAN TAKEN OFF PAYPLAN.DAT DROPS ITS SCHEDULE.
      *CBLHJB32 READS PLANSCHD.DAT TO AGE ON-SCHEDULE PLAN BALANCES
      *APART FROM TRULY PAST-DUE ONES.
       PROGRAM-ID. CBLHJB63.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT IDX-MASTER
               ASSIGN TO DYNAMIC FP-STDNTMST-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS I-ID
                   FILE STATUS IS C-IDX-STATUS.

           SELECT OPTIONAL PLAN-FILE
               ASSIGN TO DYNAMIC FP-PAYPLAN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PLAN-SCHED
               ASSIGN TO DYNAMIC FP-PLANSCHD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AR-FILE
               ASSIGN TO DYNAMIC FP-STDNTAR-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-AR-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-PLANREG-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT LETTER-OUT
               ASSIGN TO DYNAMIC FP-PLANNTC-PRT
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

           FD PLAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-REC
           RECORD CONTAINS 30 CHARACTERS.

       01 PP-REC.
           05 PP-ID                    PIC X(7).
           05 PP-TERM                  PIC X(5).
           05 PP-NUM-INST              PIC 99.
           05 PP-FIRST-DUE             PIC 9(8).
           05 PP-DOWN-PMT              PIC 9(6)V99.

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

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                      PIC X(132).

           FD LETTER-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS LTR-LINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 LTR-LINE                     PIC X(132).

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
           05 FP-PAYPLAN-DAT         PIC X(40)   VALUE SPACES.
           05 FP-PLANSCHD-DAT        PIC X(40)   VALUE SPACES.
           05 FP-STDNTAR-DAT         PIC X(40)   VALUE SPACES.
           05 FP-PLANREG-PRT         PIC X(40)   VALUE SPACES.
           05 FP-PLANNTC-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-SCHED           PIC X(3)    VALUE 'YES'.
               05 MORE-ITEMS           PIC X(3)    VALUE 'YES'.
               05 C-IDX-STATUS         PIC XX      VALUE '00'.
               05 C-AR-STATUS          PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 ERR-SW               PIC X       VALUE 'N'.
               05 ERR-MSG              PIC X(40)   VALUE SPACES.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-RUNLOG-RECS-READ   PIC 9(7)    VALUE 0.
               05 C-PLAN-OK-CTR        PIC 9(5)    VALUE 0.
               05 C-BUILT-CTR          PIC 9(5)    VALUE 0.
               05 C-ERR-CTR            PIC 9(5)    VALUE 0.
               05 C-REMIND-CTR         PIC 9(5)    VALUE 0.
               05 C-MISSED-CTR         PIC 9(5)    VALUE 0.
               05 C-LETTER-CTR         PIC 9(5)    VALUE 0.
               05 C-SCH-CTR            PIC 9(4)    VALUE 0.
               05 C-SCH-SUB            PIC 9(4)    VALUE 0.
               05 C-AR-CTR             PIC 9(4)    VALUE 0.
               05 C-AR-SUB             PIC 9(4)    VALUE 0.
               05 C-AR-HIT             PIC 9(4)    VALUE 0.
               05 C-INST-SUB           PIC 99      VALUE 0.
      *    A REMINDER GOES OUT WHEN THE DUE DATE IS THIS MANY DAYS
      *    AWAY OR LESS - TIME FOR THE NOTICE TO REACH THE FAMILY.
               05 C-REMIND-DAYS        PIC 9(3)    VALUE 10.
               05 C-DAYS-TO-DUE        PIC S9(5)   VALUE 0.
               05 C-BASIS              PIC 9(7)V99 VALUE 0.
               05 C-INST-AMT           PIC 9(7)V99 VALUE 0.
               05 C-LAST-AMT           PIC 9(7)V99 VALUE 0.
               05 C-PAID-AMT           PIC 9(7)V99 VALUE 0.
               05 C-CUM-DUE            PIC 9(7)V99 VALUE 0.
               05 C-SHORT-AMT          PIC 9(7)V99 VALUE 0.
               05 C-PREV-KEY           PIC X(12)   VALUE SPACES.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
               05 C-ACTION             PIC X(20)   VALUE SPACES.
               05 C-DUE-DATE           PIC 9(8)    VALUE 0.
               05 C-DUE-DATE-R REDEFINES C-DUE-DATE.
                   10 C-DUE-YEAR       PIC 9(4).
                   10 C-DUE-MONTH      PIC 99.
                   10 C-DUE-DAY        PIC 99.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

           01 SCHEDULE-TABLE.
               05 SCH-ENTRY            OCCURS 3000 TIMES.
                   10 SCH-KEY.
                       15 SCH-ID       PIC X(7).
                       15 SCH-TERM     PIC X(5).
                   10 SCH-INST-NO      PIC 99.
                   10 SCH-DUE-DATE     PIC 9(8).
                   10 SCH-AMOUNT       PIC 9(7)V99.
                   10 SCH-BASIS        PIC 9(7)V99.
                   10 SCH-REMIND-SW    PIC X.
                   10 SCH-MISSED-SW    PIC X.
                   10 SCH-KEEP-SW      PIC X.

           01 AR-TABLE.
               05 AR-ENTRY             OCCURS 2000 TIMES.
                   10 AT-ID            PIC X(7).
                   10 AT-TERM          PIC X(5).
                   10 AT-OPEN-AMT      PIC 9(7)V99.

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
                  VALUE 'TUITION PAYMENT PLAN REGISTER        '.
               05 FILLER               PIC X(38)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 COL-HEADING.
               05 FILLER               PIC XX      VALUE 'ID'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'NAME'.
               05 FILLER               PIC X(12)   VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'TERM'.
               05 FILLER               PIC XX      VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'INST'.
               05 FILLER               PIC XX      VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'DUE DATE'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'AMOUNT'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(12)   VALUE 'PAID ON PLAN'.
               05 FILLER               PIC XX      VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'ACTION'.

           01 DETAIL-LINE.
               05 D-ID                 PIC X(7).
               05 FILLER               PIC X       VALUE SPACE.
               05 D-LNAME              PIC X(15).
               05 FILLER               PIC X       VALUE SPACE.
               05 D-TERM               PIC X(5).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-INST-NO            PIC 99.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-DUE-MM             PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 D-DUE-DD             PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 D-DUE-YY             PIC X(4).
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-AMOUNT             PIC $$$$,$$9.99.
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-PAID               PIC $$$$,$$9.99.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-ACTION             PIC X(40).

           01 TOTAL-LINE1.
               05 FILLER               PIC X(21)
                  VALUE 'PLANS READ           '.
               05 GT-READ-CTR          PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'SCHEDULES BUILT      '.
               05 GT-BUILT-CTR         PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'PLANS REFUSED        '.
               05 GT-ERR-CTR           PIC Z,ZZ9.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(21)
                  VALUE 'REMINDERS SENT       '.
               05 GT-REMIND-CTR        PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'MISSED NOTICES SENT  '.
               05 GT-MISSED-CTR        PIC Z,ZZ9.

           01 LTR-GREETING-LINE.
               05 FILLER               PIC X(5)    VALUE 'DEAR '.
               05 LG-FNAME             PIC X(15).
               05 LG-LNAME             PIC X(15).
               05 FILLER               PIC X       VALUE ','.

           01 LTR-REMIND-LINE1.
               05 FILLER               PIC X(35)
                  VALUE 'THIS IS A REMINDER THAT INSTALLMENT'.
               05 FILLER               PIC X       VALUE SPACE.
               05 LR1-INST-NO          PIC Z9.
               05 FILLER               PIC X(40)
                  VALUE ' OF YOUR TUITION PAYMENT PLAN FOR TERM  '.
               05 LR1-TERM             PIC X(5).

           01 LTR-REMIND-LINE2.
               05 FILLER               PIC X(17)
                  VALUE 'IN THE AMOUNT OF '.
               05 LR2-AMOUNT           PIC $$$$,$$9.99.
               05 FILLER               PIC X(11)   VALUE ' IS DUE ON '.
               05 LR2-DUE-MM           PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 LR2-DUE-DD           PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 LR2-DUE-YY           PIC X(4).
               05 FILLER               PIC X       VALUE '.'.

           01 LTR-MISSED-LINE1.
               05 FILLER               PIC X(35)
                  VALUE 'OUR RECORDS SHOW THAT INSTALLMENT  '.
               05 LM1-INST-NO          PIC Z9.
               05 FILLER               PIC X(40)
                  VALUE ' OF YOUR TUITION PAYMENT PLAN FOR TERM  '.
               05 LM1-TERM             PIC X(5).

           01 LTR-MISSED-LINE2.
               05 FILLER               PIC X(4)    VALUE 'DUE '.
               05 LM2-DUE-MM           PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 LM2-DUE-DD           PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 LM2-DUE-YY           PIC X(4).
               05 FILLER               PIC X(36)
                  VALUE ' HAS NOT BEEN PAID. THE AMOUNT PAST '.
               05 FILLER               PIC X(8)    VALUE 'DUE IS  '.
               05 LM2-AMOUNT           PIC $$$$,$$9.99.
               05 FILLER               PIC X       VALUE '.'.

           01 LTR-MISSED-LINE3.
               05 FILLER               PIC X(43)
                  VALUE 'PLEASE REMIT PAYMENT OR CONTACT THE BURSAR '.
               05 FILLER               PIC X(36)
                  VALUE 'TO AVOID CANCELLATION OF YOUR PLAN. '.

           01 LTR-PAID-LINE.
               05 FILLER               PIC X(36)
                  VALUE 'PAYMENTS RECEIVED ON THIS PLAN TO   '.
               05 FILLER               PIC X(11)   VALUE 'DATE TOTAL '.
               05 LP-PAID              PIC $$$$,$$9.99.
               05 FILLER               PIC X       VALUE '.'.

           01 LTR-SIGN-LINE.
               05 FILLER               PIC X(37)
                  VALUE 'OFFICE OF THE BURSAR - WILSON S COBOL'.

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
                   DISPLAY 'CBLHJB63 - UNABLE TO OPEN AR-FILE, '
                       'STATUS = ' C-AR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM L3-LOAD-AR
                   UNTIL MORE-ITEMS = 'NO'.
               CLOSE AR-FILE.
               OPEN INPUT PLAN-SCHED.
               PERFORM L3-LOAD-SCHEDULE
                   UNTIL MORE-SCHED = 'NO'.
               CLOSE PLAN-SCHED.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT IDX-MASTER.
               IF C-IDX-STATUS NOT = '00'
                   DISPLAY 'CBLHJB63 - UNABLE TO OPEN IDX-MASTER, '
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
                   MOVE CURRENT-YEAR(1:4)      TO C-ASOF-DATE(1:4)
                   MOVE CURRENT-MONTH          TO C-ASOF-DATE(5:2)
                   MOVE CURRENT-DAY            TO C-ASOF-DATE(7:2)
               ELSE
                   MOVE RC-AS-OF-MONTH         TO TITLE-MONTH
                   MOVE RC-AS-OF-DAY           TO TITLE-DAY
                   MOVE RC-AS-OF-YEAR          TO TITLE-YEAR
                   MOVE RC-AS-OF-DATE          TO C-ASOF-DATE
               END-IF.
               OPEN OUTPUT PRTOUT.
               OPEN OUTPUT LETTER-OUT.
               PERFORM L3-INIT-HEADING.
               OPEN INPUT PLAN-FILE.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-CHECK-PLAN
                   THRU L3-CHECK-PLAN-EXIT.
               IF ERR-SW = 'N'
                   ADD 1 TO C-PLAN-OK-CTR
               ELSE
                   ADD 1 TO C-ERR-CTR
                   MOVE PP-ID              TO D-ID
                   MOVE PP-TERM            TO D-TERM
                   MOVE 0                  TO D-INST-NO
                   MOVE PP-FIRST-DUE(5:2)  TO D-DUE-MM
                   MOVE PP-FIRST-DUE(7:2)  TO D-DUE-DD
                   MOVE PP-FIRST-DUE(1:4)  TO D-DUE-YY
                   MOVE PP-DOWN-PMT        TO D-AMOUNT
                   MOVE 0                  TO D-PAID
                   STRING 'REFUSED - ' DELIMITED BY SIZE
                       ERR-MSG DELIMITED BY SIZE
                       INTO D-ACTION
                   PERFORM L4-PUT-DETAIL
               END-IF.
               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               PERFORM L3-MATCH-PAYMENTS
                   VARYING C-SCH-SUB FROM 1 BY 1
                       UNTIL C-SCH-SUB > C-SCH-CTR.
               PERFORM L3-REWRITE-SCHEDULE.
               PERFORM L3-TOTALS.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PLAN-FILE.
               CLOSE IDX-MASTER.
               CLOSE PRTOUT.
               CLOSE LETTER-OUT.

           L3-INIT-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L3-READ-INPUT.
               READ PLAN-FILE
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
                           MOVE AR-OPEN-AMT    TO AT-OPEN-AMT(C-AR-CTR)
                       ELSE
                           DISPLAY 'CBLHJB63 - AR-TABLE OVERFLOW, '
                               'RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-ITEMS
                       END-IF
               END-READ.

           L3-LOAD-SCHEDULE.
      *    PLANSCHD.DAT IS REWRITTEN IN FULL FROM THIS TABLE, SO AN
      *    OVERFLOW HALTS THE RUN RATHER THAN DROP INSTALLMENTS.
               READ PLAN-SCHED
                   AT END
                       MOVE 'NO' TO MORE-SCHED
                   NOT AT END
                       IF C-SCH-CTR < 3000
                           ADD 1 TO C-SCH-CTR
                           MOVE PS-ID       TO SCH-ID(C-SCH-CTR)
                           MOVE PS-TERM     TO SCH-TERM(C-SCH-CTR)
                           MOVE PS-INST-NO  TO SCH-INST-NO(C-SCH-CTR)
                           MOVE PS-DUE-DATE TO SCH-DUE-DATE(C-SCH-CTR)
                           MOVE PS-AMOUNT   TO SCH-AMOUNT(C-SCH-CTR)
                           MOVE PS-BASIS    TO SCH-BASIS(C-SCH-CTR)
                           MOVE PS-REMIND-SW
                               TO SCH-REMIND-SW(C-SCH-CTR)
                           MOVE PS-MISSED-SW
                               TO SCH-MISSED-SW(C-SCH-CTR)
                           MOVE 'N'         TO SCH-KEEP-SW(C-SCH-CTR)
                       ELSE
                           DISPLAY 'CBLHJB63 - SCHEDULE-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-SCHED
                       END-IF
               END-READ.

           L3-CHECK-PLAN.
      *    A PLAN ALREADY SCHEDULED IS ONLY MARKED TO KEEP; A NEW
      *    ONE IS EDITED AND ITS SCHEDULE BUILT.
               MOVE 'N' TO ERR-SW.
               MOVE 0 TO C-AR-HIT.
               PERFORM VARYING C-SCH-SUB FROM 1 BY 1
                   UNTIL C-SCH-SUB > C-SCH-CTR
                       IF SCH-ID(C-SCH-SUB) = PP-ID
                           AND SCH-TERM(C-SCH-SUB) = PP-TERM
                           MOVE 'Y' TO SCH-KEEP-SW(C-SCH-SUB)
                           MOVE 1 TO C-AR-HIT
                       END-IF
               END-PERFORM.
               IF C-AR-HIT > 0
                   GO TO L3-CHECK-PLAN-EXIT.

               MOVE PP-ID TO I-ID.
               READ IDX-MASTER
                   INVALID KEY
                       MOVE 'STUDENT NOT ON MASTER' TO ERR-MSG
                       MOVE 'Y' TO ERR-SW
               END-READ.
               IF ERR-SW = 'Y'
                   MOVE SPACES TO D-LNAME
                   GO TO L3-CHECK-PLAN-EXIT.
               MOVE I-LNAME TO D-LNAME.

               IF PP-NUM-INST NOT NUMERIC
                   OR PP-NUM-INST < 1 OR PP-NUM-INST > 12
                   MOVE 'INSTALLMENTS MUST BE 1 THROUGH 12' TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-CHECK-PLAN-EXIT.

               MOVE PP-FIRST-DUE TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS NOT = 'Y'
                   MOVE 'FIRST DUE DATE IS NOT A VALID DATE'
                       TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-CHECK-PLAN-EXIT.

               IF PP-DOWN-PMT NOT NUMERIC
                   MOVE 'DOWN PAYMENT NOT NUMERIC' TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-CHECK-PLAN-EXIT.

      *    THE PLAN COVERS THE TERM'S CHARGE, OR THE BLANK-TERM
      *    CHARGE OF AN ALL-TERMS BILLING RUN.
               MOVE 0 TO C-AR-HIT.
               PERFORM VARYING C-AR-SUB FROM 1 BY 1
                   UNTIL C-AR-SUB > C-AR-CTR
                       IF AT-ID(C-AR-SUB) = PP-ID
                           AND AT-OPEN-AMT(C-AR-SUB) > 0
                           IF AT-TERM(C-AR-SUB) = PP-TERM
                               MOVE C-AR-SUB TO C-AR-HIT
                           ELSE
                               IF AT-TERM(C-AR-SUB) = SPACES
                                   AND C-AR-HIT = 0
                                   MOVE C-AR-SUB TO C-AR-HIT
                               END-IF
                           END-IF
                       END-IF
               END-PERFORM.
               IF C-AR-HIT = 0
                   MOVE 'NO OPEN CHARGE ON LEDGER FOR TERM' TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-CHECK-PLAN-EXIT.

               MOVE AT-OPEN-AMT(C-AR-HIT) TO C-BASIS.
               IF PP-DOWN-PMT > C-BASIS
                   MOVE 'DOWN PAYMENT EXCEEDS OPEN CHARGE' TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-CHECK-PLAN-EXIT.

               IF C-SCH-CTR + PP-NUM-INST + 1 > 3000
                   DISPLAY 'CBLHJB63 - SCHEDULE-TABLE FULL, PLAN '
                       PP-ID ' ' PP-TERM ' NOT SCHEDULED'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'SCHEDULE TABLE FULL' TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-CHECK-PLAN-EXIT.

               PERFORM L4-BUILD-SCHEDULE.

           L3-CHECK-PLAN-EXIT.
               EXIT.

           L4-BUILD-SCHEDULE.
               ADD 1 TO C-BUILT-CTR.
               IF PP-DOWN-PMT > 0
                   MOVE 0            TO C-INST-SUB
                   MOVE C-ASOF-DATE  TO C-DUE-DATE
                   MOVE PP-DOWN-PMT  TO C-INST-AMT
                   PERFORM L5-ADD-INSTALLMENT
               END-IF.
               COMPUTE C-INST-AMT =
                   (C-BASIS - PP-DOWN-PMT) / PP-NUM-INST.
               COMPUTE C-LAST-AMT = C-BASIS - PP-DOWN-PMT
                   - C-INST-AMT * (PP-NUM-INST - 1).
               MOVE PP-FIRST-DUE TO C-DUE-DATE.
               PERFORM VARYING C-INST-SUB FROM 1 BY 1
                   UNTIL C-INST-SUB > PP-NUM-INST
                       IF C-INST-SUB = PP-NUM-INST
                           MOVE C-LAST-AMT TO C-INST-AMT
                       END-IF
                       PERFORM L5-ADD-INSTALLMENT
      *    LATER INSTALLMENTS FALL ON THE SAME DAY EACH MONTH,
      *    HELD TO THE 28TH SO FEBRUARY ALWAYS HAS THE DAY.
                       ADD 1 TO C-DUE-MONTH
                       IF C-DUE-MONTH > 12
                           MOVE 1 TO C-DUE-MONTH
                           ADD 1 TO C-DUE-YEAR
                       END-IF
                       IF C-DUE-DAY > 28
                           MOVE 28 TO C-DUE-DAY
                       END-IF
               END-PERFORM.

           L5-ADD-INSTALLMENT.
               ADD 1 TO C-SCH-CTR.
               MOVE PP-ID          TO SCH-ID(C-SCH-CTR).
               MOVE PP-TERM        TO SCH-TERM(C-SCH-CTR).
               MOVE C-INST-SUB     TO SCH-INST-NO(C-SCH-CTR).
               MOVE C-DUE-DATE     TO SCH-DUE-DATE(C-SCH-CTR).
               MOVE C-INST-AMT     TO SCH-AMOUNT(C-SCH-CTR).
               MOVE C-BASIS        TO SCH-BASIS(C-SCH-CTR).
               MOVE 'N'            TO SCH-REMIND-SW(C-SCH-CTR).
               MOVE 'N'            TO SCH-MISSED-SW(C-SCH-CTR).
               MOVE 'Y'            TO SCH-KEEP-SW(C-SCH-CTR).
               MOVE PP-ID          TO D-ID.
               MOVE PP-TERM        TO D-TERM.
               MOVE C-INST-SUB     TO D-INST-NO.
               MOVE C-DUE-DATE(5:2) TO D-DUE-MM.
               MOVE C-DUE-DATE(7:2) TO D-DUE-DD.
               MOVE C-DUE-DATE(1:4) TO D-DUE-YY.
               MOVE C-INST-AMT     TO D-AMOUNT.
               MOVE 0              TO D-PAID.
               MOVE 'SCHEDULED'    TO D-ACTION.
               PERFORM L4-PUT-DETAIL.

           L3-MATCH-PAYMENTS.
      *    THE SCHEDULE IS HELD PLAN BY PLAN IN INSTALLMENT ORDER.
      *    AT EACH NEW PLAN THE AMOUNT PAID SO FAR IS THE BASIS LESS
      *    WHAT IS STILL OPEN ON THE CHARGE; A CHARGE NO LONGER ON
      *    THE LEDGER COUNTS AS PAID IN FULL.
               IF SCH-KEEP-SW(C-SCH-SUB) NOT = 'Y'
                   CONTINUE
               ELSE
                   IF SCH-KEY(C-SCH-SUB) NOT = C-PREV-KEY
                       MOVE SCH-KEY(C-SCH-SUB) TO C-PREV-KEY
                       PERFORM L4-PLAN-PAID-TO-DATE
                       MOVE 0 TO C-CUM-DUE
                   END-IF
                   ADD SCH-AMOUNT(C-SCH-SUB) TO C-CUM-DUE
                   IF C-CUM-DUE > C-PAID-AMT
                       PERFORM L4-CHECK-INSTALLMENT
                   END-IF
               END-IF.

           L4-PLAN-PAID-TO-DATE.
               MOVE 0 TO C-AR-HIT.
               PERFORM VARYING C-AR-SUB FROM 1 BY 1
                   UNTIL C-AR-SUB > C-AR-CTR
                       IF AT-ID(C-AR-SUB) = SCH-ID(C-SCH-SUB)
                           IF AT-TERM(C-AR-SUB) = SCH-TERM(C-SCH-SUB)
                               MOVE C-AR-SUB TO C-AR-HIT
                           ELSE
                               IF AT-TERM(C-AR-SUB) = SPACES
                                   AND C-AR-HIT = 0
                                   MOVE C-AR-SUB TO C-AR-HIT
                               END-IF
                           END-IF
                       END-IF
               END-PERFORM.
               IF C-AR-HIT = 0
                   MOVE SCH-BASIS(C-SCH-SUB) TO C-PAID-AMT
               ELSE
                   IF AT-OPEN-AMT(C-AR-HIT) < SCH-BASIS(C-SCH-SUB)
                       COMPUTE C-PAID-AMT = SCH-BASIS(C-SCH-SUB)
                           - AT-OPEN-AMT(C-AR-HIT)
                   ELSE
                       MOVE 0 TO C-PAID-AMT
                   END-IF
               END-IF.
               MOVE SCH-ID(C-SCH-SUB) TO I-ID.
               READ IDX-MASTER
                   INVALID KEY
                       MOVE SPACES TO I-LNAME
                       MOVE SPACES TO I-FNAME
               END-READ.

           L4-CHECK-INSTALLMENT.
               COMPUTE C-SHORT-AMT = C-CUM-DUE - C-PAID-AMT.
               IF C-SHORT-AMT > SCH-AMOUNT(C-SCH-SUB)
                   MOVE SCH-AMOUNT(C-SCH-SUB) TO C-SHORT-AMT
               END-IF.
               COMPUTE C-DAYS-TO-DUE =
                   FUNCTION INTEGER-OF-DATE(SCH-DUE-DATE(C-SCH-SUB))
                   - FUNCTION INTEGER-OF-DATE(C-ASOF-DATE).
               IF C-DAYS-TO-DUE < 0
                   IF SCH-MISSED-SW(C-SCH-SUB) = 'N'
                       MOVE 'Y' TO SCH-MISSED-SW(C-SCH-SUB)
                       ADD 1 TO C-MISSED-CTR
                       MOVE 'MISSED - NOTICE SENT' TO C-ACTION
                       PERFORM L5-PUT-MISSED-LETTER
                       PERFORM L5-PUT-NOTICE-DETAIL
                   END-IF
               ELSE
                   IF C-DAYS-TO-DUE NOT > C-REMIND-DAYS
                       AND SCH-REMIND-SW(C-SCH-SUB) = 'N'
                       MOVE 'Y' TO SCH-REMIND-SW(C-SCH-SUB)
                       ADD 1 TO C-REMIND-CTR
                       MOVE 'REMINDER SENT' TO C-ACTION
                       PERFORM L5-PUT-REMIND-LETTER
                       PERFORM L5-PUT-NOTICE-DETAIL
                   END-IF
               END-IF.

           L5-PUT-NOTICE-DETAIL.
               MOVE SCH-ID(C-SCH-SUB)      TO D-ID.
               MOVE I-LNAME                TO D-LNAME.
               MOVE SCH-TERM(C-SCH-SUB)    TO D-TERM.
               MOVE SCH-INST-NO(C-SCH-SUB) TO D-INST-NO.
               MOVE SCH-DUE-DATE(C-SCH-SUB)(5:2) TO D-DUE-MM.
               MOVE SCH-DUE-DATE(C-SCH-SUB)(7:2) TO D-DUE-DD.
               MOVE SCH-DUE-DATE(C-SCH-SUB)(1:4) TO D-DUE-YY.
               MOVE C-SHORT-AMT            TO D-AMOUNT.
               MOVE C-PAID-AMT             TO D-PAID.
               MOVE C-ACTION               TO D-ACTION.
               PERFORM L4-PUT-DETAIL.

           L5-PUT-REMIND-LETTER.
               PERFORM L6-PUT-GREETING.
               MOVE SCH-INST-NO(C-SCH-SUB) TO LR1-INST-NO.
               MOVE SCH-TERM(C-SCH-SUB)    TO LR1-TERM.
               WRITE LTR-LINE FROM LTR-REMIND-LINE1
                   AFTER ADVANCING 2 LINES.
               MOVE C-SHORT-AMT            TO LR2-AMOUNT.
               MOVE SCH-DUE-DATE(C-SCH-SUB)(5:2) TO LR2-DUE-MM.
               MOVE SCH-DUE-DATE(C-SCH-SUB)(7:2) TO LR2-DUE-DD.
               MOVE SCH-DUE-DATE(C-SCH-SUB)(1:4) TO LR2-DUE-YY.
               WRITE LTR-LINE FROM LTR-REMIND-LINE2
                   AFTER ADVANCING 1 LINE.
               MOVE C-PAID-AMT             TO LP-PAID.
               WRITE LTR-LINE FROM LTR-PAID-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE LTR-LINE FROM LTR-SIGN-LINE
                   AFTER ADVANCING 3 LINES.

           L5-PUT-MISSED-LETTER.
               PERFORM L6-PUT-GREETING.
               MOVE SCH-INST-NO(C-SCH-SUB) TO LM1-INST-NO.
               MOVE SCH-TERM(C-SCH-SUB)    TO LM1-TERM.
               WRITE LTR-LINE FROM LTR-MISSED-LINE1
                   AFTER ADVANCING 2 LINES.
               MOVE SCH-DUE-DATE(C-SCH-SUB)(5:2) TO LM2-DUE-MM.
               MOVE SCH-DUE-DATE(C-SCH-SUB)(7:2) TO LM2-DUE-DD.
               MOVE SCH-DUE-DATE(C-SCH-SUB)(1:4) TO LM2-DUE-YY.
               MOVE C-SHORT-AMT            TO LM2-AMOUNT.
               WRITE LTR-LINE FROM LTR-MISSED-LINE2
                   AFTER ADVANCING 1 LINE.
               WRITE LTR-LINE FROM LTR-MISSED-LINE3
                   AFTER ADVANCING 1 LINE.
               MOVE C-PAID-AMT             TO LP-PAID.
               WRITE LTR-LINE FROM LTR-PAID-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE LTR-LINE FROM LTR-SIGN-LINE
                   AFTER ADVANCING 3 LINES.

           L6-PUT-GREETING.
               ADD 1 TO C-LETTER-CTR.
               MOVE I-FNAME                TO LG-FNAME.
               MOVE I-LNAME                TO LG-LNAME.
               IF C-LETTER-CTR = 1
                   WRITE LTR-LINE FROM LTR-GREETING-LINE
               ELSE
                   WRITE LTR-LINE FROM LTR-GREETING-LINE
                       AFTER ADVANCING PAGE
               END-IF.

           L4-PUT-DETAIL.
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.
               MOVE SPACES TO D-ACTION.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L3-REWRITE-SCHEDULE.
      *    ONLY PLANS STILL ON PAYPLAN.DAT CARRY FORWARD.
               OPEN OUTPUT PLAN-SCHED.
               PERFORM L4-REWRITE-SCHED-ITEM
                   VARYING C-SCH-SUB FROM 1 BY 1
                       UNTIL C-SCH-SUB > C-SCH-CTR.
               CLOSE PLAN-SCHED.

           L4-REWRITE-SCHED-ITEM.
               IF SCH-KEEP-SW(C-SCH-SUB) = 'Y'
                   MOVE SCH-ID(C-SCH-SUB)        TO PS-ID
                   MOVE SCH-TERM(C-SCH-SUB)      TO PS-TERM
                   MOVE SCH-INST-NO(C-SCH-SUB)   TO PS-INST-NO
                   MOVE SCH-DUE-DATE(C-SCH-SUB)  TO PS-DUE-DATE
                   MOVE SCH-AMOUNT(C-SCH-SUB)    TO PS-AMOUNT
                   MOVE SCH-BASIS(C-SCH-SUB)     TO PS-BASIS
                   MOVE SCH-REMIND-SW(C-SCH-SUB) TO PS-REMIND-SW
                   MOVE SCH-MISSED-SW(C-SCH-SUB) TO PS-MISSED-SW
                   WRITE PS-REC
               END-IF.

           L3-TOTALS.
               MOVE C-RUNLOG-RECS-READ     TO GT-READ-CTR.
               MOVE C-BUILT-CTR            TO GT-BUILT-CTR.
               MOVE C-ERR-CTR              TO GT-ERR-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               MOVE C-REMIND-CTR           TO GT-REMIND-CTR.
               MOVE C-MISSED-CTR           TO GT-MISSED-CTR.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB63'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-RUNLOG-RECS-READ     TO RL-RECS-READ.
               MOVE C-PLAN-OK-CTR          TO RL-RECS-PROCESSED.
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
               MOVE 'CBLHJB63'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-PAYPLAN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PAYPLAN.DAT' DELIMITED BY SIZE
               INTO FP-PAYPLAN-DAT.
           MOVE SPACES TO FP-PLANSCHD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PLANSCHD.DAT' DELIMITED BY SIZE
               INTO FP-PLANSCHD-DAT.
           MOVE SPACES TO FP-STDNTAR-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STDNTAR.DAT' DELIMITED BY SIZE
               INTO FP-STDNTAR-DAT.
           MOVE SPACES TO FP-PLANREG-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PLANREG.PRT' DELIMITED BY SIZE
               INTO FP-PLANREG-PRT.
           MOVE SPACES TO FP-PLANNTC-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PLANNTC.PRT' DELIMITED BY SIZE
               INTO FP-PLANNTC-PRT.
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

       END PROGRAM CBLHJB63.
