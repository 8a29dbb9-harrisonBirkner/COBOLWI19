       IDENTIFICATION DIVISION.
      *GL PERIOD CLOSE. RUN ON DEMAND ONCE A MONTH'S STATEMENTS
      *HAVE BEEN REVIEWED, IT LOCKS THE MONTH ON THE PERIOD CONTROL
      *FILE GLPERIOD.DAT SO THAT NO LATER RUN - THE CBLHJB26 GL
      *EXTRACT, THE CBLHJB85 DEPRECIATION, THE CBLHJB87 MANUAL
      *JOURNAL - CAN ADD TO IT; THEIR ENTRIES ARE DATED INTO THE
      *NEXT OPEN MONTH INSTEAD (CBLGLPER). THE MONTH CLOSED IS THE
      *ONE NAMED ON CLOSECTL.DAT (YYYYMM), OR THE MONTH OF THE
      *RUNCTL.DAT AS-OF DATE WHEN NONE IS NAMED. THE OPERATOR ON
      *OPERCTL.DAT MUST BE CLEARED FOR MASTER CHANGES (CBLOPSEC).
      *THE CLOSE IS REFUSED - RETURN CODE 8, NOTHING LOCKED - WHEN
      *THE MONTH IS ALREADY CLOSED, WHEN AN EARLIER MONTH WITH
      *LEDGER ACTIVITY IS STILL OPEN, OR WHEN THE MONTH'S DEBITS
      *AND CREDITS ON GLBATCH.DAT DO NOT AGREE. GLCLOSE.PRT IS THE
      *PERIOD-CLOSE CERTIFICATE: THE MONTH'S CONTROL TOTALS BY
      *SOURCE (MANUAL ENTRIES TOGETHER UNDER JE), THE ENTRY COUNT,
      *TOTAL DEBITS AND CREDITS, WHO CLOSED IT AND WHEN. THE SAME
      *TOTALS ARE KEPT ON THE GLPERIOD.DAT RECORD.
       PROGRAM-ID. CBLHJB88.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL GL-PERIOD
               ASSIGN TO DYNAMIC FP-GLPERIOD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CLOSE-CTL
               ASSIGN TO DYNAMIC FP-CLOSECTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPER-CTL
               ASSIGN TO DYNAMIC FP-OPERCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-BATCH
               ASSIGN TO DYNAMIC FP-GLBATCH-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-BATCH-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-GLCLOSE-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD GL-PERIOD
           LABEL RECORD IS STANDARD
           DATA RECORD IS GP-REC
           RECORD CONTAINS 60 CHARACTERS.

       01 GP-REC.
           05 GP-PERIOD                PIC 9(6).
           05 GP-STATUS                PIC X.
           05 GP-CLOSED-DATE           PIC 9(8).
           05 GP-CLOSED-BY             PIC X(8).
           05 GP-ENTRIES               PIC 9(7).
           05 GP-DEBITS                PIC 9(13)V99.
           05 GP-CREDITS               PIC 9(13)V99.

           FD CLOSE-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS CC-REC
           RECORD CONTAINS 6 CHARACTERS.

       01 CC-REC.
           05 CC-PERIOD                PIC 9(6).

           FD OPER-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS OC-REC
           RECORD CONTAINS 8 CHARACTERS.

       01 OC-REC.
           05 OC-OPER-ID               PIC X(8).

           FD GL-BATCH
           LABEL RECORD IS STANDARD
           DATA RECORD IS GB-REC
           RECORD CONTAINS 38 CHARACTERS.

       01 GB-REC.
           05 GB-ACCT                  PIC X(8).
           05 GB-DRCR                  PIC X.
           05 GB-AMOUNT                PIC 9(11)V99.
           05 GB-SOURCE                PIC X(8).
           05 GB-DATE                  PIC 9(8).

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
           05 FP-GLPERIOD-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CLOSECTL-DAT        PIC X(40)   VALUE SPACES.
           05 FP-OPERCTL-DAT         PIC X(40)   VALUE SPACES.
           05 FP-GLBATCH-DAT         PIC X(40)   VALUE SPACES.
           05 FP-GLCLOSE-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 C-BATCH-STATUS       PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-SRC-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-SRC-OVFL        VALUE 'Y'.
               05 C-REFUSED-SW         PIC X       VALUE 'N'.
                  88 C-REFUSED         VALUE 'Y'.
               05 C-REFUSE-MSG         PIC X(60)   VALUE SPACES.
               05 C-READ-CTR           PIC 9(7)    VALUE 0.
               05 C-ENTRY-CTR          PIC 9(7)    VALUE 0.
               05 C-PER-CTR            PIC 9(3)    VALUE 0.
               05 C-PER-SUB            PIC 9(3)    VALUE 0.
               05 C-TARGET-SUB         PIC 9(3)    VALUE 0.
               05 C-SRC-CTR            PIC 9(3)    VALUE 0.
               05 C-SRC-SUB            PIC 9(3)    VALUE 0.
               05 C-CLOSE-PERIOD       PIC 9(6)    VALUE 0.
               05 C-GB-PERIOD          PIC 9(6)    VALUE 0.
               05 C-OPEN-PERIOD        PIC 9(6)    VALUE 0.
               05 C-CLOSE-DATE         PIC 9(8)    VALUE 0.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
               05 C-SOURCE             PIC X(8)    VALUE SPACES.
               05 C-GT-DEBITS          PIC 9(13)V99 VALUE 0.
               05 C-GT-CREDITS         PIC 9(13)V99 VALUE 0.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

           01 SIGN-ON-FIELDS.
               05 SO-PROGRAM           PIC X(8)    VALUE 'CBLHJB88'.
               05 SO-MODE              PIC X       VALUE 'B'.
               05 SO-OPER-ID           PIC X(8)    VALUE SPACES.
               05 SO-PASSWORD          PIC X(8)    VALUE SPACES.
               05 SO-REQ-LEVEL         PIC 9       VALUE 3.
               05 SO-RESULT            PIC X       VALUE 'N'.

      *    GLPERIOD.DAT IS REWRITTEN WHOLE WHEN THE MONTH CLOSES.
           01 PERIOD-TABLE.
               05 PER-ENTRY            OCCURS 240 TIMES.
                   10 PER-REC          PIC X(60).

      *    EARLIER MONTHS WITH LEDGER ACTIVITY, TO PROVE THEY ARE
      *    ALL CLOSED BEFORE THIS ONE IS.
           01 ACTIVE-TABLE.
               05 ACT-PERIOD           PIC 9(6)    OCCURS 240 TIMES.
           01 C-ACT-CTR                PIC 9(3)    VALUE 0.
           01 C-ACT-SUB                PIC 9(3)    VALUE 0.

           01 SOURCE-TABLE.
               05 SRC-ENTRY            OCCURS 100 TIMES.
                   10 SRC-SOURCE       PIC X(8).
                   10 SRC-COUNT        PIC 9(7).
                   10 SRC-DEBITS       PIC 9(13)V99.
                   10 SRC-CREDITS      PIC 9(13)V99.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-MONTH          PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 TITLE-DAY            PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 TITLE-YEAR           PIC X(4).
               05 FILLER               PIC X(28)   VALUE SPACES.
               05 FILLER               PIC X(40)
                  VALUE 'GL PERIOD-CLOSE CERTIFICATE'.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 PERIOD-LINE.
               05 FILLER               PIC X(20)
                  VALUE 'PERIOD:'.
               05 PL-MONTH             PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 PL-YEAR              PIC 9(4).

           01 CLOSED-BY-LINE.
               05 FILLER               PIC X(20)
                  VALUE 'AS OF:'.
               05 CB-DATE.
                   10 CB-DT-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 CB-DT-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 CB-DT-YEAR       PIC X(4).
               05 FILLER               PIC X(8)    VALUE '   BY:  '.
               05 CB-OPER              PIC X(8).

           01 SRC-HEADING.
               05 FILLER               PIC X(10)   VALUE 'SOURCE'.
               05 FILLER               PIC X(10)   VALUE '   ENTRIES'.
               05 FILLER               PIC X(22)
                  VALUE '                DEBITS'.
               05 FILLER               PIC X(22)
                  VALUE '               CREDITS'.

           01 SRC-LINE.
               05 SL-SOURCE            PIC X(8).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 SL-COUNT             PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(1)    VALUE SPACES.
               05 SL-DEBITS            PIC $$,$$$,$$$,$$$,$$9.99.
               05 FILLER               PIC X(1)    VALUE SPACES.
               05 SL-CREDITS           PIC $$,$$$,$$$,$$$,$$9.99.

           01 STATUS-LINE.
               05 FILLER               PIC X(20)   VALUE 'STATUS:'.
               05 ST-TEXT              PIC X(60).

           01 NOTE-LINE.
               05 NOTE-TEXT            PIC X(100).

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
               OPEN INPUT OPER-CTL.
               READ OPER-CTL
                   AT END
                       MOVE SPACES TO OC-OPER-ID.
               CLOSE OPER-CTL.
               MOVE OC-OPER-ID TO SO-OPER-ID.
               CALL 'CBLOPSEC' USING SO-PROGRAM, SO-MODE,
                   SO-OPER-ID, SO-PASSWORD, SO-REQ-LEVEL, SO-RESULT.
               IF SO-RESULT NOT = 'Y'
                   DISPLAY 'CBLHJB88 - OPERATOR ' SO-OPER-ID
                       ' NOT AUTHORIZED TO CLOSE A PERIOD - '
                       'RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL
                   AT END
                       MOVE ZEROS TO RC-AS-OF-DATE
                       MOVE 'N'   TO RC-RERUN-FLAG.
               CLOSE RUN-CONTROL.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               IF RC-AS-OF-YEAR = ZERO
                   MOVE CURRENT-YEAR(1:4)  TO C-CLOSE-DATE(1:4)
                   MOVE CURRENT-MONTH      TO C-CLOSE-DATE(5:2)
                   MOVE CURRENT-DAY        TO C-CLOSE-DATE(7:2)
               ELSE
                   MOVE RC-AS-OF-DATE      TO C-CLOSE-DATE
               END-IF.
               OPEN INPUT CLOSE-CTL.
               READ CLOSE-CTL
                   AT END
                       MOVE ZEROS TO CC-PERIOD.
               CLOSE CLOSE-CTL.
               IF CC-PERIOD NUMERIC AND CC-PERIOD NOT = 0
                   MOVE CC-PERIOD TO C-CLOSE-PERIOD
               ELSE
                   COMPUTE C-CLOSE-PERIOD = C-CLOSE-DATE / 100
               END-IF.
               OPEN OUTPUT PRTOUT.
               MOVE C-CLOSE-DATE(5:2)      TO TITLE-MONTH.
               MOVE C-CLOSE-DATE(7:2)      TO TITLE-DAY.
               MOVE C-CLOSE-DATE(1:4)      TO TITLE-YEAR.
               MOVE 1                      TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
               MOVE C-CLOSE-PERIOD(5:2)    TO PL-MONTH.
               MOVE C-CLOSE-PERIOD(1:4)    TO PL-YEAR.
               WRITE PRTLINE FROM PERIOD-LINE
                   AFTER ADVANCING 3 LINES.
               MOVE C-CLOSE-PERIOD TO C-VAL-DATE(1:6).
               MOVE '01'           TO C-VAL-DATE(7:2).
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS NOT = 'Y'
                   SET C-REFUSED TO TRUE
                   MOVE 'PERIOD TO CLOSE IS NOT A REAL MONTH'
                       TO C-REFUSE-MSG
               END-IF.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT GL-PERIOD.
               PERFORM L3-LOAD-PERIOD
                   UNTIL MORE-RECS = 'NO'.
               CLOSE GL-PERIOD.
               IF C-JOB-ABEND
                   CLOSE PRTOUT
                   STOP RUN
               END-IF.
               IF C-TARGET-SUB > 0 AND NOT C-REFUSED
                   MOVE PER-REC(C-TARGET-SUB) TO GP-REC
                   IF GP-STATUS = 'C'
                       SET C-REFUSED TO TRUE
                       MOVE 'PERIOD IS ALREADY CLOSED'
                           TO C-REFUSE-MSG
                   END-IF
               END-IF.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT GL-BATCH.
               IF C-BATCH-STATUS NOT = '00'
                   DISPLAY 'CBLHJB88 - UNABLE TO OPEN GL-BATCH, '
                       'STATUS = ' C-BATCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE PRTOUT
                   STOP RUN
               END-IF.
               PERFORM L3-READ-INPUT.

           L3-LOAD-PERIOD.
               READ GL-PERIOD
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   IF C-PER-CTR < 240
                       ADD 1 TO C-PER-CTR
                       MOVE GP-REC TO PER-REC(C-PER-CTR)
                       IF GP-PERIOD = C-CLOSE-PERIOD
                           MOVE C-PER-CTR TO C-TARGET-SUB
                       END-IF
                   ELSE
                       DISPLAY 'CBLHJB88 - PERIOD-TABLE OVERFLOW, '
                           'RUN HALTED'
                       MOVE 16 TO RETURN-CODE
                       SET C-JOB-ABEND TO TRUE
                       MOVE 'NO' TO MORE-RECS
                   END-IF
               END-IF.

           L2-MAINLINE.
               COMPUTE C-GB-PERIOD = GB-DATE / 100.
               IF C-GB-PERIOD = C-CLOSE-PERIOD
                   PERFORM L3-ADD-TO-SOURCE
               END-IF.
               IF C-GB-PERIOD < C-CLOSE-PERIOD
                   PERFORM L3-NOTE-ACTIVE-PERIOD
               END-IF.
               PERFORM L3-READ-INPUT.

           L3-READ-INPUT.
               READ GL-BATCH
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-READ-CTR
               END-IF.

           L3-ADD-TO-SOURCE.
      *    MANUAL ENTRIES CARRY THEIR ENTRY NUMBER IN THE SOURCE;
      *    THEY ARE CERTIFIED TOGETHER.
               ADD 1 TO C-ENTRY-CTR.
               IF GB-SOURCE(1:2) = 'JE'
                   AND GB-SOURCE(3:6) NUMERIC
                   MOVE 'JE' TO C-SOURCE
               ELSE
                   MOVE GB-SOURCE TO C-SOURCE
               END-IF.
               PERFORM VARYING C-SRC-SUB FROM 1 BY 1
                   UNTIL C-SRC-SUB > C-SRC-CTR
                       OR SRC-SOURCE(C-SRC-SUB) = C-SOURCE
               END-PERFORM.
               IF C-SRC-SUB > C-SRC-CTR
                   IF C-SRC-CTR < 100
                       ADD 1 TO C-SRC-CTR
                       MOVE C-SRC-CTR TO C-SRC-SUB
                       MOVE C-SOURCE  TO SRC-SOURCE(C-SRC-SUB)
                       MOVE 0         TO SRC-COUNT(C-SRC-SUB)
                       MOVE 0         TO SRC-DEBITS(C-SRC-SUB)
                       MOVE 0         TO SRC-CREDITS(C-SRC-SUB)
                   ELSE
                       IF NOT C-SRC-OVFL
                           SET C-SRC-OVFL TO TRUE
                           DISPLAY 'CBLHJB88 - SOURCE-TABLE '
                               'OVERFLOW, SOURCES COMBINED'
                       END-IF
                       MOVE 100 TO C-SRC-SUB
                       MOVE '*OTHER*' TO SRC-SOURCE(C-SRC-SUB)
                   END-IF
               END-IF.
               ADD 1 TO SRC-COUNT(C-SRC-SUB).
               IF GB-DRCR = 'D'
                   ADD GB-AMOUNT TO SRC-DEBITS(C-SRC-SUB)
                   ADD GB-AMOUNT TO C-GT-DEBITS
               ELSE
                   ADD GB-AMOUNT TO SRC-CREDITS(C-SRC-SUB)
                   ADD GB-AMOUNT TO C-GT-CREDITS
               END-IF.

           L3-NOTE-ACTIVE-PERIOD.
               PERFORM VARYING C-ACT-SUB FROM 1 BY 1
                   UNTIL C-ACT-SUB > C-ACT-CTR
                       OR ACT-PERIOD(C-ACT-SUB) = C-GB-PERIOD
               END-PERFORM.
               IF C-ACT-SUB > C-ACT-CTR AND C-ACT-CTR < 240
                   ADD 1 TO C-ACT-CTR
                   MOVE C-GB-PERIOD TO ACT-PERIOD(C-ACT-CTR)
               END-IF.

           L2-CLOSING.
               CLOSE GL-BATCH.
               IF NOT C-REFUSED
                   PERFORM L3-CHECK-EARLIER-PERIODS
               END-IF.
               IF NOT C-REFUSED
                   AND C-GT-DEBITS NOT = C-GT-CREDITS
                   SET C-REFUSED TO TRUE
                   MOVE 'DEBITS AND CREDITS FOR THE PERIOD DO NOT AGREE'
                       TO C-REFUSE-MSG
               END-IF.
               IF NOT C-REFUSED
                   PERFORM L3-LOCK-PERIOD
               END-IF.
               PERFORM L3-PRINT-CERTIFICATE.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PRTOUT.

           L3-CHECK-EARLIER-PERIODS.
      *    MONTHS CLOSE IN ORDER - AN EARLIER MONTH THAT HAS LEDGER
      *    ACTIVITY AND NO CLOSED RECORD STOPS THIS CLOSE.
               PERFORM VARYING C-ACT-SUB FROM 1 BY 1
                   UNTIL C-ACT-SUB > C-ACT-CTR
                       OR C-REFUSED
                       MOVE ACT-PERIOD(C-ACT-SUB) TO C-OPEN-PERIOD
                       PERFORM L4-CHECK-ONE-PERIOD
               END-PERFORM.

           L4-CHECK-ONE-PERIOD.
               PERFORM VARYING C-PER-SUB FROM 1 BY 1
                   UNTIL C-PER-SUB > C-PER-CTR
                       OR PER-REC(C-PER-SUB)(1:6) = C-OPEN-PERIOD
               END-PERFORM.
               IF C-PER-SUB > C-PER-CTR
                   OR PER-REC(C-PER-SUB)(7:1) NOT = 'C'
                   SET C-REFUSED TO TRUE
                   MOVE SPACES TO C-REFUSE-MSG
                   STRING 'EARLIER PERIOD ' C-OPEN-PERIOD(5:2) '/'
                       C-OPEN-PERIOD(1:4) ' IS STILL OPEN'
                       DELIMITED BY SIZE INTO C-REFUSE-MSG
               END-IF.

           L3-LOCK-PERIOD.
               MOVE C-CLOSE-PERIOD         TO GP-PERIOD.
               MOVE 'C'                    TO GP-STATUS.
               MOVE C-CLOSE-DATE           TO GP-CLOSED-DATE.
               MOVE SO-OPER-ID             TO GP-CLOSED-BY.
               MOVE C-ENTRY-CTR            TO GP-ENTRIES.
               MOVE C-GT-DEBITS            TO GP-DEBITS.
               MOVE C-GT-CREDITS           TO GP-CREDITS.
               IF C-TARGET-SUB = 0
                   IF C-PER-CTR < 240
                       ADD 1 TO C-PER-CTR
                       MOVE C-PER-CTR TO C-TARGET-SUB
                   ELSE
                       DISPLAY 'CBLHJB88 - PERIOD-TABLE OVERFLOW, '
                           'RUN HALTED'
                       MOVE 16 TO RETURN-CODE
                       CLOSE PRTOUT
                       STOP RUN
                   END-IF
               END-IF.
               MOVE GP-REC TO PER-REC(C-TARGET-SUB).
               OPEN OUTPUT GL-PERIOD.
               PERFORM VARYING C-PER-SUB FROM 1 BY 1
                   UNTIL C-PER-SUB > C-PER-CTR
                       MOVE PER-REC(C-PER-SUB) TO GP-REC
                       WRITE GP-REC
               END-PERFORM.
               CLOSE GL-PERIOD.

           L3-PRINT-CERTIFICATE.
               MOVE C-CLOSE-DATE(5:2)      TO CB-DT-MONTH.
               MOVE C-CLOSE-DATE(7:2)      TO CB-DT-DAY.
               MOVE C-CLOSE-DATE(1:4)      TO CB-DT-YEAR.
               MOVE SO-OPER-ID             TO CB-OPER.
               WRITE PRTLINE FROM CLOSED-BY-LINE
                   AFTER ADVANCING 1 LINE.
               WRITE PRTLINE FROM SRC-HEADING
                   AFTER ADVANCING 3 LINES.
               WRITE PRTLINE FROM SPACES.
               PERFORM VARYING C-SRC-SUB FROM 1 BY 1
                   UNTIL C-SRC-SUB > C-SRC-CTR
                       MOVE SRC-SOURCE(C-SRC-SUB)  TO SL-SOURCE
                       MOVE SRC-COUNT(C-SRC-SUB)   TO SL-COUNT
                       MOVE SRC-DEBITS(C-SRC-SUB)  TO SL-DEBITS
                       MOVE SRC-CREDITS(C-SRC-SUB) TO SL-CREDITS
                       WRITE PRTLINE FROM SRC-LINE
                           AFTER ADVANCING 1 LINE
               END-PERFORM.
               MOVE 'TOTAL'                TO SL-SOURCE.
               MOVE C-ENTRY-CTR            TO SL-COUNT.
               MOVE C-GT-DEBITS            TO SL-DEBITS.
               MOVE C-GT-CREDITS           TO SL-CREDITS.
               WRITE PRTLINE FROM SRC-LINE
                   AFTER ADVANCING 2 LINES.
               IF C-REFUSED
                   MOVE SPACES TO ST-TEXT
                   STRING '*** NOT CLOSED - ' C-REFUSE-MSG
                       DELIMITED BY SIZE INTO ST-TEXT
                   MOVE 8 TO RETURN-CODE
                   DISPLAY 'CBLHJB88 - PERIOD ' C-CLOSE-PERIOD
                       ' NOT CLOSED - ' C-REFUSE-MSG
               ELSE
                   MOVE 'CLOSED - DEBITS EQUAL CREDITS, PERIOD LOCKED'
                       TO ST-TEXT
               END-IF.
               WRITE PRTLINE FROM STATUS-LINE
                   AFTER ADVANCING 3 LINES.
               IF NOT C-REFUSED
                   MOVE 'ENTRIES FOR THIS PERIOD ARRIVING AFTER THIS CLO
      -                'SE ARE DATED INTO THE NEXT OPEN PERIOD.'
                       TO NOTE-TEXT
                   WRITE PRTLINE FROM NOTE-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE 'REVIEWED BY: ______________________    DATE: _
      -                '_________' TO NOTE-TEXT
                   WRITE PRTLINE FROM NOTE-LINE
                       AFTER ADVANCING 4 LINES
               END-IF.

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
               MOVE 'CBLHJB88'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR          TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH         TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY           TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE 0                      TO RL-RECS-READ.
               MOVE 0                      TO RL-RECS-PROCESSED.
               MOVE 0                      TO RL-RECS-REJECTED.
               MOVE 'S'                    TO RL-ENTRY-TYPE.
               OPEN EXTEND RUN-LOG.
               WRITE RL-REC.
               CLOSE RUN-LOG.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB88'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR          TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH         TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY           TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
      *    LEDGER ROWS OUTSIDE THE MONTH ARE PASSED OVER, NOT
      *    REJECTED.
               MOVE C-READ-CTR             TO RL-RECS-READ.
               MOVE C-READ-CTR             TO RL-RECS-PROCESSED.
               MOVE 0                      TO RL-RECS-REJECTED.
               MOVE 'E'                    TO RL-ENTRY-TYPE.
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
           MOVE SPACES TO FP-GLPERIOD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'GLPERIOD.DAT' DELIMITED BY SIZE
               INTO FP-GLPERIOD-DAT.
           MOVE SPACES TO FP-CLOSECTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CLOSECTL.DAT' DELIMITED BY SIZE
               INTO FP-CLOSECTL-DAT.
           MOVE SPACES TO FP-OPERCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'OPERCTL.DAT' DELIMITED BY SIZE
               INTO FP-OPERCTL-DAT.
           MOVE SPACES TO FP-GLBATCH-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'GLBATCH.DAT' DELIMITED BY SIZE
               INTO FP-GLBATCH-DAT.
           MOVE SPACES TO FP-GLCLOSE-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'GLCLOSE.PRT' DELIMITED BY SIZE
               INTO FP-GLCLOSE-PRT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB88.
