       IDENTIFICATION DIVISION.
      *FINANCIAL STATEMENTS FROM THE PERIOD LEDGER. CBLHJB54 PROVES
      *THE GL BATCHES; THIS RUN - ON DEMAND, NORMALLY AFTER THE
      *MONTH-END STREAM - TURNS THEM INTO THE STATEMENTS THE OWNERS
      *HAVE BEEN PAYING THE ACCOUNTANT FOR. THE STATEMENT FORMAT
      *FILE STMTFMT.DAT (KEYED THROUGH CBLHJB25) PUTS EVERY GL
      *ACCOUNT ON A STATEMENT CLASS - R REVENUE, C COST OF SALES,
      *O OPERATING EXPENSE, A ASSET, L LIABILITY, E EQUITY - UNDER
      *A CAPTION, AND NAMES THE BUSINESS LINE IT BELONGS TO (PIZZA,
      *BOAT, RENT, POP FOR THE FUNDRAISER, STUDENT, OR BLANK FOR
      *GENERAL). GLBATCH.DAT IS READ ONCE FOR THE AS-OF MONTH, THE
      *YEAR TO DATE, THE SAME MONTH AND YEAR TO DATE A YEAR EARLIER,
      *AND THE CUMULATIVE BALANCE THROUGH MONTH END. FINSTMT.PRT
      *CARRIES THE MONTHLY AND YEAR-TO-DATE INCOME STATEMENTS, ONE
      *COLUMN PER BUSINESS LINE WITH THE CONSOLIDATED TOTAL AND THE
      *PRIOR-YEAR FIGURE BESIDE IT, THEN THE MONTH-END BALANCE
      *SHEET WITH ITS PROOF THAT ASSETS EQUAL LIABILITIES PLUS
      *EQUITY (EARNINGS NOT YET CLOSED TO EQUITY SHOWN AS THEIR
      *OWN LINE). ANY ACCOUNT ON GLCHART.DAT OR ON THE LEDGER THAT
      *STMTFMT.DAT DOES NOT MAP IS LISTED, AND IT OR AN OUT-OF-
      *BALANCE PROOF ENDS THE RUN WITH RETURN CODE 8.
       PROGRAM-ID. CBLHJB86.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL STMT-FORMAT
               ASSIGN TO DYNAMIC FP-STMTFMT-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-CHART
               ASSIGN TO DYNAMIC FP-GLCHART-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-BATCH
               ASSIGN TO DYNAMIC FP-GLBATCH-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-BATCH-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-FINSTMT-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STMT-FORMAT
           LABEL RECORD IS STANDARD
           DATA RECORD IS SF-REC
           RECORD CONTAINS 37 CHARACTERS.

       01 SF-REC.
           05 SF-ACCT                  PIC X(8).
           05 SF-CLASS                 PIC X.
               88 SF-VALID-CLASS       VALUE 'R','C','O','A','L','E'.
           05 SF-LINE                  PIC X(8).
           05 SF-CAPTION               PIC X(20).

           FD GL-CHART
           LABEL RECORD IS STANDARD
           DATA RECORD IS GC-REC
           RECORD CONTAINS 44 CHARACTERS.

       01 GC-REC.
           05 GC-SOURCE                PIC X(8).
           05 GC-DEBIT-ACCT            PIC X(8).
           05 GC-CREDIT-ACCT           PIC X(8).
           05 GC-DESC                  PIC X(20).

           FD GL-BATCH
           LABEL RECORD IS STANDARD
           DATA RECORD IS GB-REC
           RECORD CONTAINS 38 CHARACTERS.

       01 GB-REC.
           05 GB-ACCT                  PIC X(8).
           05 GB-DRCR                  PIC X.
           05 GB-AMOUNT                PIC 9(11)V99.
           05 GB-SOURCE                PIC X(8).
           05 GB-DATE.
               10 GB-YEAR              PIC 9(4).
               10 GB-MONTH             PIC 99.
               10 GB-DAY               PIC 99.

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
           05 FP-STMTFMT-DAT         PIC X(40)   VALUE SPACES.
           05 FP-GLCHART-DAT         PIC X(40)   VALUE SPACES.
           05 FP-GLBATCH-DAT         PIC X(40)   VALUE SPACES.
           05 FP-FINSTMT-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 C-BATCH-STATUS       PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-ACC-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-ACC-OVFL        VALUE 'Y'.
               05 C-CAP-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-CAP-OVFL        VALUE 'Y'.
               05 C-PERIOD-SW          PIC X       VALUE 'M'.
                  88 C-MONTH-STMT      VALUE 'M'.
                  88 C-YEAR-STMT       VALUE 'Y'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-READ-CTR           PIC 9(7)    VALUE 0.
               05 C-USED-CTR           PIC 9(7)    VALUE 0.
               05 C-FMT-CTR            PIC 9(5)    VALUE 0.
               05 C-FMT-ERR-CTR        PIC 9(5)    VALUE 0.
               05 C-UNMAPPED-CTR       PIC 9(5)    VALUE 0.
               05 C-ACC-CTR            PIC 9(3)    VALUE 0.
               05 C-ACC-SUB            PIC 9(3)    VALUE 0.
               05 C-CAP-CTR            PIC 9(3)    VALUE 0.
               05 C-CAP-SUB            PIC 9(3)    VALUE 0.
               05 C-LINE-SUB           PIC 9       VALUE 0.
               05 C-COL-SUB            PIC 9       VALUE 0.
               05 C-ASOF-YEAR          PIC 9(4)    VALUE 0.
               05 C-ASOF-MONTH         PIC 99      VALUE 0.
               05 C-PRIOR-YEAR         PIC 9(4)    VALUE 0.
               05 C-ASOF-PERIOD        PIC 9(6)    VALUE 0.
               05 C-GB-PERIOD          PIC 9(6)    VALUE 0.
               05 C-FIND-ACCT          PIC X(8)    VALUE SPACES.
               05 C-CLASS              PIC X       VALUE SPACE.
               05 C-SIGNED             PIC S9(11)V99 VALUE 0.
               05 C-CUR-AMT            PIC S9(11)V99 VALUE 0.
               05 C-PRI-AMT            PIC S9(11)V99 VALUE 0.
               05 C-AMOUNT             PIC S9(13)V99 VALUE 0.
               05 C-TOT-ASSETS         PIC S9(13)V99 VALUE 0.
               05 C-TOT-LIAB           PIC S9(13)V99 VALUE 0.
               05 C-TOT-EQUITY         PIC S9(13)V99 VALUE 0.
               05 C-UNCLOSED           PIC S9(13)V99 VALUE 0.
               05 C-DIFFERENCE         PIC S9(13)V99 VALUE 0.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

           01 LINE-NAMES.
               05 FILLER  PIC X(8) VALUE 'PIZZA   '.
               05 FILLER  PIC X(8) VALUE 'BOAT    '.
               05 FILLER  PIC X(8) VALUE 'RENT    '.
               05 FILLER  PIC X(8) VALUE 'POP     '.
               05 FILLER  PIC X(8) VALUE 'STUDENT '.
           01 LINE-NAME-TABLE REDEFINES LINE-NAMES.
               05 LINE-NAME-ENTRY      PIC X(8) OCCURS 5 TIMES.

      *    ONE ENTRY PER ACCOUNT: ITS MAPPING FROM STMTFMT.DAT
      *    (LINE NUMBER 6 IS GENERAL) AND ITS LEDGER FIGURES, HELD
      *    DEBIT-POSITIVE. AN ACCOUNT FOUND ONLY ON GLCHART.DAT OR
      *    THE LEDGER IS ADDED UNMAPPED.
           01 ACCOUNT-TABLE.
               05 ACC-ENTRY            OCCURS 300 TIMES.
                   10 AC-ACCT          PIC X(8).
                   10 AC-CLASS         PIC X.
                   10 AC-LINE-NO       PIC 9.
                   10 AC-CAPTION       PIC X(20).
                   10 AC-MAPPED        PIC X.
                   10 AC-ON-CHART      PIC X.
                   10 AC-ON-LEDGER     PIC X.
                   10 AC-CUR-MTD       PIC S9(11)V99.
                   10 AC-CUR-YTD       PIC S9(11)V99.
                   10 AC-PRI-MTD       PIC S9(11)V99.
                   10 AC-PRI-YTD       PIC S9(11)V99.
                   10 AC-CUM           PIC S9(11)V99.

      *    THE STATEMENT ROWS - EACH CLASS AND CAPTION ONCE, IN THE
      *    ORDER THEY FIRST APPEAR ON STMTFMT.DAT.
           01 CAPTION-TABLE.
               05 CAP-ENTRY            OCCURS 150 TIMES.
                   10 CAP-CLASS        PIC X.
                   10 CAP-CAPTION      PIC X(20).

      *    ONE INCOME-STATEMENT ROW AND THE RUNNING CLASS TOTALS:
      *    COLUMNS 1-5 THE BUSINESS LINES, 6 GENERAL, 7 THE
      *    CONSOLIDATED TOTAL, 8 THE PRIOR-YEAR TOTAL.
           01 STMT-FIGURES.
               05 IS-ROW               PIC S9(11)V99 OCCURS 8 TIMES.
               05 IS-CLASS-TOT         PIC S9(11)V99 OCCURS 8 TIMES.
               05 IS-REVENUE           PIC S9(11)V99 OCCURS 8 TIMES.
               05 IS-COST              PIC S9(11)V99 OCCURS 8 TIMES.
               05 IS-EXPENSE           PIC S9(11)V99 OCCURS 8 TIMES.
               05 IS-RESULT            PIC S9(11)V99 OCCURS 8 TIMES.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-MONTH          PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 TITLE-DAY            PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 TITLE-YEAR           PIC X(4).
               05 FILLER               PIC X(20)   VALUE SPACES.
               05 TITLE-TEXT           PIC X(60).
               05 FILLER               PIC X(22)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 C-HEADING                PIC X(132)  VALUE SPACES.

           01 IS-HEADING.
               05 FILLER               PIC X(18)   VALUE SPACES.
               05 FILLER               PIC X(14)
                  VALUE '         PIZZA'.
               05 FILLER               PIC X(14)
                  VALUE '          BOAT'.
               05 FILLER               PIC X(14)
                  VALUE '          RENT'.
               05 FILLER               PIC X(14)
                  VALUE '    FUNDRAISER'.
               05 FILLER               PIC X(14)
                  VALUE '       STUDENT'.
               05 FILLER               PIC X(14)
                  VALUE '       GENERAL'.
               05 FILLER               PIC X(14)
                  VALUE '  CONSOLIDATED'.
               05 FILLER               PIC X(14)
                  VALUE '    PRIOR YEAR'.

           01 IS-LINE.
               05 IL-CAPTION           PIC X(18).
               05 IL-AMOUNT            PIC ---,---,--9.99
                                       OCCURS 8 TIMES.

           01 BS-HEADING.
               05 FILLER               PIC X(32)   VALUE SPACES.
               05 FILLER               PIC X(18)
                  VALUE '            AMOUNT'.

           01 BS-LINE.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 BL-CAPTION           PIC X(30).
               05 BL-AMOUNT            PIC ---,---,---,--9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 BL-NOTE              PIC X(40).

           01 UNM-HEADING.
               05 FILLER               PIC X(10)   VALUE 'ACCOUNT'.
               05 FILLER               PIC X(10)   VALUE 'FOUND ON'.
               05 FILLER               PIC X(18)
                  VALUE '     MONTH (DR/CR)'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(18)
                  VALUE '   BALANCE (DR/CR)'.

           01 UNM-LINE.
               05 UL-ACCT              PIC X(8).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 UL-WHERE             PIC X(8).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 UL-MONTH             PIC ---,---,---,--9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 UL-BALANCE           PIC ---,---,---,--9.99.

           01 FMT-ERR-LINE.
               05 FE-ACCT              PIC X(8).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FE-MSG               PIC X(50).

           01 SECTION-LINE.
               05 SECTION-TEXT         PIC X(60).

           01 NONE-LINE.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 NONE-TEXT            PIC X(50).

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
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL
                   AT END
                       MOVE ZEROS TO RC-AS-OF-DATE
                       MOVE 'N'   TO RC-RERUN-FLAG.
               CLOSE RUN-CONTROL.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               IF RC-AS-OF-YEAR = ZERO
                   MOVE CURRENT-MONTH      TO TITLE-MONTH
                   MOVE CURRENT-DAY        TO TITLE-DAY
                   MOVE CURRENT-YEAR       TO TITLE-YEAR
                   MOVE CURRENT-YEAR       TO C-ASOF-YEAR
                   MOVE CURRENT-MONTH      TO C-ASOF-MONTH
               ELSE
                   MOVE RC-AS-OF-MONTH     TO TITLE-MONTH
                   MOVE RC-AS-OF-DAY       TO TITLE-DAY
                   MOVE RC-AS-OF-YEAR      TO TITLE-YEAR
                   MOVE RC-AS-OF-YEAR      TO C-ASOF-YEAR
                   MOVE RC-AS-OF-MONTH     TO C-ASOF-MONTH
               END-IF.
               COMPUTE C-PRIOR-YEAR  = C-ASOF-YEAR - 1.
               COMPUTE C-ASOF-PERIOD = C-ASOF-YEAR * 100
                   + C-ASOF-MONTH.
               OPEN OUTPUT PRTOUT.
               MOVE 'STATEMENT FORMAT AND ACCOUNT MAPPING'
                   TO TITLE-TEXT.
               MOVE SPACES TO C-HEADING.
               PERFORM L4-HEADING.
               MOVE 'STMTFMT.DAT ENTRIES SET ASIDE' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT STMT-FORMAT.
               PERFORM L3-LOAD-FORMAT
                   UNTIL MORE-RECS = 'NO'.
               CLOSE STMT-FORMAT.
               IF C-FMT-ERR-CTR = 0
                   MOVE 'NONE' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT GL-CHART.
               PERFORM L3-LOAD-CHART
                   UNTIL MORE-RECS = 'NO'.
               CLOSE GL-CHART.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT GL-BATCH.
               IF C-BATCH-STATUS NOT = '00'
                   DISPLAY 'CBLHJB86 - UNABLE TO OPEN GL-BATCH, '
                       'STATUS = ' C-BATCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET C-JOB-ABEND TO TRUE
               END-IF.
               IF C-JOB-ABEND
                   CLOSE PRTOUT
                   STOP RUN
               END-IF.
               PERFORM L3-READ-INPUT.

           L3-LOAD-FORMAT.
               READ STMT-FORMAT
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-FMT-CTR
                   PERFORM L4-TAKE-FORMAT
                       THRU L4-TAKE-FORMAT-EXIT
               END-IF.

           L4-TAKE-FORMAT.
               MOVE SF-ACCT TO FE-ACCT.
               IF SF-ACCT = SPACES
                   MOVE 'NO ACCOUNT ON THE ENTRY' TO FE-MSG
                   GO TO L4-TAKE-FORMAT-ERROR.
               IF NOT SF-VALID-CLASS
                   MOVE 'CLASS MUST BE R, C, O, A, L, OR E' TO FE-MSG
                   GO TO L4-TAKE-FORMAT-ERROR.
               IF SF-LINE = SPACES
                   MOVE 6 TO C-LINE-SUB
               ELSE
                   PERFORM VARYING C-LINE-SUB FROM 1 BY 1
                       UNTIL C-LINE-SUB > 5
                           OR LINE-NAME-ENTRY(C-LINE-SUB) = SF-LINE
                   END-PERFORM
               END-IF.
               IF SF-LINE NOT = SPACES AND C-LINE-SUB = 6
                   MOVE 'UNKNOWN BUSINESS LINE' TO FE-MSG
                   GO TO L4-TAKE-FORMAT-ERROR.
               MOVE SF-ACCT TO C-FIND-ACCT.
               PERFORM L5-FIND-ACCOUNT.
               IF C-ACC-SUB = 0
                   GO TO L4-TAKE-FORMAT-EXIT.
               IF AC-MAPPED(C-ACC-SUB) = 'Y'
                   MOVE 'ACCOUNT ALREADY MAPPED BY AN EARLIER ENTRY'
                       TO FE-MSG
                   GO TO L4-TAKE-FORMAT-ERROR.
               MOVE 'Y'         TO AC-MAPPED(C-ACC-SUB).
               MOVE SF-CLASS    TO AC-CLASS(C-ACC-SUB).
               MOVE C-LINE-SUB  TO AC-LINE-NO(C-ACC-SUB).
               MOVE SF-CAPTION  TO AC-CAPTION(C-ACC-SUB).
               PERFORM VARYING C-CAP-SUB FROM 1 BY 1
                   UNTIL C-CAP-SUB > C-CAP-CTR
                       OR (CAP-CLASS(C-CAP-SUB) = SF-CLASS
                           AND CAP-CAPTION(C-CAP-SUB) = SF-CAPTION)
               END-PERFORM.
               IF C-CAP-SUB > C-CAP-CTR
                   IF C-CAP-CTR < 150
                       ADD 1 TO C-CAP-CTR
                       MOVE SF-CLASS   TO CAP-CLASS(C-CAP-CTR)
                       MOVE SF-CAPTION TO CAP-CAPTION(C-CAP-CTR)
                   ELSE
                       IF NOT C-CAP-OVFL
                           SET C-CAP-OVFL TO TRUE
                           DISPLAY 'CBLHJB86 - CAPTION-TABLE '
                               'OVERFLOW, STATEMENTS INCOMPLETE'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF.
               GO TO L4-TAKE-FORMAT-EXIT.

           L4-TAKE-FORMAT-ERROR.
               ADD 1 TO C-FMT-ERR-CTR.
               WRITE PRTLINE FROM FMT-ERR-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

           L4-TAKE-FORMAT-EXIT.
               EXIT.

           L3-LOAD-CHART.
               READ GL-CHART
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   MOVE GC-DEBIT-ACCT TO C-FIND-ACCT
                   PERFORM L5-FIND-ACCOUNT
                   IF C-ACC-SUB > 0
                       MOVE 'Y' TO AC-ON-CHART(C-ACC-SUB)
                   END-IF
                   MOVE GC-CREDIT-ACCT TO C-FIND-ACCT
                   PERFORM L5-FIND-ACCOUNT
                   IF C-ACC-SUB > 0
                       MOVE 'Y' TO AC-ON-CHART(C-ACC-SUB)
                   END-IF
               END-IF.

           L5-FIND-ACCOUNT.
      *    LOOKS UP C-FIND-ACCT, ADDING IT UNMAPPED IF IT IS NEW.
      *    C-ACC-SUB COMES BACK ZERO WHEN THE TABLE IS FULL.
               PERFORM VARYING C-ACC-SUB FROM 1 BY 1
                   UNTIL C-ACC-SUB > C-ACC-CTR
                       OR AC-ACCT(C-ACC-SUB) = C-FIND-ACCT
               END-PERFORM.
               IF C-ACC-SUB > C-ACC-CTR
                   IF C-ACC-CTR < 300
                       ADD 1 TO C-ACC-CTR
                       MOVE C-ACC-CTR   TO C-ACC-SUB
                       MOVE C-FIND-ACCT TO AC-ACCT(C-ACC-SUB)
                       MOVE SPACE       TO AC-CLASS(C-ACC-SUB)
                       MOVE 6           TO AC-LINE-NO(C-ACC-SUB)
                       MOVE SPACES      TO AC-CAPTION(C-ACC-SUB)
                       MOVE 'N'         TO AC-MAPPED(C-ACC-SUB)
                       MOVE 'N'         TO AC-ON-CHART(C-ACC-SUB)
                       MOVE 'N'         TO AC-ON-LEDGER(C-ACC-SUB)
                       MOVE 0           TO AC-CUR-MTD(C-ACC-SUB)
                       MOVE 0           TO AC-CUR-YTD(C-ACC-SUB)
                       MOVE 0           TO AC-PRI-MTD(C-ACC-SUB)
                       MOVE 0           TO AC-PRI-YTD(C-ACC-SUB)
                       MOVE 0           TO AC-CUM(C-ACC-SUB)
                   ELSE
                       IF NOT C-ACC-OVFL
                           SET C-ACC-OVFL TO TRUE
                           DISPLAY 'CBLHJB86 - ACCOUNT-TABLE '
                               'OVERFLOW, STATEMENTS INCOMPLETE'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                       MOVE 0 TO C-ACC-SUB
                   END-IF
               END-IF.

           L2-MAINLINE.
      *    ENTRIES DATED AFTER THE AS-OF MONTH BELONG TO A LATER
      *    SET OF STATEMENTS AND ARE PASSED OVER.
               COMPUTE C-GB-PERIOD = GB-YEAR * 100 + GB-MONTH.
               IF C-GB-PERIOD <= C-ASOF-PERIOD
                   ADD 1 TO C-USED-CTR
                   PERFORM L3-ACCUM-ENTRY
               END-IF.
               PERFORM L3-READ-INPUT.

           L3-READ-INPUT.
               READ GL-BATCH
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-READ-CTR
               END-IF.

           L3-ACCUM-ENTRY.
               MOVE GB-ACCT TO C-FIND-ACCT.
               PERFORM L5-FIND-ACCOUNT.
               IF C-ACC-SUB > 0
                   MOVE 'Y' TO AC-ON-LEDGER(C-ACC-SUB)
                   IF GB-DRCR = 'D'
                       MOVE GB-AMOUNT TO C-SIGNED
                   ELSE
                       COMPUTE C-SIGNED = 0 - GB-AMOUNT
                   END-IF
                   ADD C-SIGNED TO AC-CUM(C-ACC-SUB)
                   IF GB-YEAR = C-ASOF-YEAR
                       ADD C-SIGNED TO AC-CUR-YTD(C-ACC-SUB)
                       IF GB-MONTH = C-ASOF-MONTH
                           ADD C-SIGNED TO AC-CUR-MTD(C-ACC-SUB)
                       END-IF
                   END-IF
                   IF GB-YEAR = C-PRIOR-YEAR
                       AND GB-MONTH <= C-ASOF-MONTH
                       ADD C-SIGNED TO AC-PRI-YTD(C-ACC-SUB)
                       IF GB-MONTH = C-ASOF-MONTH
                           ADD C-SIGNED TO AC-PRI-MTD(C-ACC-SUB)
                       END-IF
                   END-IF
               END-IF.

           L2-CLOSING.
               CLOSE GL-BATCH.
               PERFORM L3-PRINT-UNMAPPED.
               MOVE 'M' TO C-PERIOD-SW.
               PERFORM L3-PRINT-INCOME-STMT.
               MOVE 'Y' TO C-PERIOD-SW.
               PERFORM L3-PRINT-INCOME-STMT.
               PERFORM L3-PRINT-BALANCE-SHEET.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PRTOUT.

           L3-PRINT-UNMAPPED.
               MOVE UNM-HEADING TO C-HEADING.
               MOVE 'ACCOUNTS NOT MAPPED ON STMTFMT.DAT'
                   TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               WRITE PRTLINE FROM UNM-HEADING
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               PERFORM VARYING C-ACC-SUB FROM 1 BY 1
                   UNTIL C-ACC-SUB > C-ACC-CTR
                       IF AC-MAPPED(C-ACC-SUB) = 'N'
                           PERFORM L4-PRINT-UNMAPPED-ACCT
                       END-IF
               END-PERFORM.
               IF C-UNMAPPED-CTR = 0
                   MOVE 'NONE - EVERY ACCOUNT IS ON A STATEMENT'
                       TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF.

           L4-PRINT-UNMAPPED-ACCT.
               ADD 1 TO C-UNMAPPED-CTR.
               MOVE AC-ACCT(C-ACC-SUB)    TO UL-ACCT.
               EVALUATE TRUE
                   WHEN AC-ON-CHART(C-ACC-SUB) = 'Y'
                       AND AC-ON-LEDGER(C-ACC-SUB) = 'Y'
                       MOVE 'BOTH'        TO UL-WHERE
                   WHEN AC-ON-CHART(C-ACC-SUB) = 'Y'
                       MOVE 'GLCHART'     TO UL-WHERE
                   WHEN OTHER
                       MOVE 'LEDGER'      TO UL-WHERE
               END-EVALUATE.
               MOVE AC-CUR-MTD(C-ACC-SUB) TO UL-MONTH.
               MOVE AC-CUM(C-ACC-SUB)     TO UL-BALANCE.
               WRITE PRTLINE FROM UNM-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

           L3-PRINT-INCOME-STMT.
               MOVE SPACES TO TITLE-TEXT.
               IF C-MONTH-STMT
                   STRING 'INCOME STATEMENT - MONTH OF '
                       C-ASOF-MONTH '/' C-ASOF-YEAR
                       DELIMITED BY SIZE INTO TITLE-TEXT
               ELSE
                   STRING 'INCOME STATEMENT - YEAR TO DATE THROUGH '
                       C-ASOF-MONTH '/' C-ASOF-YEAR
                       DELIMITED BY SIZE INTO TITLE-TEXT
               END-IF.
               MOVE IS-HEADING TO C-HEADING.
               PERFORM L4-HEADING.
               MOVE 'R' TO C-CLASS.
               MOVE 'REVENUE' TO SECTION-TEXT.
               PERFORM L4-PRINT-IS-CLASS.
               PERFORM VARYING C-COL-SUB FROM 1 BY 1
                   UNTIL C-COL-SUB > 8
                       MOVE IS-CLASS-TOT(C-COL-SUB)
                           TO IS-REVENUE(C-COL-SUB)
               END-PERFORM.
               MOVE 'TOTAL REVENUE' TO IL-CAPTION.
               PERFORM L5-PRINT-IS-TOTAL.
               MOVE 'C' TO C-CLASS.
               MOVE 'COST OF SALES' TO SECTION-TEXT.
               PERFORM L4-PRINT-IS-CLASS.
               PERFORM VARYING C-COL-SUB FROM 1 BY 1
                   UNTIL C-COL-SUB > 8
                       MOVE IS-CLASS-TOT(C-COL-SUB)
                           TO IS-COST(C-COL-SUB)
                       COMPUTE IS-RESULT(C-COL-SUB) =
                           IS-REVENUE(C-COL-SUB) - IS-COST(C-COL-SUB)
               END-PERFORM.
               MOVE 'TOTAL COST SALES' TO IL-CAPTION.
               PERFORM L5-PRINT-IS-TOTAL.
               PERFORM VARYING C-COL-SUB FROM 1 BY 1
                   UNTIL C-COL-SUB > 8
                       MOVE IS-RESULT(C-COL-SUB)
                           TO IS-CLASS-TOT(C-COL-SUB)
               END-PERFORM.
               MOVE 'GROSS PROFIT' TO IL-CAPTION.
               PERFORM L5-PRINT-IS-TOTAL.
               MOVE 'O' TO C-CLASS.
               MOVE 'OPERATING EXPENSES' TO SECTION-TEXT.
               PERFORM L4-PRINT-IS-CLASS.
               PERFORM VARYING C-COL-SUB FROM 1 BY 1
                   UNTIL C-COL-SUB > 8
                       MOVE IS-CLASS-TOT(C-COL-SUB)
                           TO IS-EXPENSE(C-COL-SUB)
                       COMPUTE IS-RESULT(C-COL-SUB) =
                           IS-REVENUE(C-COL-SUB) - IS-COST(C-COL-SUB)
                               - IS-EXPENSE(C-COL-SUB)
               END-PERFORM.
               MOVE 'TOTAL OPERATING' TO IL-CAPTION.
               PERFORM L5-PRINT-IS-TOTAL.
               PERFORM VARYING C-COL-SUB FROM 1 BY 1
                   UNTIL C-COL-SUB > 8
                       MOVE IS-RESULT(C-COL-SUB)
                           TO IS-CLASS-TOT(C-COL-SUB)
               END-PERFORM.
               MOVE 'NET INCOME' TO IL-CAPTION.
               PERFORM L5-PRINT-IS-TOTAL.

           L4-PRINT-IS-CLASS.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               PERFORM VARYING C-COL-SUB FROM 1 BY 1
                   UNTIL C-COL-SUB > 8
                       MOVE 0 TO IS-CLASS-TOT(C-COL-SUB)
               END-PERFORM.
               PERFORM VARYING C-CAP-SUB FROM 1 BY 1
                   UNTIL C-CAP-SUB > C-CAP-CTR
                       IF CAP-CLASS(C-CAP-SUB) = C-CLASS
                           PERFORM L5-PRINT-IS-ROW
                       END-IF
               END-PERFORM.

           L5-PRINT-IS-ROW.
               PERFORM VARYING C-COL-SUB FROM 1 BY 1
                   UNTIL C-COL-SUB > 8
                       MOVE 0 TO IS-ROW(C-COL-SUB)
               END-PERFORM.
               PERFORM VARYING C-ACC-SUB FROM 1 BY 1
                   UNTIL C-ACC-SUB > C-ACC-CTR
                       IF AC-MAPPED(C-ACC-SUB) = 'Y'
                           AND AC-CLASS(C-ACC-SUB) = C-CLASS
                           AND AC-CAPTION(C-ACC-SUB) =
                               CAP-CAPTION(C-CAP-SUB)
                           PERFORM L6-ADD-IS-ACCOUNT
                       END-IF
               END-PERFORM.
               MOVE CAP-CAPTION(C-CAP-SUB) TO IL-CAPTION.
               PERFORM VARYING C-COL-SUB FROM 1 BY 1
                   UNTIL C-COL-SUB > 8
                       MOVE IS-ROW(C-COL-SUB) TO IL-AMOUNT(C-COL-SUB)
                       ADD IS-ROW(C-COL-SUB)
                           TO IS-CLASS-TOT(C-COL-SUB)
               END-PERFORM.
               WRITE PRTLINE FROM IS-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

           L6-ADD-IS-ACCOUNT.
      *    REVENUE IS CARRIED AS A CREDIT BALANCE; COSTS AND
      *    EXPENSES AS DEBITS - EACH PRINTS POSITIVE WHEN NORMAL.
               IF C-MONTH-STMT
                   MOVE AC-CUR-MTD(C-ACC-SUB) TO C-CUR-AMT
                   MOVE AC-PRI-MTD(C-ACC-SUB) TO C-PRI-AMT
               ELSE
                   MOVE AC-CUR-YTD(C-ACC-SUB) TO C-CUR-AMT
                   MOVE AC-PRI-YTD(C-ACC-SUB) TO C-PRI-AMT
               END-IF.
               IF C-CLASS = 'R'
                   COMPUTE C-CUR-AMT = 0 - C-CUR-AMT
                   COMPUTE C-PRI-AMT = 0 - C-PRI-AMT
               END-IF.
               ADD C-CUR-AMT TO IS-ROW(AC-LINE-NO(C-ACC-SUB)).
               ADD C-CUR-AMT TO IS-ROW(7).
               ADD C-PRI-AMT TO IS-ROW(8).

           L5-PRINT-IS-TOTAL.
               PERFORM VARYING C-COL-SUB FROM 1 BY 1
                   UNTIL C-COL-SUB > 8
                       MOVE IS-CLASS-TOT(C-COL-SUB)
                           TO IL-AMOUNT(C-COL-SUB)
               END-PERFORM.
               WRITE PRTLINE FROM IS-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.

           L3-PRINT-BALANCE-SHEET.
               MOVE SPACES TO TITLE-TEXT.
               STRING 'BALANCE SHEET AS OF MONTH END '
                   C-ASOF-MONTH '/' C-ASOF-YEAR
                   DELIMITED BY SIZE INTO TITLE-TEXT.
               MOVE BS-HEADING TO C-HEADING.
               PERFORM L4-HEADING.
               MOVE 'A' TO C-CLASS.
               MOVE 'ASSETS' TO SECTION-TEXT.
               PERFORM L4-PRINT-BS-CLASS.
               MOVE C-AMOUNT TO C-TOT-ASSETS.
               MOVE 'TOTAL ASSETS' TO BL-CAPTION.
               MOVE C-TOT-ASSETS   TO BL-AMOUNT.
               PERFORM L5-PRINT-BS-TOTAL.
               MOVE 'L' TO C-CLASS.
               MOVE 'LIABILITIES' TO SECTION-TEXT.
               PERFORM L4-PRINT-BS-CLASS.
               MOVE C-AMOUNT TO C-TOT-LIAB.
               MOVE 'TOTAL LIABILITIES' TO BL-CAPTION.
               MOVE C-TOT-LIAB         TO BL-AMOUNT.
               PERFORM L5-PRINT-BS-TOTAL.
               MOVE 'E' TO C-CLASS.
               MOVE 'EQUITY' TO SECTION-TEXT.
               PERFORM L4-PRINT-BS-CLASS.
      *    NOTHING CLOSES THE INCOME ACCOUNTS TO EQUITY ON THE
      *    LEDGER, SO EVERY MAPPED REVENUE, COST AND EXPENSE ENTRY
      *    THROUGH MONTH END STANDS AS EARNINGS NOT YET CLOSED.
               MOVE 0 TO C-UNCLOSED.
               PERFORM VARYING C-ACC-SUB FROM 1 BY 1
                   UNTIL C-ACC-SUB > C-ACC-CTR
                       IF AC-MAPPED(C-ACC-SUB) = 'Y'
                           AND (AC-CLASS(C-ACC-SUB) = 'R'
                               OR AC-CLASS(C-ACC-SUB) = 'C'
                               OR AC-CLASS(C-ACC-SUB) = 'O')
                           SUBTRACT AC-CUM(C-ACC-SUB) FROM C-UNCLOSED
                       END-IF
               END-PERFORM.
               MOVE 'EARNINGS NOT YET CLOSED' TO BL-CAPTION.
               MOVE C-UNCLOSED               TO BL-AMOUNT.
               MOVE SPACES                   TO BL-NOTE.
               WRITE PRTLINE FROM BS-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               COMPUTE C-TOT-EQUITY = C-AMOUNT + C-UNCLOSED.
               MOVE 'TOTAL EQUITY' TO BL-CAPTION.
               MOVE C-TOT-EQUITY   TO BL-AMOUNT.
               PERFORM L5-PRINT-BS-TOTAL.
               MOVE 'TOTAL LIABILITIES AND EQUITY' TO BL-CAPTION.
               COMPUTE BL-AMOUNT = C-TOT-LIAB + C-TOT-EQUITY.
               PERFORM L5-PRINT-BS-TOTAL.
               COMPUTE C-DIFFERENCE =
                   C-TOT-ASSETS - C-TOT-LIAB - C-TOT-EQUITY.
               IF C-DIFFERENCE = 0
                   MOVE 'PROOF: ASSETS = LIABILITIES + EQUITY'
                       TO SECTION-TEXT
               ELSE
                   MOVE '*** OUT OF BALANCE - SEE UNMAPPED ACCOUNTS'
                       TO SECTION-TEXT
                   MOVE 8 TO RETURN-CODE
               END-IF.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               IF C-DIFFERENCE NOT = 0
                   MOVE 'DIFFERENCE'  TO BL-CAPTION
                   MOVE C-DIFFERENCE  TO BL-AMOUNT
                   MOVE SPACES        TO BL-NOTE
                   WRITE PRTLINE FROM BS-LINE
                       AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
               END-IF.

           L4-PRINT-BS-CLASS.
      *    ASSETS ARE CARRIED AS DEBIT BALANCES, LIABILITIES AND
      *    EQUITY AS CREDITS. C-AMOUNT COMES BACK AS THE CLASS
      *    TOTAL.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               MOVE 0 TO C-AMOUNT.
               PERFORM VARYING C-CAP-SUB FROM 1 BY 1
                   UNTIL C-CAP-SUB > C-CAP-CTR
                       IF CAP-CLASS(C-CAP-SUB) = C-CLASS
                           PERFORM L5-PRINT-BS-ROW
                       END-IF
               END-PERFORM.

           L5-PRINT-BS-ROW.
               MOVE 0 TO C-CUR-AMT.
               PERFORM VARYING C-ACC-SUB FROM 1 BY 1
                   UNTIL C-ACC-SUB > C-ACC-CTR
                       IF AC-MAPPED(C-ACC-SUB) = 'Y'
                           AND AC-CLASS(C-ACC-SUB) = C-CLASS
                           AND AC-CAPTION(C-ACC-SUB) =
                               CAP-CAPTION(C-CAP-SUB)
                           ADD AC-CUM(C-ACC-SUB) TO C-CUR-AMT
                       END-IF
               END-PERFORM.
               IF C-CLASS NOT = 'A'
                   COMPUTE C-CUR-AMT = 0 - C-CUR-AMT
               END-IF.
               ADD C-CUR-AMT TO C-AMOUNT.
               MOVE CAP-CAPTION(C-CAP-SUB) TO BL-CAPTION.
               MOVE C-CUR-AMT              TO BL-AMOUNT.
               MOVE SPACES                 TO BL-NOTE.
               WRITE PRTLINE FROM BS-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

           L5-PRINT-BS-TOTAL.
               MOVE SPACES TO BL-NOTE.
               WRITE PRTLINE FROM BS-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               IF PAGE-CTR = 1
                   WRITE PRTLINE FROM TITLE-LINE
               ELSE
                   WRITE PRTLINE FROM TITLE-LINE
                       AFTER ADVANCING PAGE
               END-IF.
               IF C-HEADING NOT = SPACES
                   WRITE PRTLINE FROM C-HEADING
                       AFTER ADVANCING 2 LINES
               END-IF.
               WRITE PRTLINE FROM SPACES.

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
               MOVE 'CBLHJB86'             TO RL-PROGRAM-ID.
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
               MOVE 'CBLHJB86'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR          TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH         TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY           TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
      *    READ IS EVERY LEDGER ROW; ROWS DATED AFTER THE AS-OF
      *    MONTH ARE PASSED OVER, NOT REJECTED, SO THEY COUNT AS
      *    PROCESSED AND READ = PROCESSED + REJECTED HOLDS.
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
           MOVE SPACES TO FP-STMTFMT-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STMTFMT.DAT' DELIMITED BY SIZE
               INTO FP-STMTFMT-DAT.
           MOVE SPACES TO FP-GLCHART-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'GLCHART.DAT' DELIMITED BY SIZE
               INTO FP-GLCHART-DAT.
           MOVE SPACES TO FP-GLBATCH-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'GLBATCH.DAT' DELIMITED BY SIZE
               INTO FP-GLBATCH-DAT.
           MOVE SPACES TO FP-FINSTMT-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'FINSTMT.PRT' DELIMITED BY SIZE
               INTO FP-FINSTMT-PRT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB86.
