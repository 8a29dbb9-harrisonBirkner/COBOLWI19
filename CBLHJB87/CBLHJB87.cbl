       IDENTIFICATION DIVISION.
      *MANUAL JOURNAL ENTRIES. ACCRUALS, RECLASSIFICATIONS, AND THE
      *ACCOUNTANT'S ADJUSTING ENTRIES ARE KEYED TO JRNLENT.DAT, ONE
      *RECORD PER LINE: ENTRY NUMBER, ENTRY DATE, ACCOUNT, D OR C,
      *AMOUNT, MEMO, THE OPERATOR WHO PREPARED IT, AND THE OPERATOR
      *WHO APPROVED IT. AN ENTRY POSTS WHOLE OR IS HELD WHOLE. IT
      *POSTS ONLY WHEN ITS DEBITS EQUAL ITS CREDITS, EVERY ACCOUNT
      *IS ONE GLCHART.DAT POSTS TO, THE DATE IS REAL, THE ENTRY
      *NUMBER HAS NOT POSTED BEFORE, AND THE PREPARER AND APPROVER
      *ARE DIFFERENT OPERATORS - THE PREPARER CLEARED FOR TABLE
      *MAINTENANCE AND THE APPROVER FOR MASTER CHANGES, BOTH
      *CHECKED (AND LOGGED) BY CBLOPSEC. POSTED LINES GO TO THE
      *PERIOD LEDGER GLBATCH.DAT UNDER SOURCE JE PLUS THE ENTRY
      *NUMBER AND MOVE TO JRNLENT.PST; AN ENTRY DATED IN A MONTH
      *THE CBLHJB88 CLOSE HAS LOCKED IS DATED INTO THE NEXT OPEN
      *MONTH (CBLGLPER) AND WARNED ON THE REGISTER. A HELD ENTRY
      *IS LISTED WITH ITS REASON AND LEFT ON JRNLENT.DAT TO BE
      *CORRECTED. JRNLENT.PRT IS THE MANUAL JOURNAL REGISTER.
       PROGRAM-ID. CBLHJB87.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL JOURNAL-ENTRY
               ASSIGN TO DYNAMIC FP-JRNLENT-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOURNAL-POSTED
               ASSIGN TO DYNAMIC FP-JRNLENT-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-CHART
               ASSIGN TO DYNAMIC FP-GLCHART-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-CHART-STATUS.

           SELECT OPTIONAL GL-BATCH
               ASSIGN TO DYNAMIC FP-GLBATCH-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-JRNLENT-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD JOURNAL-ENTRY
           LABEL RECORD IS STANDARD
           DATA RECORD IS JE-REC
           RECORD CONTAINS 80 CHARACTERS.

       01 JE-REC.
           05 JE-ENTRY-NO              PIC 9(6).
           05 JE-DATE                  PIC 9(8).
           05 JE-ACCT                  PIC X(8).
           05 JE-DRCR                  PIC X.
           05 JE-AMOUNT                PIC 9(9)V99.
           05 JE-MEMO                  PIC X(24).
           05 JE-PREPARER              PIC X(8).
           05 JE-APPROVER              PIC X(8).
           05 FILLER                   PIC X(6).

           FD JOURNAL-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS JX-REC
           RECORD CONTAINS 88 CHARACTERS.

       01 JX-REC.
           05 JX-ENTRY-NO              PIC 9(6).
           05 FILLER                   PIC X(74).
           05 JX-POST-DATE             PIC 9(8).

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
           DATA RECORD IS GL-REC
           RECORD CONTAINS 38 CHARACTERS.

       01 GL-REC.
           05 GL-ACCT                  PIC X(8).
           05 GL-DRCR                  PIC X.
           05 GL-AMOUNT                PIC 9(11)V99.
           05 GL-SOURCE.
               10 GL-SOURCE-TYPE       PIC XX.
               10 GL-SOURCE-ENTRY      PIC 9(6).
           05 GL-DATE                  PIC 9(8).

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
           05 FP-JRNLENT-DAT         PIC X(40)   VALUE SPACES.
           05 FP-JRNLENT-PST         PIC X(40)   VALUE SPACES.
           05 FP-GLCHART-DAT         PIC X(40)   VALUE SPACES.
           05 FP-GLBATCH-DAT         PIC X(40)   VALUE SPACES.
           05 FP-JRNLENT-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-POSTED          PIC X(3)    VALUE 'YES'.
               05 C-CHART-STATUS       PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-PRV-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-PRV-OVFL        VALUE 'Y'.
               05 C-ACCT-OVFL-SW       PIC X       VALUE 'N'.
                  88 C-ACCT-OVFL       VALUE 'Y'.
               05 C-ENTRY-OK-SW        PIC X       VALUE 'Y'.
                  88 C-ENTRY-OK        VALUE 'Y'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-LIN-CTR            PIC 9(3)    VALUE 0.
               05 C-LIN-SUB            PIC 9(3)    VALUE 0.
               05 C-ENT-CTR            PIC 99      VALUE 0.
               05 C-ENT-SUB            PIC 99      VALUE 0.
               05 C-PRV-CTR            PIC 9(4)    VALUE 0.
               05 C-PRV-SUB            PIC 9(4)    VALUE 0.
               05 C-ACCT-CTR           PIC 9(3)    VALUE 0.
               05 C-ACCT-SUB           PIC 9(3)    VALUE 0.
               05 C-CUR-SUB            PIC 9(3)    VALUE 0.
               05 C-ENTRY-NO           PIC 9(6)    VALUE 0.
               05 C-ENTRY-DATE         PIC 9(8)    VALUE 0.
               05 C-GL-DATE            PIC 9(8)    VALUE 0.
               05 C-PERIOD-STATUS      PIC X       VALUE 'O'.
                  88 C-PERIOD-MOVED    VALUE 'M'.
               05 C-PREPARER           PIC X(8)    VALUE SPACES.
               05 C-APPROVER           PIC X(8)    VALUE SPACES.
               05 C-ENTRY-MSG          PIC X(50)   VALUE SPACES.
               05 C-NOTE-ACCT          PIC X(8)    VALUE SPACES.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
               05 C-POST-DATE          PIC 9(8)    VALUE 0.
               05 C-ENT-DEBITS         PIC 9(11)V99 VALUE 0.
               05 C-ENT-CREDITS        PIC 9(11)V99 VALUE 0.
               05 C-GT-DEBITS          PIC 9(13)V99 VALUE 0.
               05 C-GT-CREDITS         PIC 9(13)V99 VALUE 0.
               05 C-READ-CTR           PIC 9(7)    VALUE 0.
               05 C-POSTED-LINES       PIC 9(7)    VALUE 0.
               05 C-HELD-LINES         PIC 9(7)    VALUE 0.
               05 C-POSTED-ENTRIES     PIC 9(5)    VALUE 0.
               05 C-HELD-ENTRIES       PIC 9(5)    VALUE 0.
               05 C-MOVED-ENTRIES      PIC 9(5)    VALUE 0.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

      *    PREPARER NEEDS TABLE-MAINTENANCE AUTHORITY, APPROVER
      *    MASTER-CHANGE AUTHORITY. THE STEP CANNOT PROMPT, SO BOTH
      *    ARE CHECKED BY ID AND AUTHORITY ONLY.
           01 SIGN-ON-FIELDS.
               05 SO-PROGRAM           PIC X(8)    VALUE 'CBLHJB87'.
               05 SO-MODE              PIC X       VALUE 'B'.
               05 SO-OPER-ID           PIC X(8)    VALUE SPACES.
               05 SO-PASSWORD          PIC X(8)    VALUE SPACES.
               05 SO-REQ-LEVEL         PIC 9       VALUE 2.
               05 SO-RESULT            PIC X       VALUE 'N'.

      *    EVERY LINE ON JRNLENT.DAT, WITH WHAT BECAME OF IT - 'P'
      *    POSTED, 'H' HELD, BLANK NOT YET REACHED.
           01 LINE-TABLE.
               05 LIN-ENTRY            OCCURS 500 TIMES.
                   10 LIN-REC.
                       15 LIN-ENTRY-NO PIC 9(6).
                       15 LIN-DATE     PIC 9(8).
                       15 LIN-ACCT     PIC X(8).
                       15 LIN-DRCR     PIC X.
                       15 LIN-AMOUNT   PIC 9(9)V99.
                       15 LIN-MEMO     PIC X(24).
                       15 LIN-PREPARER PIC X(8).
                       15 LIN-APPROVER PIC X(8).
                       15 FILLER       PIC X(6).
                   10 LIN-STATUS       PIC X.
                   10 LIN-LINES        PIC 9(3).
                   10 LIN-MSG          PIC X(50).

      *    THE LINES OF THE ENTRY IN HAND, WHEREVER THEY SIT ON
      *    THE FILE.
           01 ENTRY-TABLE.
               05 ENT-LIN-SUB          PIC 9(3)    OCCURS 50 TIMES.

           01 PRIOR-TABLE.
               05 PRV-ENTRY-NO         PIC 9(6)    OCCURS 2000 TIMES.

      *    EVERY ACCOUNT GLCHART.DAT POSTS TO, DEBIT OR CREDIT.
           01 ACCOUNT-TABLE.
               05 ACT-ACCT             PIC X(8)    OCCURS 120 TIMES.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-MONTH          PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 TITLE-DAY            PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 TITLE-YEAR           PIC X(4).
               05 FILLER               PIC X(28)   VALUE SPACES.
               05 FILLER               PIC X(40)
                  VALUE 'MANUAL JOURNAL ENTRY REGISTER'.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 C-HEADING                PIC X(132)  VALUE SPACES.

           01 ENT-HEADING.
               05 FILLER               PIC X(8)    VALUE 'ENTRY'.
               05 FILLER               PIC X(12)   VALUE 'ENTRY DATE'.
               05 FILLER               PIC X(10)   VALUE 'ACCOUNT'.
               05 FILLER               PIC X(6)    VALUE 'DR/CR'.
               05 FILLER               PIC X(16)
                  VALUE '          AMOUNT'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(26)   VALUE 'MEMO'.
               05 FILLER               PIC X(10)   VALUE 'PREPARER'.
               05 FILLER               PIC X(10)   VALUE 'APPROVER'.
               05 FILLER               PIC X(12)   VALUE 'POSTED AS'.

           01 ENT-LINE.
               05 EL-ENTRY-NO          PIC ZZZZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 EL-DATE.
                   10 EL-DT-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 EL-DT-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 EL-DT-YEAR       PIC X(4).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 EL-ACCT              PIC X(8).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 EL-DRCR              PIC X.
               05 FILLER               PIC X(1)    VALUE SPACES.
               05 EL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 EL-MEMO              PIC X(24).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 EL-PREPARER          PIC X(8).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 EL-APPROVER          PIC X(8).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 EL-POST-DATE.
                   10 EL-PD-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 EL-PD-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 EL-PD-YEAR       PIC X(4).

           01 ENT-TOTAL-LINE.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 ET-TEXT              PIC X(28).
               05 ET-DEBITS            PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(4)    VALUE ' DR '.
               05 ET-CREDITS           PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(3)    VALUE ' CR'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 ET-NOTE              PIC X(59).

           01 MOVED-LINE.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(11)   VALUE '*** PERIOD '.
               05 MV-FROM-MONTH        PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 MV-FROM-YEAR         PIC X(4).
               05 FILLER               PIC X(29)
                  VALUE ' IS CLOSED - ENTRY DATED INTO'.
               05 FILLER               PIC X(18)
                  VALUE ' NEXT OPEN PERIOD '.
               05 MV-TO-MONTH          PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 MV-TO-DAY            PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 MV-TO-YEAR           PIC X(4).

           01 HELD-LINE.
               05 HL-ENTRY-NO          PIC ZZZZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 HL-LINES             PIC ZZ9.
               05 FILLER               PIC X(8)    VALUE ' LINE(S)'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 HL-MSG               PIC X(50).

           01 SECTION-LINE.
               05 SECTION-TEXT         PIC X(60).

           01 NONE-LINE.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 NONE-TEXT            PIC X(50).

           01 COUNT-LINE.
               05 CL-TEXT              PIC X(30).
               05 CL-COUNT             PIC ZZZ,ZZ9.

           01 GRAND-TOTAL-LINE.
               05 FILLER               PIC X(15)
                  VALUE 'TOTAL DEBITS: '.
               05 GT-DEBITS            PIC $$,$$$,$$$,$$9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'TOTAL CREDITS: '.
               05 GT-CREDITS           PIC $$,$$$,$$$,$$9.99.

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
               OPEN INPUT GL-CHART.
               IF C-CHART-STATUS NOT = '00'
                   DISPLAY 'CBLHJB87 - UNABLE TO OPEN GL-CHART, '
                       'STATUS = ' C-CHART-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET C-JOB-ABEND TO TRUE
               END-IF.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               PERFORM L3-LOAD-CHART
                   UNTIL MORE-RECS = 'NO'.
               CLOSE GL-CHART.
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL
                   AT END
                       MOVE ZEROS TO RC-AS-OF-DATE
                       MOVE 'N'   TO RC-RERUN-FLAG.
               CLOSE RUN-CONTROL.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               IF RC-AS-OF-YEAR = ZERO
                   MOVE CURRENT-YEAR(1:4)  TO C-POST-DATE(1:4)
                   MOVE CURRENT-MONTH      TO C-POST-DATE(5:2)
                   MOVE CURRENT-DAY        TO C-POST-DATE(7:2)
               ELSE
                   MOVE RC-AS-OF-DATE      TO C-POST-DATE
               END-IF.
      *    AN ENTRY NUMBER ALREADY ON JRNLENT.PST HAS POSTED ONCE
      *    AND IS NOT POSTED AGAIN.
               OPEN INPUT JOURNAL-POSTED.
               PERFORM L3-LOAD-POSTED
                   UNTIL MORE-POSTED = 'NO'.
               CLOSE JOURNAL-POSTED.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT JOURNAL-ENTRY.
               PERFORM L3-READ-INPUT.

           L3-LOAD-CHART.
               READ GL-CHART
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   MOVE GC-DEBIT-ACCT  TO C-NOTE-ACCT
                   PERFORM L4-NOTE-ACCOUNT
                   MOVE GC-CREDIT-ACCT TO C-NOTE-ACCT
                   PERFORM L4-NOTE-ACCOUNT
               END-IF.

           L4-NOTE-ACCOUNT.
               PERFORM VARYING C-ACCT-SUB FROM 1 BY 1
                   UNTIL C-ACCT-SUB > C-ACCT-CTR
                       OR ACT-ACCT(C-ACCT-SUB) = C-NOTE-ACCT
               END-PERFORM.
               IF C-ACCT-SUB > C-ACCT-CTR
                   AND C-NOTE-ACCT NOT = SPACES
                   IF C-ACCT-CTR < 120
                       ADD 1 TO C-ACCT-CTR
                       MOVE C-NOTE-ACCT TO ACT-ACCT(C-ACCT-CTR)
                   ELSE
                       IF NOT C-ACCT-OVFL
                           SET C-ACCT-OVFL TO TRUE
                           DISPLAY 'CBLHJB87 - ACCOUNT-TABLE '
                               'OVERFLOW, ACCOUNT CHECK INCOMPLETE'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF.

           L3-LOAD-POSTED.
               READ JOURNAL-POSTED
                   AT END
                       MOVE 'NO' TO MORE-POSTED.
               IF MORE-POSTED = 'YES'
                   PERFORM VARYING C-PRV-SUB FROM 1 BY 1
                       UNTIL C-PRV-SUB > C-PRV-CTR
                           OR PRV-ENTRY-NO(C-PRV-SUB) = JX-ENTRY-NO
                   END-PERFORM
                   IF C-PRV-SUB > C-PRV-CTR
                       IF C-PRV-CTR < 2000
                           ADD 1 TO C-PRV-CTR
                           MOVE JX-ENTRY-NO TO PRV-ENTRY-NO(C-PRV-CTR)
                       ELSE
                           IF NOT C-PRV-OVFL
                               SET C-PRV-OVFL TO TRUE
                               DISPLAY 'CBLHJB87 - PRIOR-TABLE '
                                   'OVERFLOW, DUPLICATE CHECK '
                                   'INCOMPLETE'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           L2-MAINLINE.
               IF C-LIN-CTR < 500
                   ADD 1 TO C-LIN-CTR
                   MOVE JE-REC             TO LIN-REC(C-LIN-CTR)
                   MOVE SPACE              TO LIN-STATUS(C-LIN-CTR)
                   MOVE 0                  TO LIN-LINES(C-LIN-CTR)
                   MOVE SPACES             TO LIN-MSG(C-LIN-CTR)
               ELSE
                   DISPLAY 'CBLHJB87 - LINE-TABLE OVERFLOW, RUN HALTED'
                   MOVE 16 TO RETURN-CODE
                   SET C-JOB-ABEND TO TRUE
                   MOVE 'NO' TO MORE-RECS
               END-IF.
               IF MORE-RECS = 'YES'
                   PERFORM L3-READ-INPUT
               END-IF.

           L3-READ-INPUT.
               READ JOURNAL-ENTRY
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-READ-CTR
               END-IF.

           L2-CLOSING.
               CLOSE JOURNAL-ENTRY.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN OUTPUT PRTOUT.
               MOVE C-POST-DATE(5:2)       TO TITLE-MONTH.
               MOVE C-POST-DATE(7:2)       TO TITLE-DAY.
               MOVE C-POST-DATE(1:4)       TO TITLE-YEAR.
               MOVE SPACES                 TO C-HEADING.
               PERFORM L4-HEADING.
               MOVE 'ENTRIES POSTED TO GLBATCH.DAT' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE.
               WRITE PRTLINE FROM ENT-HEADING
                   AFTER ADVANCING 1 LINE.
               MOVE ENT-HEADING            TO C-HEADING.
               OPEN EXTEND GL-BATCH.
               OPEN EXTEND JOURNAL-POSTED.
               PERFORM L3-PROCESS-ENTRY
                   THRU L3-PROCESS-ENTRY-EXIT
                   VARYING C-CUR-SUB FROM 1 BY 1
                       UNTIL C-CUR-SUB > C-LIN-CTR.
               CLOSE GL-BATCH.
               CLOSE JOURNAL-POSTED.
               IF C-POSTED-ENTRIES = 0
                   MOVE 'NO ENTRIES POSTED THIS RUN' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               PERFORM L3-PRINT-HELD.
               PERFORM L3-REWRITE-HELD.
               PERFORM L3-TOTALS.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PRTOUT.

      *    THE FIRST UNREACHED LINE OF AN ENTRY BRINGS IN ALL ITS
      *    LINES, WHEREVER THEY SIT ON THE FILE. THE ENTRY IS
      *    POSTED WHOLE OR HELD WHOLE.
           L3-PROCESS-ENTRY.
               IF LIN-STATUS(C-CUR-SUB) NOT = SPACE
                   GO TO L3-PROCESS-ENTRY-EXIT.
               MOVE LIN-ENTRY-NO(C-CUR-SUB) TO C-ENTRY-NO.
               MOVE 'Y'    TO C-ENTRY-OK-SW.
               MOVE SPACES TO C-ENTRY-MSG.
               MOVE 0      TO C-ENT-CTR.
               PERFORM L4-GATHER-LINE
                   VARYING C-LIN-SUB FROM C-CUR-SUB BY 1
                       UNTIL C-LIN-SUB > C-LIN-CTR.
               PERFORM L4-EDIT-ENTRY
                   THRU L4-EDIT-ENTRY-EXIT.
               IF C-ENTRY-OK
                   PERFORM L4-POST-ENTRY
               ELSE
                   PERFORM VARYING C-ENT-SUB FROM 1 BY 1
                       UNTIL C-ENT-SUB > C-ENT-CTR
                           MOVE 'H' TO
                               LIN-STATUS(ENT-LIN-SUB(C-ENT-SUB))
                   END-PERFORM
                   ADD 1 TO C-HELD-ENTRIES
                   MOVE C-ENT-CTR   TO LIN-LINES(C-CUR-SUB)
                   MOVE C-ENTRY-MSG TO LIN-MSG(C-CUR-SUB)
               END-IF.

           L3-PROCESS-ENTRY-EXIT.
               EXIT.

           L4-GATHER-LINE.
      *    AN UNNUMBERED LINE IS AN ENTRY OF ITS OWN. LINES PAST
      *    THE FIFTIETH ARE MARKED WITH THE ENTRY BUT HOLD IT.
               IF LIN-STATUS(C-LIN-SUB) = SPACE
                   AND (C-LIN-SUB = C-CUR-SUB
                       OR (LIN-ENTRY-NO(C-LIN-SUB) = C-ENTRY-NO
                           AND LIN-ENTRY-NO(C-CUR-SUB) NUMERIC
                           AND C-ENTRY-NO NOT = 0))
                   IF C-ENT-CTR < 50
                       ADD 1 TO C-ENT-CTR
                       MOVE C-LIN-SUB TO ENT-LIN-SUB(C-ENT-CTR)
                       MOVE '*' TO LIN-STATUS(C-LIN-SUB)
                   ELSE
                       MOVE 'H' TO LIN-STATUS(C-LIN-SUB)
                       IF C-ENTRY-OK
                           MOVE 'N' TO C-ENTRY-OK-SW
                           MOVE 'MORE THAN 50 LINES ON ONE ENTRY'
                               TO C-ENTRY-MSG
                       END-IF
                   END-IF
               END-IF.

           L4-EDIT-ENTRY.
               IF NOT C-ENTRY-OK
                   GO TO L4-EDIT-ENTRY-EXIT.
               MOVE ENT-LIN-SUB(1) TO C-LIN-SUB.
               IF LIN-ENTRY-NO(C-LIN-SUB) NOT NUMERIC
                   OR LIN-ENTRY-NO(C-LIN-SUB) = 0
                   MOVE 'ENTRY NUMBER MISSING OR NOT NUMERIC'
                       TO C-ENTRY-MSG
                   GO TO L4-EDIT-ENTRY-ERROR.
               PERFORM VARYING C-PRV-SUB FROM 1 BY 1
                   UNTIL C-PRV-SUB > C-PRV-CTR
                       OR PRV-ENTRY-NO(C-PRV-SUB) = C-ENTRY-NO
               END-PERFORM.
               IF C-PRV-SUB <= C-PRV-CTR
                   MOVE 'ENTRY NUMBER HAS ALREADY POSTED'
                       TO C-ENTRY-MSG
                   GO TO L4-EDIT-ENTRY-ERROR.
               MOVE LIN-DATE(C-LIN-SUB)     TO C-ENTRY-DATE.
               MOVE LIN-PREPARER(C-LIN-SUB) TO C-PREPARER.
               MOVE LIN-APPROVER(C-LIN-SUB) TO C-APPROVER.
               MOVE 0 TO C-ENT-DEBITS.
               MOVE 0 TO C-ENT-CREDITS.
               PERFORM L5-EDIT-LINE
                   THRU L5-EDIT-LINE-EXIT
                   VARYING C-ENT-SUB FROM 1 BY 1
                       UNTIL C-ENT-SUB > C-ENT-CTR
                           OR NOT C-ENTRY-OK.
               IF NOT C-ENTRY-OK
                   GO TO L4-EDIT-ENTRY-ERROR.
               MOVE C-ENTRY-DATE TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS NOT = 'Y'
                   MOVE 'ENTRY DATE IS NOT A REAL DATE' TO C-ENTRY-MSG
                   GO TO L4-EDIT-ENTRY-ERROR.
               IF C-ENT-CTR < 2
                   MOVE 'AN ENTRY NEEDS AT LEAST TWO LINES'
                       TO C-ENTRY-MSG
                   GO TO L4-EDIT-ENTRY-ERROR.
               IF C-ENT-DEBITS NOT = C-ENT-CREDITS
                   MOVE 'DEBITS DO NOT EQUAL CREDITS' TO C-ENTRY-MSG
                   GO TO L4-EDIT-ENTRY-ERROR.
               IF C-PREPARER = SPACES OR C-APPROVER = SPACES
                   MOVE 'PREPARER AND APPROVER ARE BOTH REQUIRED'
                       TO C-ENTRY-MSG
                   GO TO L4-EDIT-ENTRY-ERROR.
               IF C-PREPARER = C-APPROVER
                   MOVE 'PREPARER CANNOT APPROVE THEIR OWN ENTRY'
                       TO C-ENTRY-MSG
                   GO TO L4-EDIT-ENTRY-ERROR.
               MOVE C-PREPARER TO SO-OPER-ID.
               MOVE 2          TO SO-REQ-LEVEL.
               CALL 'CBLOPSEC' USING SO-PROGRAM, SO-MODE,
                   SO-OPER-ID, SO-PASSWORD, SO-REQ-LEVEL, SO-RESULT.
               IF SO-RESULT NOT = 'Y'
                   MOVE 'PREPARER IS NOT A CLEARED OPERATOR'
                       TO C-ENTRY-MSG
                   GO TO L4-EDIT-ENTRY-ERROR.
               MOVE C-APPROVER TO SO-OPER-ID.
               MOVE 3          TO SO-REQ-LEVEL.
               CALL 'CBLOPSEC' USING SO-PROGRAM, SO-MODE,
                   SO-OPER-ID, SO-PASSWORD, SO-REQ-LEVEL, SO-RESULT.
               IF SO-RESULT NOT = 'Y'
                   MOVE 'APPROVER IS NOT CLEARED TO APPROVE ENTRIES'
                       TO C-ENTRY-MSG
                   GO TO L4-EDIT-ENTRY-ERROR.
               GO TO L4-EDIT-ENTRY-EXIT.

           L4-EDIT-ENTRY-ERROR.
               MOVE 'N' TO C-ENTRY-OK-SW.

           L4-EDIT-ENTRY-EXIT.
               EXIT.

           L5-EDIT-LINE.
               MOVE ENT-LIN-SUB(C-ENT-SUB) TO C-LIN-SUB.
               IF LIN-DATE(C-LIN-SUB) NOT = C-ENTRY-DATE
                   OR LIN-PREPARER(C-LIN-SUB) NOT = C-PREPARER
                   OR LIN-APPROVER(C-LIN-SUB) NOT = C-APPROVER
                   MOVE 'LINES DISAGREE ON DATE, PREPARER, OR APPROVER'
                       TO C-ENTRY-MSG
                   GO TO L5-EDIT-LINE-ERROR.
               IF LIN-DRCR(C-LIN-SUB) NOT = 'D'
                   AND LIN-DRCR(C-LIN-SUB) NOT = 'C'
                   MOVE 'A LINE IS NEITHER D NOR C' TO C-ENTRY-MSG
                   GO TO L5-EDIT-LINE-ERROR.
               IF LIN-AMOUNT(C-LIN-SUB) NOT NUMERIC
                   OR LIN-AMOUNT(C-LIN-SUB) = 0
                   MOVE 'A LINE AMOUNT IS ZERO OR NOT NUMERIC'
                       TO C-ENTRY-MSG
                   GO TO L5-EDIT-LINE-ERROR.
               PERFORM VARYING C-ACCT-SUB FROM 1 BY 1
                   UNTIL C-ACCT-SUB > C-ACCT-CTR
                       OR ACT-ACCT(C-ACCT-SUB) = LIN-ACCT(C-LIN-SUB)
               END-PERFORM.
               IF C-ACCT-SUB > C-ACCT-CTR
                   MOVE SPACES TO C-ENTRY-MSG
                   STRING 'ACCOUNT ' LIN-ACCT(C-LIN-SUB)
                       ' IS NOT ON GLCHART.DAT'
                       DELIMITED BY SIZE INTO C-ENTRY-MSG
                   GO TO L5-EDIT-LINE-ERROR.
               IF LIN-DRCR(C-LIN-SUB) = 'D'
                   ADD LIN-AMOUNT(C-LIN-SUB) TO C-ENT-DEBITS
               ELSE
                   ADD LIN-AMOUNT(C-LIN-SUB) TO C-ENT-CREDITS
               END-IF.
               GO TO L5-EDIT-LINE-EXIT.

           L5-EDIT-LINE-ERROR.
               MOVE 'N' TO C-ENTRY-OK-SW.

           L5-EDIT-LINE-EXIT.
               EXIT.

           L4-POST-ENTRY.
      *    A LATE ENTRY MUST NOT ADD TO A MONTH ALREADY CLOSED AND
      *    REPORTED - IT GOES TO THE NEXT OPEN MONTH INSTEAD.
               MOVE C-ENTRY-DATE TO C-GL-DATE.
               CALL 'CBLGLPER' USING C-GL-DATE, C-PERIOD-STATUS.
               ADD 1 TO C-POSTED-ENTRIES.
               PERFORM VARYING C-ENT-SUB FROM 1 BY 1
                   UNTIL C-ENT-SUB > C-ENT-CTR
                       MOVE ENT-LIN-SUB(C-ENT-SUB) TO C-LIN-SUB
                       PERFORM L5-POST-LINE
               END-PERFORM.
               MOVE 'ENTRY TOTAL'  TO ET-TEXT.
               MOVE C-ENT-DEBITS   TO ET-DEBITS.
               MOVE C-ENT-CREDITS  TO ET-CREDITS.
               MOVE SPACES         TO ET-NOTE.
               WRITE PRTLINE FROM ENT-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               IF C-PERIOD-MOVED
                   ADD 1 TO C-MOVED-ENTRIES
                   MOVE C-ENTRY-DATE(5:2)  TO MV-FROM-MONTH
                   MOVE C-ENTRY-DATE(1:4)  TO MV-FROM-YEAR
                   MOVE C-GL-DATE(5:2)     TO MV-TO-MONTH
                   MOVE C-GL-DATE(7:2)     TO MV-TO-DAY
                   MOVE C-GL-DATE(1:4)     TO MV-TO-YEAR
                   WRITE PRTLINE FROM MOVED-LINE
                       AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
                   DISPLAY 'CBLHJB87 - ENTRY ' C-ENTRY-NO
                       ' PERIOD CLOSED, DATED ' C-GL-DATE
               END-IF.
               WRITE PRTLINE FROM SPACES
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               ADD C-ENT-DEBITS  TO C-GT-DEBITS.
               ADD C-ENT-CREDITS TO C-GT-CREDITS.

           L5-POST-LINE.
               MOVE 'P'                    TO LIN-STATUS(C-LIN-SUB).
               ADD 1 TO C-POSTED-LINES.
               MOVE LIN-ACCT(C-LIN-SUB)    TO GL-ACCT.
               MOVE LIN-DRCR(C-LIN-SUB)    TO GL-DRCR.
               MOVE LIN-AMOUNT(C-LIN-SUB)  TO GL-AMOUNT.
               MOVE 'JE'                   TO GL-SOURCE-TYPE.
               MOVE C-ENTRY-NO             TO GL-SOURCE-ENTRY.
               MOVE C-GL-DATE              TO GL-DATE.
               WRITE GL-REC.
               MOVE SPACES                 TO JX-REC.
               MOVE LIN-REC(C-LIN-SUB)     TO JX-REC(1:80).
               MOVE C-GL-DATE              TO JX-POST-DATE.
               WRITE JX-REC.
               MOVE C-ENTRY-NO             TO EL-ENTRY-NO.
               MOVE C-ENTRY-DATE(5:2)      TO EL-DT-MONTH.
               MOVE C-ENTRY-DATE(7:2)      TO EL-DT-DAY.
               MOVE C-ENTRY-DATE(1:4)      TO EL-DT-YEAR.
               MOVE LIN-ACCT(C-LIN-SUB)    TO EL-ACCT.
               MOVE LIN-DRCR(C-LIN-SUB)    TO EL-DRCR.
               MOVE LIN-AMOUNT(C-LIN-SUB)  TO EL-AMOUNT.
               MOVE LIN-MEMO(C-LIN-SUB)    TO EL-MEMO.
               MOVE C-PREPARER             TO EL-PREPARER.
               MOVE C-APPROVER             TO EL-APPROVER.
               MOVE C-GL-DATE(5:2)         TO EL-PD-MONTH.
               MOVE C-GL-DATE(7:2)         TO EL-PD-DAY.
               MOVE C-GL-DATE(1:4)         TO EL-PD-YEAR.
               WRITE PRTLINE FROM ENT-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

           L3-PRINT-HELD.
               MOVE SPACES TO C-HEADING.
               PERFORM L4-HEADING.
               MOVE 'ENTRIES HELD - LEFT ON JRNLENT.DAT FOR CORRECTION'
                   TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE.
               IF C-HELD-ENTRIES = 0
                   MOVE 'NONE' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               PERFORM VARYING C-LIN-SUB FROM 1 BY 1
                   UNTIL C-LIN-SUB > C-LIN-CTR
                       IF LIN-STATUS(C-LIN-SUB) = 'H'
                           ADD 1 TO C-HELD-LINES
                           IF LIN-MSG(C-LIN-SUB) NOT = SPACES
                               PERFORM L4-PRINT-HELD-ENTRY
                           END-IF
                       END-IF
               END-PERFORM.

           L4-PRINT-HELD-ENTRY.
               MOVE LIN-ENTRY-NO(C-LIN-SUB)  TO HL-ENTRY-NO.
               MOVE LIN-LINES(C-LIN-SUB)     TO HL-LINES.
               MOVE LIN-MSG(C-LIN-SUB)       TO HL-MSG.
               WRITE PRTLINE FROM HELD-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

           L3-REWRITE-HELD.
               OPEN OUTPUT JOURNAL-ENTRY.
               PERFORM VARYING C-LIN-SUB FROM 1 BY 1
                   UNTIL C-LIN-SUB > C-LIN-CTR
                       IF LIN-STATUS(C-LIN-SUB) = 'H'
                           MOVE LIN-REC(C-LIN-SUB) TO JE-REC
                           WRITE JE-REC
                       END-IF
               END-PERFORM.
               CLOSE JOURNAL-ENTRY.

           L3-TOTALS.
               MOVE 'RUN TOTALS' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               MOVE 'LINES READ'              TO CL-TEXT.
               MOVE C-READ-CTR                TO CL-COUNT.
               WRITE PRTLINE FROM COUNT-LINE
                   AFTER ADVANCING 2 LINES.
               MOVE 'ENTRIES POSTED'          TO CL-TEXT.
               MOVE C-POSTED-ENTRIES          TO CL-COUNT.
               WRITE PRTLINE FROM COUNT-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE '  OF WHICH MOVED FORWARD'  TO CL-TEXT.
               MOVE C-MOVED-ENTRIES           TO CL-COUNT.
               WRITE PRTLINE FROM COUNT-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE 'LINES POSTED'            TO CL-TEXT.
               MOVE C-POSTED-LINES            TO CL-COUNT.
               WRITE PRTLINE FROM COUNT-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE 'ENTRIES HELD'            TO CL-TEXT.
               MOVE C-HELD-ENTRIES            TO CL-COUNT.
               WRITE PRTLINE FROM COUNT-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE 'LINES HELD'              TO CL-TEXT.
               MOVE C-HELD-LINES              TO CL-COUNT.
               WRITE PRTLINE FROM COUNT-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE C-GT-DEBITS               TO GT-DEBITS.
               MOVE C-GT-CREDITS              TO GT-CREDITS.
               WRITE PRTLINE FROM GRAND-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

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
               MOVE 'CBLHJB87'             TO RL-PROGRAM-ID.
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
               MOVE 'CBLHJB87'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR          TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH         TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY           TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-READ-CTR             TO RL-RECS-READ.
               MOVE C-POSTED-LINES         TO RL-RECS-PROCESSED.
               MOVE C-HELD-LINES           TO RL-RECS-REJECTED.
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
           MOVE SPACES TO FP-JRNLENT-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'JRNLENT.DAT' DELIMITED BY SIZE
               INTO FP-JRNLENT-DAT.
           MOVE SPACES TO FP-JRNLENT-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'JRNLENT.PST' DELIMITED BY SIZE
               INTO FP-JRNLENT-PST.
           MOVE SPACES TO FP-GLCHART-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'GLCHART.DAT' DELIMITED BY SIZE
               INTO FP-GLCHART-DAT.
           MOVE SPACES TO FP-GLBATCH-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'GLBATCH.DAT' DELIMITED BY SIZE
               INTO FP-GLBATCH-DAT.
           MOVE SPACES TO FP-JRNLENT-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'JRNLENT.PRT' DELIMITED BY SIZE
               INTO FP-JRNLENT-PRT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB87.
