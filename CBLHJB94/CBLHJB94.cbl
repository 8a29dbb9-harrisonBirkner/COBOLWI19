       IDENTIFICATION DIVISION.
      *UNCLAIMED-PROPERTY HOLDER REPORT AND REMITTANCE. SCHEDULED BY
      *THE 'Y' ENTRY ON PROCCAL.DAT. EVERY ITEM ON THE ESCHITEM.DAT
      *REGISTER KEPT BY CBLHJB93 THAT IS STILL OPEN OR NOTICED AND
      *WHOSE DORMANCY DATE HAS PASSED IS TURNED OVER THIS YEAR.
      *ESCHHLDR.PRT LISTS THEM BY REPORTING STATE WITH THE OWNER'S
      *NAME AND LAST KNOWN ADDRESS AND A TOTAL PER STATE, AND THE
      *FIXED-FORMAT FILING EXTRACT ESCHREM.DAT CARRIES ONE 'D'
      *RECORD PER ITEM AND A 'T' TRAILER PER STATE WITH THE COUNT
      *AND AMOUNT, AS CBLHJB61 BUILDS ITS TAX EXTRACT. THE JOURNAL
      *THAT CLEARS THE ITEMS FROM OUR BOOKS GOES TO GLBATCH.DAT
      *UNDER GLCHART SOURCES ESCH PLUS THE LINE (ESCHRFND FOR
      *REFUND CHECKS, ESCHRENT, ESCHTUIT, ESCHLOAN), FALLING BACK
      *TO ESCH ALONE, AS CBLHJB90 LOOKS UP ITS SOURCES; AN UNMAPPED
      *SOURCE HOLDS THE WHOLE RUN WITH NOTHING TURNED OVER. A
      *JOURNAL FOR A MONTH THE CBLHJB88 CLOSE HAS LOCKED IS DATED
      *INTO THE NEXT OPEN MONTH (CBLGLPER). REPORTED ITEMS ARE
      *MARKED R ON THE REGISTER WITH THE REPORT YEAR, AND A REFUND
      *CHECK TURNED OVER IS MARKED E ON CHKHIST.DAT SO CBLHJB82
      *WILL NOT VOID OR REISSUE IT AFTERWARDS.
       PROGRAM-ID. CBLHJB94.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL ESCH-ITEM
               ASSIGN TO DYNAMIC FP-ESCHITEM-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHECK-HIST
               ASSIGN TO DYNAMIC FP-CHKHIST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESCH-REMIT
               ASSIGN TO DYNAMIC FP-ESCHREM-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-CHART
               ASSIGN TO DYNAMIC FP-GLCHART-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-CHART-STATUS.

           SELECT OPTIONAL GL-BATCH
               ASSIGN TO DYNAMIC FP-GLBATCH-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-ESCHHLDR-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ESCH-ITEM
           LABEL RECORD IS STANDARD
           DATA RECORD IS ES-REC
           RECORD CONTAINS 129 CHARACTERS.

       01 ES-REC                       PIC X(129).

           FD CHECK-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS CK-REC
           RECORD CONTAINS 90 CHARACTERS.

       01 CK-REC                       PIC X(90).

           FD ESCH-REMIT
           LABEL RECORD IS STANDARD
           DATA RECORD IS RM-REC
           RECORD CONTAINS 88 CHARACTERS.

       01 RM-REC.
           05 RM-REC-TYPE              PIC X.
           05 RM-RPT-STATE             PIC XX.
           05 RM-REPORT-YEAR           PIC 9(4).
           05 RM-ITEM-NO               PIC 9(6).
           05 RM-TYPE                  PIC X.
           05 RM-NAME                  PIC X(25).
           05 RM-ADDRESS               PIC X(15).
           05 RM-CITY                  PIC X(10).
           05 RM-STATE                 PIC XX.
           05 RM-ZIP                   PIC 9(5).
           05 RM-DUE-DATE              PIC 9(8).
           05 RM-AMOUNT                PIC 9(7)V99.
       01 RM-TRAILER-REC REDEFINES RM-REC.
           05 RT-REC-TYPE              PIC X.
           05 RT-RPT-STATE             PIC XX.
           05 RT-REPORT-YEAR           PIC 9(4).
           05 RT-COUNT                 PIC 9(7).
           05 RT-AMOUNT                PIC 9(11)V99.
           05 FILLER                   PIC X(61).

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
           05 GL-SOURCE                PIC X(8).
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
           05 FP-ESCHITEM-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CHKHIST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-ESCHREM-DAT         PIC X(40)   VALUE SPACES.
           05 FP-GLCHART-DAT         PIC X(40)   VALUE SPACES.
           05 FP-GLBATCH-DAT         PIC X(40)   VALUE SPACES.
           05 FP-ESCHHLDR-PRT        PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 C-CHART-STATUS       PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-HELD-SW            PIC X       VALUE 'N'.
                  88 C-BATCH-HELD      VALUE 'Y'.
               05 C-OVFL-SW            PIC X       VALUE 'N'.
                  88 C-OVFL            VALUE 'Y'.
               05 C-OVFL-TABLE         PIC X(15)   VALUE SPACES.
               05 C-POST-DATE          PIC 9(8)    VALUE 0.
               05 C-POST-DATE-R REDEFINES C-POST-DATE.
                   10 C-POST-YEAR      PIC 9(4).
                   10 C-POST-MONTH     PIC 99.
                   10 C-POST-DAY       PIC 99.
               05 C-GL-DATE            PIC 9(8)    VALUE 0.
               05 C-PERIOD-STATUS      PIC X       VALUE 'O'.
                  88 C-PERIOD-MOVED    VALUE 'M'.
               05 C-SRC-PREFIX         PIC X(4)    VALUE SPACES.
               05 C-SRC-LINE           PIC X(4)    VALUE SPACES.
               05 C-SOURCE             PIC X(8)    VALUE SPACES.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-ITM-CTR            PIC 9(4)    VALUE 0.
               05 C-ITM-SUB            PIC 9(4)    VALUE 0.
               05 C-CKT-CTR            PIC 9(4)    VALUE 0.
               05 C-CKT-SUB            PIC 9(4)    VALUE 0.
               05 C-STT-CTR            PIC 99      VALUE 0.
               05 C-STT-SUB            PIC 99      VALUE 0.
               05 C-STT-SUB2           PIC 99      VALUE 0.
               05 C-CHART-CTR          PIC 99      VALUE 0.
               05 C-CHART-SUB          PIC 99      VALUE 0.
               05 C-MISS-CTR           PIC 99      VALUE 0.
               05 C-MISS-SUB           PIC 99      VALUE 0.
               05 C-JRN-CTR            PIC 9(3)    VALUE 0.
               05 C-SELECT-CTR         PIC 9(5)    VALUE 0.
               05 C-REPORTED-CTR       PIC 9(5)    VALUE 0.
               05 C-CHECK-CTR          PIC 9(5)    VALUE 0.
               05 C-GT-SELECTED        PIC 9(9)V99 VALUE 0.
               05 C-GT-DEBITS          PIC 9(11)V99 VALUE 0.
               05 C-GT-CREDITS         PIC 9(11)V99 VALUE 0.
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

      *    THE CBLHJB93 REGISTER. ITT-RUN-ACTION IS S FOR AN ITEM
      *    BEING TURNED OVER THIS RUN.
           01 ITEM-TABLE.
               05 ITM-ENTRY            OCCURS 5000 TIMES.
                   10 ITT-RECORD.
                       15 ITT-ITEM-NO      PIC 9(6).
                       15 ITT-TYPE         PIC X.
                       15 ITT-REF          PIC X(17).
                       15 ITT-DUE-DATE     PIC 9(8).
                       15 ITT-AMOUNT       PIC 9(7)V99.
                       15 ITT-NAME         PIC X(25).
                       15 ITT-ADDRESS      PIC X(15).
                       15 ITT-CITY         PIC X(10).
                       15 ITT-STATE        PIC XX.
                       15 ITT-ZIP          PIC 9(5).
                       15 ITT-RPT-STATE    PIC XX.
                       15 ITT-DORMANT-DATE PIC 9(8).
                       15 ITT-NOTICE-DATE  PIC 9(8).
                       15 ITT-STATUS       PIC X.
                           88 ITT-ACTIVE       VALUE 'O' 'N'.
                       15 ITT-STATUS-DATE  PIC 9(8).
                       15 ITT-REPORT-YEAR  PIC 9(4).
                   10 ITT-RUN-ACTION       PIC X.

      *    THE CBLHJB82 CHECK HISTORY, REWRITTEN WITH THE CHECKS
      *    TURNED OVER MARKED E.
           01 CHECK-TABLE.
               05 CKT-ENTRY            OCCURS 5000 TIMES.
                   10 CKT-CHECK-NO     PIC 9(6).
                   10 CKT-ISSUE-DATE   PIC 9(8).
                   10 CKT-PAY-TYPE     PIC X.
                   10 CKT-PAYEE-KEY    PIC X(6).
                   10 CKT-PAYEE-NAME   PIC X(25).
                   10 CKT-AMOUNT       PIC 9(7)V99.
                   10 CKT-MEMO         PIC X(20).
                   10 CKT-STATUS       PIC X.
                   10 CKT-STATUS-DATE  PIC 9(8).
                   10 CKT-REISSUE-OF   PIC 9(6).

      *    REPORTING STATES IN ORDER, WITH THEIR TOTALS.
           01 STATE-TABLE.
               05 STT-ENTRY            OCCURS 60 TIMES.
                   10 STT-STATE        PIC XX.
                   10 STT-CTR          PIC 9(5).
                   10 STT-AMOUNT       PIC 9(9)V99.

           01 CHART-TABLE.
               05 CHT-ENTRY            OCCURS 60 TIMES.
                   10 CHT-SOURCE       PIC X(8).
                   10 CHT-DEBIT-ACCT   PIC X(8).
                   10 CHT-CREDIT-ACCT  PIC X(8).
                   10 CHT-DESC         PIC X(20).
                   10 CHT-AMOUNT       PIC 9(11)V99.

           01 MISSING-TABLE.
               05 MISS-SOURCE          PIC X(8)    OCCURS 20 TIMES.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-MONTH          PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 TITLE-DAY            PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 TITLE-YEAR           PIC X(4).
               05 FILLER               PIC X(24)   VALUE SPACES.
               05 FILLER               PIC X(40)
                  VALUE 'UNCLAIMED PROPERTY HOLDER REPORT - YEAR '.
               05 TITLE-RPT-YEAR       PIC 9(4).
               05 FILLER               PIC X(34)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 C-HEADING                PIC X(132)  VALUE SPACES.

           01 ITM-HEADING.
               05 FILLER               PIC X(8)    VALUE 'ITEM'.
               05 FILLER               PIC X(3)    VALUE 'T'.
               05 FILLER               PIC X(19)   VALUE 'REFERENCE'.
               05 FILLER               PIC X(27)   VALUE 'OWNER'.
               05 FILLER               PIC X(40)
                  VALUE 'LAST KNOWN ADDRESS'.
               05 FILLER               PIC X(12)   VALUE 'DUE DATE'.
               05 FILLER               PIC X(13)
                  VALUE '       AMOUNT'.

           01 ITM-LINE.
               05 IL-ITEM-NO           PIC 9(6).
               05 FILLER               PIC XX      VALUE SPACES.
               05 IL-TYPE              PIC X.
               05 FILLER               PIC XX      VALUE SPACES.
               05 IL-REF               PIC X(17).
               05 FILLER               PIC XX      VALUE SPACES.
               05 IL-NAME              PIC X(25).
               05 FILLER               PIC XX      VALUE SPACES.
               05 IL-ADDRESS           PIC X(15).
               05 FILLER               PIC XX      VALUE SPACES.
               05 IL-CITY              PIC X(10).
               05 FILLER               PIC XX      VALUE SPACES.
               05 IL-STATE             PIC XX.
               05 FILLER               PIC XX      VALUE SPACES.
               05 IL-ZIP               PIC 9(5)    BLANK WHEN ZERO.
               05 FILLER               PIC XX      VALUE SPACES.
               05 IL-DUE-DATE          PIC X(10).
               05 FILLER               PIC XX      VALUE SPACES.
               05 IL-AMOUNT            PIC $$,$$$,$$9.99.

           01 SECTION-LINE.
               05 SECTION-TEXT         PIC X(60).

           01 STATE-LINE.
               05 FILLER               PIC X(18)
                  VALUE 'REPORTING STATE:  '.
               05 SL-STATE             PIC XX.

           01 NONE-LINE.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 NONE-TEXT            PIC X(50).

           01 STATE-TOTAL-LINE.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 FILLER               PIC X(16)
                  VALUE 'TOTAL FOR STATE '.
               05 ST-STATE             PIC XX.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 ST-CTR               PIC ZZ,ZZ9.
               05 FILLER               PIC X(7)    VALUE ' ITEMS '.
               05 ST-AMOUNT            PIC $$$$,$$$,$$9.99.

           01 JRN-HEADING.
               05 FILLER               PIC X(8)    VALUE 'SOURCE  '.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'ACCOUNT'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'DR/CR'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'AMOUNT'.

           01 JRN-LINE.
               05 JL-SOURCE            PIC X(8).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 JL-ACCT              PIC X(8).
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 JL-DRCR              PIC X.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 JL-AMOUNT            PIC $$,$$$,$$$,$$9.99.

           01 MOVED-LINE.
               05 FILLER               PIC X(11)   VALUE '*** PERIOD '.
               05 MV-FROM-MONTH        PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 MV-FROM-YEAR         PIC X(4).
               05 FILLER               PIC X(29)
                  VALUE ' IS CLOSED - JOURNAL DATED IN'.
               05 FILLER               PIC X(20)
                  VALUE 'TO NEXT OPEN PERIOD '.
               05 MV-TO-MONTH          PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 MV-TO-DAY            PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 MV-TO-YEAR           PIC X(4).

           01 HELD-LINE.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 H-SOURCE             PIC X(8).
               05 FILLER               PIC X(40)
                  VALUE ' *** NO CHART-OF-ACCOUNTS MAPPING       '.

           01 JRN-TOTAL-LINE.
               05 FILLER               PIC X(14)
                  VALUE 'TOTAL DEBITS: '.
               05 JT-DEBITS            PIC $$,$$$,$$$,$$9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'TOTAL CREDITS: '.
               05 JT-CREDITS           PIC $$,$$$,$$$,$$9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'BATCH:  '.
               05 JT-STATUS            PIC X(30).

           01 TOTAL-LINE1.
               05 FILLER               PIC X(24)
                  VALUE 'ITEMS ON REGISTER:'.
               05 GT-ITM-CTR           PIC ZZ,ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(20)
                  VALUE 'DORMANT ITEMS:'.
               05 GT-SELECT-CTR        PIC ZZ,ZZ9.
               05 FILLER               PIC XX      VALUE SPACES.
               05 GT-SELECTED          PIC $$$$,$$$,$$9.99.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(24)
                  VALUE 'ITEMS TURNED OVER:'.
               05 GT-REPORTED-CTR      PIC ZZ,ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(20)
                  VALUE 'CHECKS MARKED E:'.
               05 GT-CHECK-CTR         PIC ZZ,ZZ9.

           01 OVERFLOW-WARN-LINE.
               05 FILLER           PIC X(21)
                  VALUE '*** TABLE OVERFLOW - '.
               05 OVW-TABLE-NAME   PIC X(15).
               05 FILLER           PIC X(40)
                  VALUE ' ENTRIES DROPPED, RUN INCOMPLETE'.

       PROCEDURE DIVISION.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               PERFORM L3-WRITE-RUN-LOG-START.
               PERFORM L2-INIT.
               PERFORM L2-SELECT-ITEMS.
               PERFORM L2-CHECK-MAPPING.
               PERFORM L2-HOLDER-REPORT.
               PERFORM L2-POST-OR-HOLD.
               PERFORM L2-CLOSING.
               STOP RUN.

           L2-INIT.
               OPEN INPUT GL-CHART.
               IF C-CHART-STATUS NOT = '00'
                   DISPLAY 'CBLHJB94 - UNABLE TO OPEN GL-CHART, '
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
               MOVE C-RUNLOG-DATE          TO C-POST-DATE.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT ESCH-ITEM.
               PERFORM L3-LOAD-ITEM
                   UNTIL MORE-RECS = 'NO'.
               CLOSE ESCH-ITEM.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT CHECK-HIST.
               PERFORM L3-LOAD-CHECK
                   UNTIL MORE-RECS = 'NO'.
               CLOSE CHECK-HIST.
      *    BOTH FILES ARE REWRITTEN WHOLE, SO ONE THAT WILL NOT FIT
      *    ITS TABLE STOPS THE RUN BEFORE ANYTHING IS TURNED OVER.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN OUTPUT PRTOUT.
               MOVE C-POST-MONTH           TO TITLE-MONTH.
               MOVE C-POST-DAY             TO TITLE-DAY.
               MOVE C-POST-YEAR            TO TITLE-YEAR.
               MOVE C-POST-YEAR            TO TITLE-RPT-YEAR.
               MOVE SPACES                 TO C-HEADING.
               PERFORM L4-HEADING.
               MOVE C-POST-DATE            TO C-GL-DATE.
               CALL 'CBLGLPER' USING C-GL-DATE, C-PERIOD-STATUS.
               IF C-PERIOD-MOVED
                   MOVE C-POST-MONTH       TO MV-FROM-MONTH
                   MOVE C-POST-YEAR        TO MV-FROM-YEAR
                   MOVE C-GL-DATE(5:2)     TO MV-TO-MONTH
                   MOVE C-GL-DATE(7:2)     TO MV-TO-DAY
                   MOVE C-GL-DATE(1:4)     TO MV-TO-YEAR
                   WRITE PRTLINE FROM MOVED-LINE
                   WRITE PRTLINE FROM SPACES
                   DISPLAY 'CBLHJB94 - PERIOD ' C-POST-DATE(1:6)
                       ' CLOSED, JOURNAL DATED ' C-GL-DATE
               END-IF.

           L3-LOAD-CHART.
               READ GL-CHART
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   IF C-CHART-CTR < 60
                       ADD 1 TO C-CHART-CTR
                       MOVE GC-SOURCE      TO
                           CHT-SOURCE(C-CHART-CTR)
                       MOVE GC-DEBIT-ACCT  TO
                           CHT-DEBIT-ACCT(C-CHART-CTR)
                       MOVE GC-CREDIT-ACCT TO
                           CHT-CREDIT-ACCT(C-CHART-CTR)
                       MOVE GC-DESC        TO CHT-DESC(C-CHART-CTR)
                       MOVE 0              TO CHT-AMOUNT(C-CHART-CTR)
                   ELSE
                       MOVE 'CHART-TABLE'  TO C-OVFL-TABLE
                       PERFORM L4-TABLE-OVERFLOW
                   END-IF
               END-IF.

           L3-LOAD-ITEM.
               READ ESCH-ITEM
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF C-ITM-CTR < 5000
                           ADD 1 TO C-ITM-CTR
                           MOVE ES-REC TO ITT-RECORD(C-ITM-CTR)
                           MOVE SPACE  TO ITT-RUN-ACTION(C-ITM-CTR)
                       ELSE
                           DISPLAY 'CBLHJB94 - ITEM-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-RECS
                       END-IF
               END-READ.

           L3-LOAD-CHECK.
               READ CHECK-HIST
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF C-CKT-CTR < 5000
                           ADD 1 TO C-CKT-CTR
                           MOVE CK-REC TO CKT-ENTRY(C-CKT-CTR)
                       ELSE
                           DISPLAY 'CBLHJB94 - CHECK-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-RECS
                       END-IF
               END-READ.

           L4-TABLE-OVERFLOW.
               IF NOT C-OVFL
                   SET C-OVFL TO TRUE
                   DISPLAY 'CBLHJB94 - ' C-OVFL-TABLE
                       ' OVERFLOW, RUN INCOMPLETE'
                   MOVE 8 TO RETURN-CODE
               END-IF.

           L2-SELECT-ITEMS.
               PERFORM L3-SELECT-ONE-ITEM
                   VARYING C-ITM-SUB FROM 1 BY 1
                       UNTIL C-ITM-SUB > C-ITM-CTR.
               IF C-JOB-ABEND
                   CLOSE PRTOUT
                   STOP RUN
               END-IF.

           L3-SELECT-ONE-ITEM.
               IF ITT-ACTIVE(C-ITM-SUB)
                   AND ITT-DORMANT-DATE(C-ITM-SUB) NOT > C-POST-DATE
                   PERFORM L4-ADD-STATE
                   IF NOT C-JOB-ABEND
                       MOVE 'S' TO ITT-RUN-ACTION(C-ITM-SUB)
                       ADD 1 TO C-SELECT-CTR
                       ADD ITT-AMOUNT(C-ITM-SUB) TO C-GT-SELECTED
                       ADD 1 TO STT-CTR(C-STT-SUB)
                       ADD ITT-AMOUNT(C-ITM-SUB)
                           TO STT-AMOUNT(C-STT-SUB)
                   END-IF
               END-IF.

           L4-ADD-STATE.
      *    THE STATES ARE KEPT IN ORDER SO THE REPORT AND THE
      *    EXTRACT COME OUT BY STATE.
               PERFORM VARYING C-STT-SUB FROM 1 BY 1
                   UNTIL C-STT-SUB > C-STT-CTR
                       OR STT-STATE(C-STT-SUB) NOT <
                           ITT-RPT-STATE(C-ITM-SUB)
               END-PERFORM.
               IF C-STT-SUB > C-STT-CTR
                   OR STT-STATE(C-STT-SUB) NOT =
                       ITT-RPT-STATE(C-ITM-SUB)
                   IF C-STT-CTR < 60
                       ADD 1 TO C-STT-CTR
                       PERFORM VARYING C-STT-SUB2 FROM C-STT-CTR BY -1
                           UNTIL C-STT-SUB2 NOT > C-STT-SUB
                               MOVE STT-ENTRY(C-STT-SUB2 - 1)
                                   TO STT-ENTRY(C-STT-SUB2)
                       END-PERFORM
                       MOVE ITT-RPT-STATE(C-ITM-SUB)
                           TO STT-STATE(C-STT-SUB)
                       MOVE 0 TO STT-CTR(C-STT-SUB)
                       MOVE 0 TO STT-AMOUNT(C-STT-SUB)
                   ELSE
                       DISPLAY 'CBLHJB94 - STATE-TABLE '
                           'OVERFLOW, RUN HALTED'
                       MOVE 16 TO RETURN-CODE
                       SET C-JOB-ABEND TO TRUE
                   END-IF
               END-IF.

           L2-CHECK-MAPPING.
      *    EVERY SOURCE THIS RUN COULD POST MUST BE ON GLCHART.DAT
      *    BEFORE ANYTHING IS TURNED OVER, SO A HELD RUN LEAVES THE
      *    REGISTER AND THE CHECK HISTORY AS THEY WERE.
               PERFORM L3-CHECK-ONE-MAPPING
                   VARYING C-ITM-SUB FROM 1 BY 1
                       UNTIL C-ITM-SUB > C-ITM-CTR.

           L3-CHECK-ONE-MAPPING.
               IF ITT-RUN-ACTION(C-ITM-SUB) = 'S'
                   PERFORM L4-SET-LINE
                   MOVE 'ESCH' TO C-SRC-PREFIX
                   PERFORM L4-FIND-SOURCE
                   IF C-CHART-SUB > C-CHART-CTR
                       PERFORM L4-NOTE-MISSING
                   ELSE
                       ADD ITT-AMOUNT(C-ITM-SUB)
                           TO CHT-AMOUNT(C-CHART-SUB)
                   END-IF
               END-IF.

           L4-SET-LINE.
               EVALUATE ITT-TYPE(C-ITM-SUB)
                   WHEN 'C'
                       MOVE 'RFND' TO C-SRC-LINE
                   WHEN 'R'
                       MOVE 'RENT' TO C-SRC-LINE
                   WHEN 'T'
                       MOVE 'TUIT' TO C-SRC-LINE
                   WHEN OTHER
                       MOVE 'LOAN' TO C-SRC-LINE
               END-EVALUATE.

           L4-FIND-SOURCE.
      *    THE LINE'S OWN SOURCE (ESCHRENT) IS USED WHEN GLCHART.DAT
      *    HAS ONE, OTHERWISE THE COMPANY-WIDE SOURCE (ESCH).
               MOVE SPACES TO C-SOURCE.
               STRING C-SRC-PREFIX C-SRC-LINE
                   DELIMITED BY SIZE INTO C-SOURCE.
               PERFORM VARYING C-CHART-SUB FROM 1 BY 1
                   UNTIL C-CHART-SUB > C-CHART-CTR
                       OR CHT-SOURCE(C-CHART-SUB) = C-SOURCE
               END-PERFORM.
               IF C-CHART-SUB > C-CHART-CTR
                   PERFORM VARYING C-CHART-SUB FROM 1 BY 1
                       UNTIL C-CHART-SUB > C-CHART-CTR
                           OR CHT-SOURCE(C-CHART-SUB) = C-SRC-PREFIX
                   END-PERFORM
               END-IF.

           L4-NOTE-MISSING.
               SET C-BATCH-HELD TO TRUE.
               PERFORM VARYING C-MISS-SUB FROM 1 BY 1
                   UNTIL C-MISS-SUB > C-MISS-CTR
                       OR MISS-SOURCE(C-MISS-SUB) = C-SOURCE
               END-PERFORM.
               IF C-MISS-SUB > C-MISS-CTR AND C-MISS-CTR < 20
                   ADD 1 TO C-MISS-CTR
                   MOVE C-SOURCE TO MISS-SOURCE(C-MISS-CTR)
               END-IF.

           L2-HOLDER-REPORT.
      *    A HELD RUN STILL LISTS WHAT WOULD GO, BUT WRITES NO
      *    EXTRACT AND MARKS NOTHING. THE EXTRACT IS ALSO LEFT ALONE
      *    WHEN NOTHING IS DUE, SO A SECOND RUN IN THE SAME YEAR
      *    CANNOT EMPTY THE ONE ALREADY FILED.
               MOVE ITM-HEADING            TO C-HEADING.
               IF NOT C-BATCH-HELD AND C-SELECT-CTR > 0
                   OPEN OUTPUT ESCH-REMIT
               END-IF.
               PERFORM L3-REPORT-STATE
                   VARYING C-STT-SUB FROM 1 BY 1
                       UNTIL C-STT-SUB > C-STT-CTR.
               IF NOT C-BATCH-HELD AND C-SELECT-CTR > 0
                   CLOSE ESCH-REMIT
               END-IF.
               IF C-SELECT-CTR = 0
                   MOVE 'NO ITEMS HAVE REACHED DORMANCY' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-HEADING
               END-IF.

           L3-REPORT-STATE.
               MOVE STT-STATE(C-STT-SUB)   TO SL-STATE.
               WRITE PRTLINE FROM STATE-LINE
                   AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               WRITE PRTLINE FROM ITM-HEADING
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               PERFORM L4-REPORT-ITEM
                   VARYING C-ITM-SUB FROM 1 BY 1
                       UNTIL C-ITM-SUB > C-ITM-CTR.
               MOVE STT-STATE(C-STT-SUB)   TO ST-STATE.
               MOVE STT-CTR(C-STT-SUB)     TO ST-CTR.
               MOVE STT-AMOUNT(C-STT-SUB)  TO ST-AMOUNT.
               WRITE PRTLINE FROM STATE-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               IF NOT C-BATCH-HELD
                   MOVE SPACES                 TO RM-TRAILER-REC
                   MOVE 'T'                    TO RT-REC-TYPE
                   MOVE STT-STATE(C-STT-SUB)   TO RT-RPT-STATE
                   MOVE C-POST-YEAR            TO RT-REPORT-YEAR
                   MOVE STT-CTR(C-STT-SUB)     TO RT-COUNT
                   MOVE STT-AMOUNT(C-STT-SUB)  TO RT-AMOUNT
                   WRITE RM-REC
               END-IF.

           L4-REPORT-ITEM.
               IF ITT-RUN-ACTION(C-ITM-SUB) = 'S'
                   AND ITT-RPT-STATE(C-ITM-SUB) = STT-STATE(C-STT-SUB)
                   MOVE ITT-ITEM-NO(C-ITM-SUB)     TO IL-ITEM-NO
                   MOVE ITT-TYPE(C-ITM-SUB)        TO IL-TYPE
                   MOVE ITT-REF(C-ITM-SUB)         TO IL-REF
                   MOVE ITT-NAME(C-ITM-SUB)        TO IL-NAME
                   MOVE ITT-ADDRESS(C-ITM-SUB)     TO IL-ADDRESS
                   MOVE ITT-CITY(C-ITM-SUB)        TO IL-CITY
                   MOVE ITT-STATE(C-ITM-SUB)       TO IL-STATE
                   MOVE ITT-ZIP(C-ITM-SUB)         TO IL-ZIP
                   MOVE ITT-DUE-DATE(C-ITM-SUB)    TO C-DATE-IN
                   PERFORM L5-FORMAT-DATE
                   MOVE C-DATE-OUT                 TO IL-DUE-DATE
                   MOVE ITT-AMOUNT(C-ITM-SUB)      TO IL-AMOUNT
                   WRITE PRTLINE FROM ITM-LINE
                       AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
                   END-WRITE
                   IF NOT C-BATCH-HELD
                       PERFORM L5-TURN-OVER
                   END-IF
               END-IF.

           L5-TURN-OVER.
               MOVE 'D'                        TO RM-REC-TYPE.
               MOVE ITT-RPT-STATE(C-ITM-SUB)   TO RM-RPT-STATE.
               MOVE C-POST-YEAR                TO RM-REPORT-YEAR.
               MOVE ITT-ITEM-NO(C-ITM-SUB)     TO RM-ITEM-NO.
               MOVE ITT-TYPE(C-ITM-SUB)        TO RM-TYPE.
               MOVE ITT-NAME(C-ITM-SUB)        TO RM-NAME.
               MOVE ITT-ADDRESS(C-ITM-SUB)     TO RM-ADDRESS.
               MOVE ITT-CITY(C-ITM-SUB)        TO RM-CITY.
               MOVE ITT-STATE(C-ITM-SUB)       TO RM-STATE.
               MOVE ITT-ZIP(C-ITM-SUB)         TO RM-ZIP.
               MOVE ITT-DUE-DATE(C-ITM-SUB)    TO RM-DUE-DATE.
               MOVE ITT-AMOUNT(C-ITM-SUB)      TO RM-AMOUNT.
               WRITE RM-REC.
               MOVE 'R'                        TO ITT-STATUS(C-ITM-SUB).
               MOVE C-POST-DATE        TO ITT-STATUS-DATE(C-ITM-SUB).
               MOVE C-POST-YEAR        TO ITT-REPORT-YEAR(C-ITM-SUB).
               ADD 1 TO C-REPORTED-CTR.
               IF ITT-TYPE(C-ITM-SUB) = 'C'
                   PERFORM VARYING C-CKT-SUB FROM 1 BY 1
                       UNTIL C-CKT-SUB > C-CKT-CTR
                           OR CKT-CHECK-NO(C-CKT-SUB) =
                               ITT-REF(C-ITM-SUB)(1:6)
                   END-PERFORM
                   IF C-CKT-SUB <= C-CKT-CTR
                       MOVE 'E'         TO CKT-STATUS(C-CKT-SUB)
                       MOVE C-POST-DATE TO CKT-STATUS-DATE(C-CKT-SUB)
                       ADD 1 TO C-CHECK-CTR
                   END-IF
               END-IF.

           L2-POST-OR-HOLD.
               MOVE JRN-HEADING TO C-HEADING.
               MOVE 'TURNOVER JOURNAL' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               WRITE PRTLINE FROM JRN-HEADING
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               PERFORM VARYING C-MISS-SUB FROM 1 BY 1
                   UNTIL C-MISS-SUB > C-MISS-CTR
                       MOVE MISS-SOURCE(C-MISS-SUB) TO H-SOURCE
                       WRITE PRTLINE FROM HELD-LINE
                           AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L4-HEADING
               END-PERFORM.
               PERFORM VARYING C-CHART-SUB FROM 1 BY 1
                   UNTIL C-CHART-SUB > C-CHART-CTR
                       IF CHT-AMOUNT(C-CHART-SUB) > 0
                           PERFORM L3-PRINT-JOURNAL-PAIR
                       END-IF
               END-PERFORM.
               MOVE C-GT-DEBITS            TO JT-DEBITS.
               MOVE C-GT-CREDITS           TO JT-CREDITS.
               EVALUATE TRUE
                   WHEN C-BATCH-HELD
      *    A HELD RUN TURNS NOTHING OVER; THE ITEMS STAY OPEN ON THE
      *    REGISTER UNTIL GLCHART.DAT IS FIXED AND THE STEP RERUN.
                       MOVE 'HELD - NOTHING TURNED OVER' TO JT-STATUS
                       MOVE 8 TO RETURN-CODE
                   WHEN C-JRN-CTR = 0
                       MOVE 'NOTHING TO POST'       TO JT-STATUS
                   WHEN OTHER
                       MOVE 'POSTED TO GLBATCH.DAT' TO JT-STATUS
                       PERFORM L3-WRITE-BATCH
                       PERFORM L3-REWRITE-FILES
               END-EVALUATE.
               WRITE PRTLINE FROM JRN-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               MOVE C-ITM-CTR              TO GT-ITM-CTR.
               MOVE C-SELECT-CTR           TO GT-SELECT-CTR.
               MOVE C-GT-SELECTED          TO GT-SELECTED.
               MOVE C-REPORTED-CTR         TO GT-REPORTED-CTR.
               MOVE C-CHECK-CTR            TO GT-CHECK-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               IF C-OVFL
                   MOVE C-OVFL-TABLE       TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.

           L3-PRINT-JOURNAL-PAIR.
               MOVE CHT-SOURCE(C-CHART-SUB)      TO JL-SOURCE.
               MOVE CHT-DEBIT-ACCT(C-CHART-SUB)  TO JL-ACCT.
               MOVE 'D'                          TO JL-DRCR.
               MOVE CHT-AMOUNT(C-CHART-SUB)      TO JL-AMOUNT.
               WRITE PRTLINE FROM JRN-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               ADD CHT-AMOUNT(C-CHART-SUB) TO C-GT-DEBITS.
               MOVE CHT-CREDIT-ACCT(C-CHART-SUB) TO JL-ACCT.
               MOVE 'C'                          TO JL-DRCR.
               WRITE PRTLINE FROM JRN-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               ADD CHT-AMOUNT(C-CHART-SUB) TO C-GT-CREDITS.
               ADD 2 TO C-JRN-CTR.

           L3-WRITE-BATCH.
               OPEN EXTEND GL-BATCH.
               PERFORM VARYING C-CHART-SUB FROM 1 BY 1
                   UNTIL C-CHART-SUB > C-CHART-CTR
                       IF CHT-AMOUNT(C-CHART-SUB) > 0
                           MOVE CHT-DEBIT-ACCT(C-CHART-SUB)
                               TO GL-ACCT
                           MOVE 'D'                     TO GL-DRCR
                           MOVE CHT-AMOUNT(C-CHART-SUB) TO GL-AMOUNT
                           MOVE CHT-SOURCE(C-CHART-SUB) TO GL-SOURCE
                           MOVE C-GL-DATE               TO GL-DATE
                           WRITE GL-REC
                           MOVE CHT-CREDIT-ACCT(C-CHART-SUB)
                               TO GL-ACCT
                           MOVE 'C'                     TO GL-DRCR
                           WRITE GL-REC
                       END-IF
               END-PERFORM.
               CLOSE GL-BATCH.

           L3-REWRITE-FILES.
               OPEN OUTPUT ESCH-ITEM.
               PERFORM VARYING C-ITM-SUB FROM 1 BY 1
                   UNTIL C-ITM-SUB > C-ITM-CTR
                       MOVE ITT-RECORD(C-ITM-SUB) TO ES-REC
                       WRITE ES-REC
               END-PERFORM.
               CLOSE ESCH-ITEM.
               IF C-CHECK-CTR > 0
                   OPEN OUTPUT CHECK-HIST
                   PERFORM VARYING C-CKT-SUB FROM 1 BY 1
                       UNTIL C-CKT-SUB > C-CKT-CTR
                           MOVE CKT-ENTRY(C-CKT-SUB) TO CK-REC
                           WRITE CK-REC
                   END-PERFORM
                   CLOSE CHECK-HIST
               END-IF.

           L5-FORMAT-DATE.
               MOVE SPACES                 TO C-DATE-OUT.
               STRING C-DATE-IN-MONTH '/' C-DATE-IN-DAY '/'
                   C-DATE-IN-YEAR
                   DELIMITED BY SIZE INTO C-DATE-OUT.

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

           L2-CLOSING.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PRTOUT.

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
               MOVE 'CBLHJB94'             TO RL-PROGRAM-ID.
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

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB94'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
      *    READ IS THE WHOLE REGISTER; A DORMANT ITEM HELD BACK BY
      *    AN UNMAPPED SOURCE COUNTS AS REJECTED.
               MOVE C-ITM-CTR              TO RL-RECS-READ.
               MOVE C-REPORTED-CTR         TO RL-RECS-PROCESSED.
               COMPUTE RL-RECS-REJECTED = C-SELECT-CTR - C-REPORTED-CTR.
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
           MOVE SPACES TO FP-ESCHITEM-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'ESCHITEM.DAT' DELIMITED BY SIZE
               INTO FP-ESCHITEM-DAT.
           MOVE SPACES TO FP-CHKHIST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CHKHIST.DAT' DELIMITED BY SIZE
               INTO FP-CHKHIST-DAT.
           MOVE SPACES TO FP-ESCHREM-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'ESCHREM.DAT' DELIMITED BY SIZE
               INTO FP-ESCHREM-DAT.
           MOVE SPACES TO FP-GLCHART-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'GLCHART.DAT' DELIMITED BY SIZE
               INTO FP-GLCHART-DAT.
           MOVE SPACES TO FP-GLBATCH-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'GLBATCH.DAT' DELIMITED BY SIZE
               INTO FP-GLBATCH-DAT.
           MOVE SPACES TO FP-ESCHHLDR-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'ESCHHLDR.PRT' DELIMITED BY SIZE
               INTO FP-ESCHHLDR-PRT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB94.
