       IDENTIFICATION DIVISION.
      *WITHDRAWAL AND COURSE-DROP TUITION REFUNDS FOR THE STUDENT
      *OPERATION. A WITHDRAWAL IS KEYED ON WDRTRAN.DAT WITH THE
      *STUDENT ID, TERM, THE COURSE DROPPED (OR ALL FOR A FULL
      *WITHDRAWAL), AND THE EFFECTIVE DATE. THE REFUND CALENDAR,
      *REFCAL.DAT, CARRIES EACH TERM'S START DATE AND ITS TIERS -
      *100 PERCENT THROUGH WEEK 1, 50 PERCENT THROUGH WEEK 4, AND SO
      *ON; PAST THE LAST TIER NOTHING IS REFUNDED. THE REFUNDABLE
      *TUITION IS THE CREDIT HOURS DROPPED, FROM CRSGRD.DAT, AT THE
      *STUDENT'S TUITRATE.DAT RATE FOR THEIR MAJOR (**** IS THE
      *DEFAULT), THE SAME WAY CBLHJB12 BILLED THEM. A PERCENT-OF-
      *GROSS AWARD ON TUITAWD.DAT SHRINKS IN PROPORTION WITH THE
      *TUITION IT COVERED, SO THAT SHARE IS HELD BACK FROM THE
      *REFUND; FLAT AWARDS STAND. THE CREDIT IS POSTED TO THE TERM'S
      *CHARGE ON STDNTAR.DAT - THE CHARGE IS RESTATED DOWN BY THE
      *CREDIT AND THE OPEN AMOUNT RELIEVED - SO THE CBLHJB32 AGING
      *AND THE CBLHJB61 TAX STATEMENTS SEE THE TUITION NET OF
      *REFUNDS. A CREDIT LARGER THAN THE OPEN AMOUNT IS MONEY OWED
      *BACK TO THE STUDENT. EVERY REFUND IS KEPT ON REFUND.HIS SO A
      *COURSE IS NEVER REFUNDED TWICE, POSTED TRANSACTIONS MOVE TO
      *WDRTRAN.PST, AND THE INPUT IS EMPTIED. THE REFUND REGISTER
      *(REFUND.PRT) SHOWS THE ORIGINAL CHARGE, REFUND PERCENTAGE,
      *CREDIT POSTED, AND THE REMAINING BALANCE OR AMOUNT OWED;
      *REFUSED TRANSACTIONS PRINT ON REFNDREJ.PRT.
      *AN AMOUNT OWED BACK TO THE STUDENT IS ALSO WRITTEN TO
      *CREDHELD.DAT, DATED THE POSTING DAY, SO CBLHJB93 CAN TRACK
      *IT AS UNCLAIMED PROPERTY UNTIL IT IS CLAIMED OR TURNED OVER
      *TO THE STATE.
       PROGRAM-ID. CBLHJB62.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT IDX-MASTER
               ASSIGN TO DYNAMIC FP-STDNTMST-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS I-ID
                   FILE STATUS IS C-IDX-STATUS.

           SELECT WDR-INPUT
               ASSIGN TO DYNAMIC FP-WDRTRAN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-WDR-STATUS.

           SELECT OPTIONAL WDR-POSTED
               ASSIGN TO DYNAMIC FP-WDRTRAN-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REFUND-CAL
               ASSIGN TO DYNAMIC FP-REFCAL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REFUND-HIST
               ASSIGN TO DYNAMIC FP-REFUND-HIS
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CRS-GRADE-FILE
               ASSIGN TO DYNAMIC FP-CRSGRD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-CRS-STATUS.

           SELECT RATE-FILE
               ASSIGN TO DYNAMIC FP-TUITRATE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-RATE-STATUS.

           SELECT OPTIONAL AWARD-FILE
               ASSIGN TO DYNAMIC FP-TUITAWD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AR-FILE
               ASSIGN TO DYNAMIC FP-STDNTAR-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-AR-STATUS.

           SELECT OPTIONAL CREDIT-HELD
               ASSIGN TO DYNAMIC FP-CREDHELD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-REFUND-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT ERROUT
               ASSIGN TO DYNAMIC FP-REFNDREJ-PRT
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

           FD WDR-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS WT-REC
           RECORD CONTAINS 26 CHARACTERS.

       01 WT-REC.
           05 WT-ID                    PIC X(7).
           05 WT-TERM                  PIC X(5).
           05 WT-COURSE                PIC X(6).
              88 WT-ALL-COURSES        VALUE 'ALL   '.
           05 WT-EFF-DATE              PIC 9(8).

           FD WDR-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS WT-PST-REC
           RECORD CONTAINS 26 CHARACTERS.

       01 WT-PST-REC                   PIC X(26).

           FD REFUND-CAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RF-REC
           RECORD CONTAINS 18 CHARACTERS.

       01 RF-REC.
           05 RF-TERM                  PIC X(5).
           05 RF-TERM-START            PIC 9(8).
           05 RF-THRU-WEEK             PIC 99.
           05 RF-REFUND-PCT            PIC 9(3).

           FD REFUND-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS RH-REC
           RECORD CONTAINS 73 CHARACTERS.

       01 RH-REC.
           05 RH-ID                    PIC X(7).
           05 RH-TERM                  PIC X(5).
           05 RH-COURSE                PIC X(6).
           05 RH-EFF-DATE              PIC 9(8).
           05 RH-REFUND-PCT            PIC 9(3).
           05 RH-REFUND-GROSS          PIC 9(7)V99.
           05 RH-AWARD-REDUCTION       PIC 9(7)V99.
           05 RH-CREDIT                PIC 9(7)V99.
           05 RH-OWED                  PIC 9(7)V99.
           05 RH-POST-DATE             PIC 9(8).

           FD CRS-GRADE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CG-REC
           RECORD CONTAINS 20 CHARACTERS.

       01 CG-REC.
           05 CG-ID                    PIC X(7).
           05 CG-COURSE                PIC X(6).
           05 CG-CREDIT-HOURS          PIC 9.
           05 CG-GRADE                 PIC X.
           05 CG-TERM                  PIC X(5).

           FD RATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TR-REC
           RECORD CONTAINS 10 CHARACTERS.

       01 TR-REC.
           05 TR-MAJOR                 PIC X(4).
           05 TR-RATE                  PIC 9(4)V99.

           FD AWARD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TA-REC
           RECORD CONTAINS 24 CHARACTERS.

       01 TA-REC.
           05 TA-ID                    PIC X(7).
           05 TA-AWARD-CODE            PIC X(4).
           05 TA-TYPE                  PIC X.
              88 TA-TYPE-AMOUNT        VALUE 'A'.
              88 TA-TYPE-PERCENT       VALUE 'P'.
           05 TA-AMOUNT                PIC 9(5)V99.
           05 TA-TERM                  PIC X(5).

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

           FD CREDIT-HELD
           LABEL RECORD IS STANDARD
           DATA RECORD IS CH-REC
           RECORD CONTAINS 43 CHARACTERS.

       01 CH-REC.
           05 CH-SOURCE                PIC X.
           05 CH-KEY                   PIC X(17).
           05 CH-DATE                  PIC 9(8).
           05 CH-AMOUNT                PIC 9(7)V99.
           05 CH-PROGRAM               PIC X(8).

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                      PIC X(132).

           FD ERROUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS ERRLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 ERRLINE                      PIC X(132).

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
           05 FP-WDRTRAN-DAT         PIC X(40)   VALUE SPACES.
           05 FP-WDRTRAN-PST         PIC X(40)   VALUE SPACES.
           05 FP-REFCAL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-REFUND-HIS          PIC X(40)   VALUE SPACES.
           05 FP-CRSGRD-DAT          PIC X(40)   VALUE SPACES.
           05 FP-TUITRATE-DAT        PIC X(40)   VALUE SPACES.
           05 FP-TUITAWD-DAT         PIC X(40)   VALUE SPACES.
           05 FP-STDNTAR-DAT         PIC X(40)   VALUE SPACES.
           05 FP-CREDHELD-DAT        PIC X(40)   VALUE SPACES.
           05 FP-REFUND-PRT          PIC X(40)   VALUE SPACES.
           05 FP-REFNDREJ-PRT        PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-CALS            PIC X(3)    VALUE 'YES'.
               05 MORE-HIST            PIC X(3)    VALUE 'YES'.
               05 MORE-GRADES          PIC X(3)    VALUE 'YES'.
               05 MORE-RATES           PIC X(3)    VALUE 'YES'.
               05 MORE-AWARDS          PIC X(3)    VALUE 'YES'.
               05 MORE-ITEMS           PIC X(3)    VALUE 'YES'.
               05 C-IDX-STATUS         PIC XX      VALUE '00'.
               05 C-WDR-STATUS         PIC XX      VALUE '00'.
               05 C-CRS-STATUS         PIC XX      VALUE '00'.
               05 C-RATE-STATUS        PIC XX      VALUE '00'.
               05 C-AR-STATUS          PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 ERR-SW               PIC X       VALUE 'N'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 ERR-PAGE-CTR         PIC 99      VALUE 0.
               05 C-RUNLOG-RECS-READ   PIC 9(7)    VALUE 0.
               05 C-POSTED-CTR         PIC 9(5)    VALUE 0.
               05 C-ERR-CTR            PIC 9(5)    VALUE 0.
               05 C-CAL-CTR            PIC 9(3)    VALUE 0.
               05 C-CAL-SUB            PIC 9(3)    VALUE 0.
               05 C-CAL-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-CAL-OVFL        VALUE 'Y'.
               05 C-HIS-CTR            PIC 9(4)    VALUE 0.
               05 C-HIS-SUB            PIC 9(4)    VALUE 0.
               05 C-HIS-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-HIS-OVFL        VALUE 'Y'.
               05 C-CRS-CTR            PIC 9(4)    VALUE 0.
               05 C-CRS-SUB            PIC 9(4)    VALUE 0.
               05 C-RATE-CTR           PIC 99      VALUE 0.
               05 C-RATE-SUB           PIC 99      VALUE 0.
               05 C-RATE-OVFL-SW       PIC X       VALUE 'N'.
                  88 C-RATE-OVFL       VALUE 'Y'.
               05 C-AWD-CTR            PIC 9(3)    VALUE 0.
               05 C-AWD-SUB            PIC 9(3)    VALUE 0.
               05 C-AWD-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-AWD-OVFL        VALUE 'Y'.
               05 C-AR-CTR             PIC 9(4)    VALUE 0.
               05 C-AR-SUB             PIC 9(4)    VALUE 0.
               05 C-AR-HIT             PIC 9(4)    VALUE 0.
               05 C-DFLT-RATE          PIC 9(4)V99 VALUE 0.
               05 C-BILL-RATE          PIC 9(4)V99 VALUE 0.
               05 C-REF-HOURS          PIC 9(3)    VALUE 0.
               05 C-REF-WEEK           PIC 9(3)    VALUE 0.
               05 C-REF-DAYS           PIC S9(5)   VALUE 0.
               05 C-TERM-START         PIC 9(8)    VALUE 0.
               05 C-TIER-WEEK          PIC 99      VALUE 0.
               05 C-REF-PCT            PIC 9(3)    VALUE 0.
               05 C-SUM-PCT            PIC 9(5)V99 VALUE 0.
               05 C-GROSS-AMT          PIC 9(7)V99 VALUE 0.
               05 C-REF-GROSS          PIC 9(7)V99 VALUE 0.
               05 C-AWD-RED            PIC 9(7)V99 VALUE 0.
               05 C-CREDIT-AMT         PIC 9(7)V99 VALUE 0.
               05 C-OWED-AMT           PIC 9(7)V99 VALUE 0.
               05 C-ORIG-CHARGE        PIC 9(7)V99 VALUE 0.
               05 C-GT-REF-GROSS       PIC 9(9)V99 VALUE 0.
               05 C-GT-AWD-RED         PIC 9(9)V99 VALUE 0.
               05 C-GT-CREDIT          PIC 9(9)V99 VALUE 0.
               05 C-GT-OWED            PIC 9(9)V99 VALUE 0.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
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

           01 CALENDAR-TABLE.
               05 CAL-ENTRY            OCCURS 100 TIMES.
                   10 CAL-TERM         PIC X(5).
                   10 CAL-TERM-START   PIC 9(8).
                   10 CAL-THRU-WEEK    PIC 99.
                   10 CAL-REFUND-PCT   PIC 9(3).

           01 HISTORY-TABLE.
               05 HIS-ENTRY            OCCURS 2000 TIMES.
                   10 HIS-ID           PIC X(7).
                   10 HIS-TERM         PIC X(5).
                   10 HIS-COURSE       PIC X(6).

           01 CRS-GRADE-TABLE.
               05 CRS-ENTRY            OCCURS 2000 TIMES.
                   10 CRS-ID           PIC X(7).
                   10 CRS-COURSE       PIC X(6).
                   10 CRS-CREDIT-HOURS PIC 9.
                   10 CRS-TERM         PIC X(5).

           01 RATE-TABLE.
               05 RATE-ENTRY           OCCURS 20 TIMES.
                   10 RT-MAJOR         PIC X(4).
                   10 RT-RATE          PIC 9(4)V99.

           01 AWARD-TABLE.
               05 AWD-ENTRY            OCCURS 200 TIMES.
                   10 AWD-ID           PIC X(7).
                   10 AWD-TYPE         PIC X.
                   10 AWD-AMOUNT       PIC 9(5)V99.
                   10 AWD-TERM         PIC X(5).

           01 AR-TABLE.
               05 AR-ENTRY             OCCURS 2000 TIMES.
                   10 AT-ID            PIC X(7).
                   10 AT-TERM          PIC X(5).
                   10 AT-CHARGE-DATE   PIC 9(8).
                   10 AT-ORIG-AMT      PIC 9(7)V99.
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
                  VALUE 'TUITION REFUND REGISTER              '.
               05 FILLER               PIC X(38)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 ERR-TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 ERR-TITLE-DATE       PIC X(10).
               05 FILLER               PIC X(33)   VALUE SPACES.
               05 FILLER               PIC X(37)
                  VALUE 'TUITION REFUNDS - REJECTS            '.
               05 FILLER               PIC X(38)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 ERR-TITLE-PAGE       PIC Z9.

           01 COL-HEADING1.
               05 FILLER               PIC X(34)   VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'EFFECTIVE'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'REFUND'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'ORIGINAL'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'GROSS'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'AWARD'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'CREDIT'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'BALANCE'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'OWED TO'.

           01 COL-HEADING2.
               05 FILLER               PIC XX      VALUE 'ID'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'NAME'.
               05 FILLER               PIC X(9)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'TERM'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'COURSE'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'DATE'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(3)    VALUE 'HRS'.
               05 FILLER               PIC X(1)    VALUE SPACES.
               05 FILLER               PIC X(3)    VALUE 'PCT'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'CHARGE'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'REFUND'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'REDUCTION'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'POSTED'.
               05 FILLER               PIC X(9)    VALUE SPACES.
               05 FILLER               PIC X(3)    VALUE 'DUE'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'STUDENT'.

           01 ERR-COL-HEADING.
               05 FILLER               PIC X(12)
                  VALUE 'ERROR RECORD'.
               05 FILLER               PIC X(16)   VALUE SPACES.
               05 FILLER               PIC X(17)
                  VALUE 'ERROR DESCRIPTION'.

           01 DETAIL-LINE.
               05 D-ID                 PIC X(7).
               05 FILLER               PIC X       VALUE SPACE.
               05 D-LNAME              PIC X(12).
               05 FILLER               PIC X       VALUE SPACE.
               05 D-TERM               PIC X(5).
               05 FILLER               PIC X       VALUE SPACE.
               05 D-COURSE             PIC X(6).
               05 FILLER               PIC X       VALUE SPACE.
               05 D-EFF-MM             PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 D-EFF-DD             PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 D-EFF-YY             PIC X(4).
               05 FILLER               PIC X       VALUE SPACE.
               05 D-HOURS              PIC ZZ9.
               05 FILLER               PIC X       VALUE SPACE.
               05 D-PCT                PIC ZZ9.
               05 FILLER               PIC X       VALUE '%'.
               05 FILLER               PIC X       VALUE SPACE.
               05 D-ORIG-CHARGE        PIC $$$$,$$9.99.
               05 FILLER               PIC X       VALUE SPACE.
               05 D-REF-GROSS          PIC $$$$,$$9.99.
               05 FILLER               PIC X       VALUE SPACE.
               05 D-AWD-RED            PIC $$$$,$$9.99.
               05 FILLER               PIC X       VALUE SPACE.
               05 D-CREDIT             PIC $$$$,$$9.99.
               05 FILLER               PIC X       VALUE SPACE.
               05 D-BALANCE            PIC $$$$,$$9.99.
               05 FILLER               PIC X       VALUE SPACE.
               05 D-OWED               PIC $$$$,$$9.99.

           01 ERROR-LINE.
               05 ERR-REC              PIC X(26).
               05 FILLER               PIC XX      VALUE SPACES.
               05 ERR-MSG              PIC X(60).

           01 TOTAL-LINE1.
               05 FILLER               PIC X(21)
                  VALUE 'REFUNDS POSTED       '.
               05 GT-POSTED-CTR        PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'GROSS REFUND:  '.
               05 GT-REF-GROSS         PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(18)
                  VALUE 'AWARD REDUCTION:  '.
               05 GT-AWD-RED           PIC $$$,$$$,$$9.99.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(26)   VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'CREDIT POSTED: '.
               05 GT-CREDIT            PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(18)
                  VALUE 'OWED TO STUDENTS: '.
               05 GT-OWED              PIC $$$,$$$,$$9.99.

           01 ERR-TOTAL-LINE.
               05 FILLER               PIC X(13)
                  VALUE 'TOTAL ERRORS '.
               05 GT-ERR-CTR           PIC Z,ZZ9.

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
               OPEN INPUT WDR-INPUT.
               IF C-WDR-STATUS NOT = '00'
                   DISPLAY 'CBLHJB62 - UNABLE TO OPEN WDR-INPUT, '
                       'STATUS = ' C-WDR-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET C-JOB-ABEND TO TRUE
               END-IF.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT IDX-MASTER.
               IF C-IDX-STATUS NOT = '00'
                   DISPLAY 'CBLHJB62 - UNABLE TO OPEN IDX-MASTER, '
                       'STATUS = ' C-IDX-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT RATE-FILE.
               IF C-RATE-STATUS NOT = '00'
                   DISPLAY 'CBLHJB62 - UNABLE TO OPEN RATE-FILE, '
                       'STATUS = ' C-RATE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM L3-LOAD-RATE
                   UNTIL MORE-RATES = 'NO'.
               CLOSE RATE-FILE.
               OPEN INPUT CRS-GRADE-FILE.
               IF C-CRS-STATUS NOT = '00'
                   DISPLAY 'CBLHJB62 - UNABLE TO OPEN CRS-GRADE-FILE, '
                       'STATUS = ' C-CRS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM L3-LOAD-CRS-GRADE
                   UNTIL MORE-GRADES = 'NO'.
               CLOSE CRS-GRADE-FILE.
               OPEN INPUT AR-FILE.
               IF C-AR-STATUS NOT = '00'
                   DISPLAY 'CBLHJB62 - UNABLE TO OPEN AR-FILE, '
                       'STATUS = ' C-AR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM L3-LOAD-AR
                   UNTIL MORE-ITEMS = 'NO'.
               CLOSE AR-FILE.
               OPEN INPUT REFUND-HIST.
               PERFORM L3-LOAD-HISTORY
                   UNTIL MORE-HIST = 'NO'.
               CLOSE REFUND-HIST.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT REFUND-CAL.
               PERFORM L3-LOAD-CALENDAR
                   UNTIL MORE-CALS = 'NO'.
               CLOSE REFUND-CAL.
               OPEN INPUT AWARD-FILE.
               PERFORM L3-LOAD-AWARDS
                   UNTIL MORE-AWARDS = 'NO'.
               CLOSE AWARD-FILE.
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
               MOVE TITLE-DATE TO ERR-TITLE-DATE.
               OPEN OUTPUT PRTOUT.
               OPEN OUTPUT ERROUT.
               OPEN EXTEND REFUND-HIST.
               OPEN EXTEND WDR-POSTED.
               OPEN EXTEND CREDIT-HELD.
               PERFORM L3-INIT-HEADING.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-APPLY-REFUND
                   THRU L3-APPLY-REFUND-EXIT.
               IF ERR-SW = 'N'
                   ADD 1 TO C-POSTED-CTR
                   PERFORM L3-POST-CREDIT
                   PERFORM L3-MOVE-PRINT
                   PERFORM L3-WRITE-HISTORY
               ELSE
                   PERFORM L3-ERROR-PRINT
               END-IF.
               MOVE WT-REC TO WT-PST-REC.
               WRITE WT-PST-REC.
               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               PERFORM L3-TOTALS.
               PERFORM L3-ERR-TOTALS.
               PERFORM L3-REWRITE-AR.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE WDR-INPUT.
               CLOSE WDR-POSTED.
      *    POSTED WITHDRAWALS MOVE TO WDRTRAN.PST AND THE INPUT IS
      *    EMPTIED, SO A RERUN NEVER CREDITS THE SAME DROP TWICE.
               OPEN OUTPUT WDR-INPUT.
               CLOSE WDR-INPUT.
               CLOSE REFUND-HIST.
               CLOSE CREDIT-HELD.
               CLOSE IDX-MASTER.
               CLOSE PRTOUT.
               CLOSE ERROUT.

           L3-INIT-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
               WRITE PRTLINE FROM COL-HEADING1
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM COL-HEADING2
                   AFTER ADVANCING 1 LINE.
               ADD 1 TO ERR-PAGE-CTR.
               MOVE ERR-PAGE-CTR           TO ERR-TITLE-PAGE.
               WRITE ERRLINE FROM ERR-TITLE-LINE.
               WRITE ERRLINE FROM ERR-COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L3-READ-INPUT.
               READ WDR-INPUT
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-RUNLOG-RECS-READ
               END-IF.

           L3-LOAD-RATE.
               READ RATE-FILE
                   AT END
                       MOVE 'NO' TO MORE-RATES
                   NOT AT END
                       IF TR-MAJOR = '****'
                           MOVE TR-RATE TO C-DFLT-RATE
                       ELSE
                           IF C-RATE-CTR < 20
                               ADD 1 TO C-RATE-CTR
                               MOVE TR-MAJOR TO RT-MAJOR(C-RATE-CTR)
                               MOVE TR-RATE  TO RT-RATE(C-RATE-CTR)
                           ELSE
                               IF NOT C-RATE-OVFL
                                   SET C-RATE-OVFL TO TRUE
                                   DISPLAY 'CBLHJB62 - RATE-TABLE '
                                       'OVERFLOW, RATES INCOMPLETE'
                                   MOVE 8 TO RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-CRS-GRADE.
               READ CRS-GRADE-FILE
                   AT END
                       MOVE 'NO' TO MORE-GRADES
                   NOT AT END
                       IF C-CRS-CTR < 2000
                           ADD 1 TO C-CRS-CTR
                           MOVE CG-ID     TO CRS-ID(C-CRS-CTR)
                           MOVE CG-COURSE TO CRS-COURSE(C-CRS-CTR)
                           MOVE CG-CREDIT-HOURS
                               TO CRS-CREDIT-HOURS(C-CRS-CTR)
                           MOVE CG-TERM   TO CRS-TERM(C-CRS-CTR)
                       ELSE
                           DISPLAY 'CBLHJB62 - COURSE-GRADE TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-GRADES
                       END-IF
               END-READ.

           L3-LOAD-AR.
      *    THE LEDGER IS REWRITTEN IN FULL FROM THIS TABLE, SO AN
      *    OVERFLOW HALTS THE RUN RATHER THAN DROP OPEN ITEMS.
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
                           MOVE AR-ORIG-AMT    TO AT-ORIG-AMT(C-AR-CTR)
                           MOVE AR-OPEN-AMT    TO AT-OPEN-AMT(C-AR-CTR)
                       ELSE
                           DISPLAY 'CBLHJB62 - AR-TABLE OVERFLOW, '
                               'RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-ITEMS
                       END-IF
               END-READ.

           L3-LOAD-HISTORY.
      *    EVERY COURSE EVER REFUNDED IS HELD SO A SECOND DROP OF
      *    THE SAME COURSE IS REFUSED. A SHORT TABLE COULD LET A
      *    DOUBLE REFUND THROUGH, SO AN OVERFLOW HALTS THE RUN.
               READ REFUND-HIST
                   AT END
                       MOVE 'NO' TO MORE-HIST
                   NOT AT END
                       IF C-HIS-CTR < 2000
                           ADD 1 TO C-HIS-CTR
                           MOVE RH-ID     TO HIS-ID(C-HIS-CTR)
                           MOVE RH-TERM   TO HIS-TERM(C-HIS-CTR)
                           MOVE RH-COURSE TO HIS-COURSE(C-HIS-CTR)
                       ELSE
                           IF NOT C-HIS-OVFL
                               SET C-HIS-OVFL TO TRUE
                               DISPLAY 'CBLHJB62 - HISTORY-TABLE '
                                   'OVERFLOW, RUN HALTED'
                               MOVE 16 TO RETURN-CODE
                               SET C-JOB-ABEND TO TRUE
                               MOVE 'NO' TO MORE-HIST
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-CALENDAR.
               READ REFUND-CAL
                   AT END
                       MOVE 'NO' TO MORE-CALS
                   NOT AT END
                       IF C-CAL-CTR < 100
                           ADD 1 TO C-CAL-CTR
                           MOVE RF-TERM       TO CAL-TERM(C-CAL-CTR)
                           MOVE RF-TERM-START TO
                               CAL-TERM-START(C-CAL-CTR)
                           MOVE RF-THRU-WEEK  TO
                               CAL-THRU-WEEK(C-CAL-CTR)
                           MOVE RF-REFUND-PCT TO
                               CAL-REFUND-PCT(C-CAL-CTR)
                       ELSE
                           IF NOT C-CAL-OVFL
                               SET C-CAL-OVFL TO TRUE
                               DISPLAY 'CBLHJB62 - CALENDAR-TABLE '
                                   'OVERFLOW, CALENDAR INCOMPLETE'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-AWARDS.
               READ AWARD-FILE
                   AT END
                       MOVE 'NO' TO MORE-AWARDS
                   NOT AT END
                       IF C-AWD-CTR < 200
                           ADD 1 TO C-AWD-CTR
                           MOVE TA-ID         TO AWD-ID(C-AWD-CTR)
                           MOVE TA-TYPE       TO AWD-TYPE(C-AWD-CTR)
                           MOVE TA-AMOUNT     TO AWD-AMOUNT(C-AWD-CTR)
                           MOVE TA-TERM       TO AWD-TERM(C-AWD-CTR)
                       ELSE
                           IF NOT C-AWD-OVFL
                               SET C-AWD-OVFL TO TRUE
                               DISPLAY 'CBLHJB62 - AWARD-TABLE '
                                   'OVERFLOW, AWARDS INCOMPLETE'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ.

           L3-APPLY-REFUND.
               MOVE 'N' TO ERR-SW.
      *    A REFUND THE HISTORY TABLE CANNOT HOLD COULD NOT BE
      *    CAUGHT AS A REPEAT LATER IN THE BATCH, SO NOTHING POSTS
      *    ONCE THE TABLE IS FULL.
               IF C-HIS-CTR NOT < 2000
                   MOVE 'REFUND HISTORY TABLE FULL' TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   MOVE 16 TO RETURN-CODE
                   GO TO L3-APPLY-REFUND-EXIT.

               MOVE WT-EFF-DATE TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS NOT = 'Y'
                   MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
                       TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-APPLY-REFUND-EXIT.

               MOVE WT-ID TO I-ID.
               READ IDX-MASTER
                   INVALID KEY
                       MOVE 'STUDENT NOT ON MASTER' TO ERR-MSG
                       MOVE 'Y' TO ERR-SW
               END-READ.
               IF ERR-SW = 'Y'
                   GO TO L3-APPLY-REFUND-EXIT.

               PERFORM L4-FIND-REFUND-PCT.
               IF C-TERM-START = 0
                   MOVE 'NO REFUND CALENDAR FOR TERM' TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-APPLY-REFUND-EXIT.

               PERFORM VARYING C-HIS-SUB FROM 1 BY 1
                   UNTIL C-HIS-SUB > C-HIS-CTR
                       OR (HIS-ID(C-HIS-SUB) = WT-ID
                           AND HIS-TERM(C-HIS-SUB) = WT-TERM
                           AND (HIS-COURSE(C-HIS-SUB) = 'ALL   '
                               OR HIS-COURSE(C-HIS-SUB) = WT-COURSE))
               END-PERFORM.
               IF C-HIS-SUB NOT > C-HIS-CTR
                   MOVE 'ALREADY REFUNDED FOR THIS TERM' TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-APPLY-REFUND-EXIT.

               MOVE 0 TO C-REF-HOURS.
               PERFORM L4-ADD-DROPPED-HOURS
                   VARYING C-CRS-SUB FROM 1 BY 1
                       UNTIL C-CRS-SUB > C-CRS-CTR.
               IF C-REF-HOURS = 0
                   MOVE 'NO UNREFUNDED COURSE ON FILE FOR TERM'
                       TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-APPLY-REFUND-EXIT.

      *    AN EXACT TERM CHARGE IS PREFERRED; A STUDENT BILLED IN
      *    AN ALL-TERMS RUN CARRIES A CHARGE WITH A BLANK TERM.
               MOVE 0 TO C-AR-HIT.
               PERFORM VARYING C-AR-SUB FROM 1 BY 1
                   UNTIL C-AR-SUB > C-AR-CTR
                       IF AT-ID(C-AR-SUB) = WT-ID
                           IF AT-TERM(C-AR-SUB) = WT-TERM
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
                   MOVE 'NO TUITION CHARGE ON LEDGER FOR TERM'
                       TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-APPLY-REFUND-EXIT.

               PERFORM L4-COMPUTE-REFUND.

           L3-APPLY-REFUND-EXIT.
               EXIT.

           L4-FIND-REFUND-PCT.
      *    THE TIER WITH THE SMALLEST THROUGH-WEEK NOT BEFORE THE
      *    WEEK OF THE TERM THE DROP FALLS IN GIVES THE PERCENT. A
      *    DROP DATED BEFORE THE TERM STARTS COUNTS AS WEEK 1.
               MOVE 0 TO C-TERM-START.
               MOVE 0 TO C-REF-PCT.
               MOVE 99 TO C-TIER-WEEK.
               PERFORM VARYING C-CAL-SUB FROM 1 BY 1
                   UNTIL C-CAL-SUB > C-CAL-CTR
                       OR C-TERM-START > 0
                       IF CAL-TERM(C-CAL-SUB) = WT-TERM
                           MOVE CAL-TERM-START(C-CAL-SUB)
                               TO C-TERM-START
                       END-IF
               END-PERFORM.
               IF C-TERM-START > 0
                   COMPUTE C-REF-DAYS =
                       FUNCTION INTEGER-OF-DATE(WT-EFF-DATE)
                       - FUNCTION INTEGER-OF-DATE(C-TERM-START)
                   IF C-REF-DAYS < 0
                       MOVE 1 TO C-REF-WEEK
                   ELSE
                       COMPUTE C-REF-WEEK = C-REF-DAYS / 7 + 1
                   END-IF
                   PERFORM VARYING C-CAL-SUB FROM 1 BY 1
                       UNTIL C-CAL-SUB > C-CAL-CTR
                           IF CAL-TERM(C-CAL-SUB) = WT-TERM
                               AND CAL-THRU-WEEK(C-CAL-SUB)
                                   NOT < C-REF-WEEK
                               AND CAL-THRU-WEEK(C-CAL-SUB)
                                   NOT > C-TIER-WEEK
                               MOVE CAL-THRU-WEEK(C-CAL-SUB)
                                   TO C-TIER-WEEK
                               MOVE CAL-REFUND-PCT(C-CAL-SUB)
                                   TO C-REF-PCT
                           END-IF
                   END-PERFORM
               END-IF.

           L4-ADD-DROPPED-HOURS.
      *    A FULL WITHDRAWAL TAKES EVERY COURSE FOR THE TERM EXCEPT
      *    ONES ALREADY REFUNDED ONE AT A TIME.
               IF CRS-ID(C-CRS-SUB) = WT-ID
                   AND CRS-TERM(C-CRS-SUB) = WT-TERM
                   AND (WT-ALL-COURSES
                       OR CRS-COURSE(C-CRS-SUB) = WT-COURSE)
                   PERFORM VARYING C-HIS-SUB FROM 1 BY 1
                       UNTIL C-HIS-SUB > C-HIS-CTR
                           OR (HIS-ID(C-HIS-SUB) = WT-ID
                               AND HIS-TERM(C-HIS-SUB) = WT-TERM
                               AND HIS-COURSE(C-HIS-SUB) =
                                   CRS-COURSE(C-CRS-SUB))
                   END-PERFORM
                   IF C-HIS-SUB > C-HIS-CTR
                       ADD CRS-CREDIT-HOURS(C-CRS-SUB) TO C-REF-HOURS
                   END-IF
               END-IF.

           L4-COMPUTE-REFUND.
               PERFORM VARYING C-RATE-SUB FROM 1 BY 1
                   UNTIL C-RATE-SUB > C-RATE-CTR
                       OR I-MAJOR = RT-MAJOR(C-RATE-SUB)
               END-PERFORM.
               IF C-RATE-SUB > C-RATE-CTR
                   MOVE C-DFLT-RATE TO C-BILL-RATE
               ELSE
                   MOVE RT-RATE(C-RATE-SUB) TO C-BILL-RATE
               END-IF.
               COMPUTE C-GROSS-AMT = C-REF-HOURS * C-BILL-RATE.
               COMPUTE C-REF-GROSS ROUNDED =
                   C-GROSS-AMT * C-REF-PCT / 100.
      *    PERCENT AWARDS MATCH THE WAY CBLHJB12 APPLIED THEM - A
      *    BLANK AWARD TERM COVERS EVERY TERM.
               MOVE 0 TO C-SUM-PCT.
               PERFORM VARYING C-AWD-SUB FROM 1 BY 1
                   UNTIL C-AWD-SUB > C-AWD-CTR
                       IF AWD-ID(C-AWD-SUB) = WT-ID
                           AND AWD-TYPE(C-AWD-SUB) = 'P'
                           AND (AWD-TERM(C-AWD-SUB) = SPACES
                               OR AWD-TERM(C-AWD-SUB) = WT-TERM)
                           ADD AWD-AMOUNT(C-AWD-SUB) TO C-SUM-PCT
                       END-IF
               END-PERFORM.
               IF C-SUM-PCT > 100
                   MOVE 100 TO C-SUM-PCT
               END-IF.
               COMPUTE C-AWD-RED ROUNDED =
                   C-REF-GROSS * C-SUM-PCT / 100.
               COMPUTE C-CREDIT-AMT = C-REF-GROSS - C-AWD-RED.
      *    THE CREDIT CAN NEVER TAKE BACK MORE THAN WAS CHARGED.
               MOVE AT-ORIG-AMT(C-AR-HIT) TO C-ORIG-CHARGE.
               IF C-CREDIT-AMT > C-ORIG-CHARGE
                   MOVE C-ORIG-CHARGE TO C-CREDIT-AMT
               END-IF.

           L3-POST-CREDIT.
               SUBTRACT C-CREDIT-AMT FROM AT-ORIG-AMT(C-AR-HIT).
               IF C-CREDIT-AMT > AT-OPEN-AMT(C-AR-HIT)
                   COMPUTE C-OWED-AMT =
                       C-CREDIT-AMT - AT-OPEN-AMT(C-AR-HIT)
                   MOVE 0 TO AT-OPEN-AMT(C-AR-HIT)
               ELSE
                   MOVE 0 TO C-OWED-AMT
                   SUBTRACT C-CREDIT-AMT FROM AT-OPEN-AMT(C-AR-HIT)
               END-IF.
               ADD C-REF-GROSS             TO C-GT-REF-GROSS.
               ADD C-AWD-RED               TO C-GT-AWD-RED.
               ADD C-CREDIT-AMT            TO C-GT-CREDIT.
               ADD C-OWED-AMT              TO C-GT-OWED.

           L3-MOVE-PRINT.
               MOVE WT-ID                  TO D-ID.
               MOVE I-LNAME                TO D-LNAME.
               MOVE WT-TERM                TO D-TERM.
               MOVE WT-COURSE              TO D-COURSE.
               MOVE WT-EFF-DATE(5:2)       TO D-EFF-MM.
               MOVE WT-EFF-DATE(7:2)       TO D-EFF-DD.
               MOVE WT-EFF-DATE(1:4)       TO D-EFF-YY.
               MOVE C-REF-HOURS            TO D-HOURS.
               MOVE C-REF-PCT              TO D-PCT.
               MOVE C-ORIG-CHARGE          TO D-ORIG-CHARGE.
               MOVE C-REF-GROSS            TO D-REF-GROSS.
               MOVE C-AWD-RED              TO D-AWD-RED.
               MOVE C-CREDIT-AMT           TO D-CREDIT.
               MOVE AT-OPEN-AMT(C-AR-HIT)  TO D-BALANCE.
               MOVE C-OWED-AMT             TO D-OWED.
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-HEADING.

           L3-WRITE-HISTORY.
      *    A FULL WITHDRAWAL IS KEPT AS ONE ALL ROW; A SINGLE DROP
      *    AS ITS COURSE. BOTH GO INTO THE TABLE AS WELL, SO A
      *    REPEAT LATER IN THIS SAME BATCH IS CAUGHT TOO.
               MOVE WT-ID                  TO RH-ID.
               MOVE WT-TERM                TO RH-TERM.
               MOVE WT-COURSE              TO RH-COURSE.
               MOVE WT-EFF-DATE            TO RH-EFF-DATE.
               MOVE C-REF-PCT              TO RH-REFUND-PCT.
               MOVE C-REF-GROSS            TO RH-REFUND-GROSS.
               MOVE C-AWD-RED              TO RH-AWARD-REDUCTION.
               MOVE C-CREDIT-AMT           TO RH-CREDIT.
               MOVE C-OWED-AMT             TO RH-OWED.
               MOVE C-ASOF-DATE            TO RH-POST-DATE.
               WRITE RH-REC.
               IF C-OWED-AMT > 0
                   MOVE 'T'                TO CH-SOURCE
                   MOVE SPACES             TO CH-KEY
                   MOVE WT-ID              TO CH-KEY(1:7)
                   MOVE C-ASOF-DATE        TO CH-DATE
                   MOVE C-OWED-AMT         TO CH-AMOUNT
                   MOVE 'CBLHJB62'         TO CH-PROGRAM
                   WRITE CH-REC
               END-IF.
               IF C-HIS-CTR < 2000
                   ADD 1 TO C-HIS-CTR
                   MOVE WT-ID              TO HIS-ID(C-HIS-CTR)
                   MOVE WT-TERM            TO HIS-TERM(C-HIS-CTR)
                   MOVE WT-COURSE          TO HIS-COURSE(C-HIS-CTR)
               END-IF.

           L3-ERROR-PRINT.
               ADD 1 TO C-ERR-CTR.
               MOVE WT-REC                 TO ERR-REC.
               WRITE ERRLINE FROM ERROR-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-ERR-HEADING.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM COL-HEADING1
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM COL-HEADING2
                   AFTER ADVANCING 1 LINE.

           L4-ERR-HEADING.
               ADD 1 TO ERR-PAGE-CTR.
               MOVE ERR-PAGE-CTR           TO ERR-TITLE-PAGE.
               WRITE ERRLINE FROM ERR-TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE ERRLINE FROM ERR-COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L3-TOTALS.
               MOVE C-POSTED-CTR           TO GT-POSTED-CTR.
               MOVE C-GT-REF-GROSS         TO GT-REF-GROSS.
               MOVE C-GT-AWD-RED           TO GT-AWD-RED.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               MOVE C-GT-CREDIT            TO GT-CREDIT.
               MOVE C-GT-OWED              TO GT-OWED.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.

           L3-ERR-TOTALS.
               MOVE C-ERR-CTR              TO GT-ERR-CTR.
               WRITE ERRLINE FROM ERR-TOTAL-LINE
                   AFTER ADVANCING 3 LINES.

           L3-REWRITE-AR.
               OPEN OUTPUT AR-FILE.
               PERFORM L4-REWRITE-AR-ITEM
                   VARYING C-AR-SUB FROM 1 BY 1
                       UNTIL C-AR-SUB > C-AR-CTR.
               CLOSE AR-FILE.

           L4-REWRITE-AR-ITEM.
               MOVE AT-ID(C-AR-SUB)          TO AR-ID.
               MOVE AT-TERM(C-AR-SUB)        TO AR-TERM.
               MOVE AT-CHARGE-DATE(C-AR-SUB) TO AR-CHARGE-DATE.
               MOVE AT-ORIG-AMT(C-AR-SUB)    TO AR-ORIG-AMT.
               MOVE AT-OPEN-AMT(C-AR-SUB)    TO AR-OPEN-AMT.
               WRITE AR-REC.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB62'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-RUNLOG-RECS-READ     TO RL-RECS-READ.
               MOVE C-POSTED-CTR           TO RL-RECS-PROCESSED.
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
               MOVE 'CBLHJB62'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-WDRTRAN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'WDRTRAN.DAT' DELIMITED BY SIZE
               INTO FP-WDRTRAN-DAT.
           MOVE SPACES TO FP-WDRTRAN-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'WDRTRAN.PST' DELIMITED BY SIZE
               INTO FP-WDRTRAN-PST.
           MOVE SPACES TO FP-REFCAL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'REFCAL.DAT' DELIMITED BY SIZE
               INTO FP-REFCAL-DAT.
           MOVE SPACES TO FP-REFUND-HIS.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'REFUND.HIS' DELIMITED BY SIZE
               INTO FP-REFUND-HIS.
           MOVE SPACES TO FP-CRSGRD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CRSGRD.DAT' DELIMITED BY SIZE
               INTO FP-CRSGRD-DAT.
           MOVE SPACES TO FP-TUITRATE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TUITRATE.DAT' DELIMITED BY SIZE
               INTO FP-TUITRATE-DAT.
           MOVE SPACES TO FP-TUITAWD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TUITAWD.DAT' DELIMITED BY SIZE
               INTO FP-TUITAWD-DAT.
           MOVE SPACES TO FP-STDNTAR-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STDNTAR.DAT' DELIMITED BY SIZE
               INTO FP-STDNTAR-DAT.
           MOVE SPACES TO FP-CREDHELD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CREDHELD.DAT' DELIMITED BY SIZE
               INTO FP-CREDHELD-DAT.
           MOVE SPACES TO FP-REFUND-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'REFUND.PRT' DELIMITED BY SIZE
               INTO FP-REFUND-PRT.
           MOVE SPACES TO FP-REFNDREJ-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'REFNDREJ.PRT' DELIMITED BY SIZE
               INTO FP-REFNDREJ-PRT.
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

       END PROGRAM CBLHJB62.
