       IDENTIFICATION DIVISION.
      *MANUFACTURER INCENTIVE CLAIMS. THE FACTORIES PAY US HOLDBACK
      *AND RETAIL INCENTIVES PER UNIT SOLD, AND NOBODY WAS CHECKING
      *THAT THE MONEY ARRIVED. THE PROGRAMS ARE KEPT ON INCPROG.DAT -
      *MANUFACTURER, BOAT TYPE, PROGRAM CODE, A FLAT AMOUNT OR A
      *PERCENT OF OUR BOAT COST, WHETHER IT PAYS ON NEW UNITS, USED
      *UNITS, OR BOTH, AND THE DATES IT IS GOOD FOR. EACH NIGHT
      *EVERY SALE ON CBLBOAT1.EDT IS CHECKED AGAINST EVERY PROGRAM
      *AND A CLAIM IS ADDED TO INCCLM.DAT FOR EACH ONE IT QUALIFIES
      *FOR. A SALE IS A USED UNIT WHEN CBLHJB03 SOLD A USED HULL OF
      *THAT TYPE OFF BOATHULL.DAT THE SAME DAY, AND THE CLAIM THEN
      *CARRIES THE HULL ID SO CBLHJB44 CAN ADD IT TO THAT BOAT'S
      *PROFIT. A SALE ALREADY CLAIMED UNDER A PROGRAM IS NEVER
      *CLAIMED AGAIN. MANUFACTURER PAYMENTS ON INCPMT.DAT ARE POSTED
      *AGAINST THE CLAIM NAMED ON THE PAYMENT OR, WHEN NO CLAIM IS
      *NAMED, AGAINST THAT MANUFACTURER'S OLDEST OPEN CLAIMS.
      *INCCLM.PRT LISTS THE NEW CLAIMS AND THE PAYMENTS, AGES THE
      *UNPAID CLAIMS BY MANUFACTURER, AND RECONCILES EXPECTED TO
      *RECEIVED INCENTIVES BY MONTH OF SALE.
       PROGRAM-ID. CBLHJB73.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT BOAT-INPUT
               ASSIGN TO DYNAMIC FP-CBLBOAT1-EDT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-BOAT-STATUS.

           SELECT OPTIONAL PROGRAM-MASTER
               ASSIGN TO DYNAMIC FP-INCPROG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CLAIM-MASTER
               ASSIGN TO DYNAMIC FP-INCCLM-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HULL-FILE
               ASSIGN TO DYNAMIC FP-BOATHULL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-INPUT
               ASSIGN TO DYNAMIC FP-INCPMT-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-POSTED
               ASSIGN TO DYNAMIC FP-INCPMT-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-INCCLM-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD BOAT-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 69 CHARACTERS.

       01 I-REC.
           05 I-LAST-NAME              PIC X(15).
           05 I-STATE                  PIC XX.
           05 I-BOAT-COST              PIC 9(6)V99.
           05 I-PURCHASE-DATE          PIC 9(8).
           05 I-BOAT-TYPE              PIC X.
           05 I-ACC-PACK               PIC 9.
           05 I-PREP-COST              PIC 9(5)V99.
           05 FILLER                   PIC X(27).

           FD PROGRAM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS IP-REC
           RECORD CONTAINS 59 CHARACTERS.

       01 IP-REC                       PIC X(59).

           FD CLAIM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS IC-REC
           RECORD CONTAINS 93 CHARACTERS.

       01 IC-REC                       PIC X(93).

           FD HULL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HU-REC
           RECORD CONTAINS 52 CHARACTERS.

       01 HU-REC.
           05 HU-HULL-ID               PIC X(8).
           05 HU-BOAT-TYPE             PIC X.
           05 HU-RECEIVED-DATE         PIC 9(8).
           05 HU-COST                  PIC 9(7)V99.
           05 HU-NEW-USED              PIC X.
           05 HU-STATUS                PIC X.
           05 HU-SOLD-DATE             PIC 9(8).
           05 HU-RESALE-PRICE          PIC 9(7)V99.
           05 HU-PREP-COST             PIC 9(5)V99.

           FD PAYMENT-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS PM-REC
           RECORD CONTAINS 37 CHARACTERS.

       01 PM-REC.
           05 PM-MFR-CODE              PIC X(4).
           05 PM-CLAIM-NO              PIC 9(6).
           05 PM-PAY-DATE              PIC 9(8).
           05 PM-AMOUNT                PIC 9(7)V99.
           05 PM-REFERENCE             PIC X(10).

           FD PAYMENT-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS PM-PST-REC
           RECORD CONTAINS 37 CHARACTERS.

       01 PM-PST-REC                   PIC X(37).

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
           05 FP-CBLBOAT1-EDT        PIC X(40)   VALUE SPACES.
           05 FP-INCPROG-DAT         PIC X(40)   VALUE SPACES.
           05 FP-INCCLM-DAT          PIC X(40)   VALUE SPACES.
           05 FP-BOATHULL-DAT        PIC X(40)   VALUE SPACES.
           05 FP-INCPMT-DAT          PIC X(40)   VALUE SPACES.
           05 FP-INCPMT-PST          PIC X(40)   VALUE SPACES.
           05 FP-INCCLM-PRT          PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-PROGS           PIC X(3)    VALUE 'YES'.
               05 MORE-CLAIMS          PIC X(3)    VALUE 'YES'.
               05 MORE-HULLS           PIC X(3)    VALUE 'YES'.
               05 MORE-PMTS            PIC X(3)    VALUE 'YES'.
               05 C-BOAT-STATUS        PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-PRG-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-PRG-OVFL        VALUE 'Y'.
               05 C-HUL-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-HUL-OVFL        VALUE 'Y'.
               05 C-MFR-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-MFR-OVFL        VALUE 'Y'.
               05 C-DUP-SW             PIC X       VALUE 'N'.
                  88 C-DUP-CLAIM       VALUE 'Y'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-SALE-CTR           PIC 9(7)    VALUE 0.
               05 C-NEW-CLAIM-CTR      PIC 9(5)    VALUE 0.
               05 C-NEW-CLAIM-TOT      PIC 9(9)V99 VALUE 0.
               05 C-PMT-CTR            PIC 9(5)    VALUE 0.
               05 C-PMT-POSTED-CTR     PIC 9(5)    VALUE 0.
               05 C-PMT-REJECT-CTR     PIC 9(5)    VALUE 0.
               05 C-PMT-POSTED-TOT     PIC 9(9)V99 VALUE 0.
               05 C-PRG-CTR            PIC 999     VALUE 0.
               05 C-PRG-SUB            PIC 999     VALUE 0.
               05 C-CLM-CTR            PIC 9(4)    VALUE 0.
               05 C-CLM-SUB            PIC 9(4)    VALUE 0.
               05 C-HUL-CTR            PIC 9(4)    VALUE 0.
               05 C-HUL-SUB            PIC 9(4)    VALUE 0.
               05 C-MFR-CTR            PIC 99      VALUE 0.
               05 C-MFR-SUB            PIC 99      VALUE 0.
               05 C-BKT-SUB            PIC 9       VALUE 0.
               05 C-MON-SUB            PIC 99      VALUE 0.
               05 C-NEXT-CLAIM-NO      PIC 9(6)    VALUE 0.
               05 C-SALE-NEW-USED      PIC X       VALUE 'N'.
               05 C-SALE-HULL-ID       PIC X(8)    VALUE SPACES.
               05 C-CLAIM-AMT          PIC 9(7)V99 VALUE 0.
               05 C-BALANCE            PIC 9(7)V99 VALUE 0.
               05 C-APPLY-AMT          PIC 9(7)V99 VALUE 0.
               05 C-REMAIN-AMT         PIC 9(7)V99 VALUE 0.
               05 C-OPEN-TOT           PIC 9(9)V99 VALUE 0.
               05 C-DAYS-OLD           PIC S9(5)   VALUE 0.
               05 C-ASOF-INT           PIC 9(7)    VALUE 0.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 C-ASOF-DATE-R REDEFINES C-ASOF-DATE.
                   10 C-ASOF-YEAR      PIC 9(4).
                   10 C-ASOF-MONTH     PIC 99.
                   10 C-ASOF-DAY       PIC 99.
               05 C-SALE-DATE          PIC 9(8)    VALUE 0.
               05 C-SALE-DATE-R REDEFINES C-SALE-DATE.
                   10 C-SALE-YEAR      PIC 9(4).
                   10 C-SALE-MONTH     PIC 99.
                   10 C-SALE-DAY       PIC 99.
               05 C-ASOF-MIDX          PIC 9(6)    VALUE 0.
               05 C-SALE-MIDX          PIC 9(6)    VALUE 0.
               05 C-MIDX-DIFF          PIC S9(6)   VALUE 0.
               05 C-LABEL-YEAR         PIC 9(4)    VALUE 0.
               05 C-LABEL-MONTH        PIC 99      VALUE 0.
               05 C-MSG                PIC X(34)   VALUE SPACES.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

           01 PROGRAM-TABLE.
               05 PROGRAM-ENTRY        OCCURS 300 TIMES.
                   10 PRG-MFR-CODE     PIC X(4).
                   10 PRG-BOAT-TYPE    PIC X.
                   10 PRG-PROGRAM-CODE PIC X(6).
                   10 PRG-CALC-TYPE    PIC X.
                       88 PRG-PERCENT  VALUE 'P'.
                   10 PRG-AMOUNT       PIC 9(5)V99.
                   10 PRG-PERCENT-RATE PIC 99V99.
                   10 PRG-NEW-USED     PIC X.
                   10 PRG-FROM-DATE    PIC 9(8).
                   10 PRG-TO-DATE      PIC 9(8).
                   10 PRG-DESC         PIC X(19).

      *    INCCLM.DAT IS REWRITTEN FROM THIS TABLE, SO EVERY CLAIM
      *    ON IT MUST FIT.
           01 CLAIM-TABLE.
               05 CLAIM-ENTRY          OCCURS 5000 TIMES.
                   10 CLM-CLAIM-NO     PIC 9(6).
                   10 CLM-MFR-CODE     PIC X(4).
                   10 CLM-PROGRAM-CODE PIC X(6).
                   10 CLM-BOAT-TYPE    PIC X.
                   10 CLM-HULL-ID      PIC X(8).
                   10 CLM-LAST-NAME    PIC X(15).
                   10 CLM-STATE        PIC XX.
                   10 CLM-SALE-DATE    PIC 9(8).
                   10 CLM-BOAT-COST    PIC 9(6)V99.
                   10 CLM-CLAIM-AMT    PIC 9(7)V99.
                   10 CLM-PAID-AMT     PIC 9(7)V99.
                   10 CLM-PAID-DATE    PIC 9(8).
                   10 CLM-STATUS       PIC X.
                       88 CLM-OPEN     VALUE 'O'.
                       88 CLM-PAID     VALUE 'P'.
                   10 CLM-CREATED-DATE PIC 9(8).

           01 USED-HULL-TABLE.
               05 USED-HULL-ENTRY      OCCURS 2000 TIMES.
                   10 UHT-HULL-ID      PIC X(8).
                   10 UHT-BOAT-TYPE    PIC X.
                   10 UHT-SOLD-DATE    PIC 9(8).
                   10 UHT-PREP-COST    PIC 9(5)V99.
                   10 UHT-TAKEN        PIC X.

           01 MFR-AGE-TABLE.
               05 MFR-AGE-ENTRY        OCCURS 50 TIMES.
                   10 MA-MFR-CODE      PIC X(4).
                   10 MA-BKT-AMT       PIC 9(9)V99 OCCURS 5 TIMES.
                   10 MA-TOTAL         PIC 9(9)V99.

           01 AGE-TOTALS.
               05 AT-BKT-AMT           PIC 9(9)V99 OCCURS 5 TIMES.
               05 AT-TOTAL             PIC 9(9)V99.

      *    SALE MONTHS, NEWEST FIRST - ROW 1 IS THE AS-OF MONTH AND
      *    ROW 25 GATHERS EVERYTHING OLDER THAN TWO YEARS.
           01 MONTH-TABLE.
               05 MONTH-ENTRY          OCCURS 25 TIMES.
                   10 MON-CLAIMS       PIC 9(5).
                   10 MON-EXPECTED     PIC 9(9)V99.
                   10 MON-RECEIVED     PIC 9(9)V99.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(36)   VALUE SPACES.
               05 FILLER               PIC X(32)
                  VALUE 'MANUFACTURER INCENTIVE CLAIMS   '.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 SECTION-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 SECTION-TEXT         PIC X(50).

           01 CLAIM-HEADING.
               05 FILLER               PIC X(5)    VALUE 'CLAIM'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'MFR '.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'PROGRAM'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'TYPE'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'HULL ID '.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'CUSTOMER'.
               05 FILLER               PIC X(12)   VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'SOLD'.
               05 FILLER               PIC X(11)   VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'BOAT COST'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'CLAIM'.

           01 CLAIM-LINE.
               05 CL-CLAIM-NO          PIC 9(6).
               05 FILLER               PIC XX      VALUE SPACES.
               05 CL-MFR-CODE          PIC X(4).
               05 FILLER               PIC XX      VALUE SPACES.
               05 CL-PROGRAM-CODE      PIC X(6).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 CL-BOAT-TYPE         PIC X.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 CL-HULL-ID           PIC X(8).
               05 FILLER               PIC XX      VALUE SPACES.
               05 CL-LAST-NAME         PIC X(15).
               05 FILLER               PIC X       VALUE SPACE.
               05 CL-STATE             PIC XX.
               05 FILLER               PIC XX      VALUE SPACES.
               05 CL-SALE-DATE         PIC X(10).
               05 FILLER               PIC XX      VALUE SPACES.
               05 CL-BOAT-COST         PIC ZZZ,ZZ9.99.
               05 FILLER               PIC XX      VALUE SPACES.
               05 CL-CLAIM-AMT         PIC Z,ZZZ,ZZ9.99.

           01 PMT-HEADING.
               05 FILLER               PIC X(4)    VALUE 'MFR '.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'CLAIM'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'PAID'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'REFERENCE'.
               05 FILLER               PIC X(9)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'AMOUNT'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'RESULT'.

           01 PMT-LINE.
               05 PL-MFR-CODE          PIC X(4).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 PL-CLAIM-NO          PIC X(6).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 PL-PAY-DATE          PIC X(10).
               05 FILLER               PIC XX      VALUE SPACES.
               05 PL-REFERENCE         PIC X(10).
               05 FILLER               PIC XX      VALUE SPACES.
               05 PL-AMOUNT            PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC XX      VALUE SPACES.
               05 PL-RESULT            PIC X(45).

           01 AGE-HEADING.
               05 FILLER               PIC X(12)   VALUE 'MANUFACTURER'.
               05 FILLER               PIC X(9)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE '0-30   '.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE '31-60  '.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE '61-90  '.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE '91-120 '.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'OVER 120'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'TOTAL'.

           01 AGE-LINE.
               05 AL-MFR-CODE          PIC X(12).
               05 AL-BKT-AMT           PIC ZZZ,ZZZ,ZZ9.99
                                       OCCURS 5 TIMES.
               05 AL-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.

           01 RECON-HEADING.
               05 FILLER               PIC X(10)   VALUE 'SALE MONTH'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'CLAIMS'.
               05 FILLER               PIC X(9)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'EXPECTED'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'RECEIVED'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(11)   VALUE 'OUTSTANDING'.

           01 RECON-LINE.
               05 RL-MONTH-TEXT        PIC X(12).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 RL-CLAIMS            PIC ZZ,ZZ9.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 RL-EXPECTED          PIC ZZZ,ZZZ,ZZ9.99.
               05 RL-RECEIVED          PIC ZZZ,ZZZ,ZZ9.99.
               05 RL-OUTSTANDING       PIC ZZZ,ZZZ,ZZ9.99.

           01 NONE-LINE.
               05 FILLER               PIC X(36)   VALUE SPACES.
               05 NONE-TEXT            PIC X(40).

           01 OVERFLOW-WARN-LINE.
               05 FILLER           PIC X(21)
                  VALUE '*** TABLE OVERFLOW - '.
               05 OVW-TABLE-NAME   PIC X(15).
               05 FILLER           PIC X(40)
                  VALUE ' ENTRIES DROPPED, RESULTS INCOMPLETE ***'.

           01 TOTAL-LINE1.
               05 FILLER               PIC X(12)
                  VALUE 'SALES READ: '.
               05 GT-SALE-CTR          PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(12)
                  VALUE 'NEW CLAIMS: '.
               05 GT-NEW-CLAIM-CTR     PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'AMOUNT CLAIMED '.
               05 GT-NEW-CLAIM-TOT     PIC ZZZ,ZZZ,ZZ9.99.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(12)
                  VALUE 'PAYMENTS:   '.
               05 GT-PMT-CTR           PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(12)
                  VALUE 'POSTED:     '.
               05 GT-PMT-POSTED-CTR    PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'AMOUNT POSTED  '.
               05 GT-PMT-POSTED-TOT    PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(10)
                  VALUE 'REJECTED: '.
               05 GT-PMT-REJECT-CTR    PIC ZZ,ZZ9.

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
               OPEN INPUT BOAT-INPUT.
               IF C-BOAT-STATUS NOT = '00'
                   DISPLAY 'CBLHJB73 - UNABLE TO OPEN BOAT-INPUT, '
                       'STATUS = ' C-BOAT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT CLAIM-MASTER.
               PERFORM L3-LOAD-CLAIMS
                   UNTIL MORE-CLAIMS = 'NO'.
               CLOSE CLAIM-MASTER.
               IF C-JOB-ABEND
                   CLOSE BOAT-INPUT
                   STOP RUN
               END-IF.
               OPEN INPUT PROGRAM-MASTER.
               PERFORM L3-LOAD-PROGRAMS
                   UNTIL MORE-PROGS = 'NO'.
               CLOSE PROGRAM-MASTER.
               OPEN INPUT HULL-FILE.
               PERFORM L3-LOAD-HULLS
                   UNTIL MORE-HULLS = 'NO'.
               CLOSE HULL-FILE.
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
               COMPUTE C-ASOF-INT =
                   FUNCTION INTEGER-OF-DATE(C-ASOF-DATE).
               COMPUTE C-ASOF-MIDX =
                   C-ASOF-YEAR * 12 + C-ASOF-MONTH - 1.
               OPEN OUTPUT PRTOUT.
               PERFORM L4-NEW-PAGE.
               MOVE 'NEW CLAIMS FROM TONIGHT''S SALES' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM CLAIM-HEADING
                   AFTER ADVANCING 2 LINES.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-FIND-USED-HULL.
               PERFORM VARYING C-PRG-SUB FROM 1 BY 1
                   UNTIL C-PRG-SUB > C-PRG-CTR OR C-JOB-ABEND
                       IF PRG-BOAT-TYPE(C-PRG-SUB) = I-BOAT-TYPE
                           AND (PRG-NEW-USED(C-PRG-SUB) = 'A'
                               OR PRG-NEW-USED(C-PRG-SUB) =
                                   C-SALE-NEW-USED)
                           AND I-PURCHASE-DATE NOT <
                               PRG-FROM-DATE(C-PRG-SUB)
                           AND I-PURCHASE-DATE NOT >
                               PRG-TO-DATE(C-PRG-SUB)
                           PERFORM L3-CLAIM-PROGRAM
                               THRU L3-CLAIM-PROGRAM-EXIT
                       END-IF
               END-PERFORM.
               IF C-JOB-ABEND
                   MOVE 'NO' TO MORE-RECS
               ELSE
                   PERFORM L3-READ-INPUT
               END-IF.

           L2-CLOSING.
               CLOSE BOAT-INPUT.
               IF C-JOB-ABEND
                   CLOSE PRTOUT
                   STOP RUN
               END-IF.
               IF C-NEW-CLAIM-CTR = 0
                   MOVE 'NO NEW CLAIMS THIS RUN' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               PERFORM L4-NEW-PAGE.
               MOVE 'MANUFACTURER PAYMENTS' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM PMT-HEADING
                   AFTER ADVANCING 2 LINES.
               OPEN INPUT PAYMENT-INPUT.
               OPEN EXTEND PAYMENT-POSTED.
               PERFORM L3-POST-PAYMENT
                   UNTIL MORE-PMTS = 'NO'.
               CLOSE PAYMENT-INPUT.
               CLOSE PAYMENT-POSTED.
               IF C-PMT-CTR = 0
                   MOVE 'NO PAYMENTS THIS RUN' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               OPEN OUTPUT CLAIM-MASTER.
               PERFORM VARYING C-CLM-SUB FROM 1 BY 1
                   UNTIL C-CLM-SUB > C-CLM-CTR
                       MOVE CLAIM-ENTRY(C-CLM-SUB) TO IC-REC
                       WRITE IC-REC
               END-PERFORM.
               CLOSE CLAIM-MASTER.
      *    POSTED PAYMENTS ARE NOW ON INCPMT.PST AND THE REJECTS ARE
      *    ON THE REPORT, SO THE INPUT IS EMPTIED FOR THE NEXT RUN.
               OPEN OUTPUT PAYMENT-INPUT.
               CLOSE PAYMENT-INPUT.
               PERFORM L3-AGING.
               PERFORM L3-RECONCILE.
               PERFORM L3-TOTALS.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PRTOUT.

           L3-READ-INPUT.
               READ BOAT-INPUT
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-SALE-CTR
               END-IF.

           L3-LOAD-CLAIMS.
               READ CLAIM-MASTER
                   AT END
                       MOVE 'NO' TO MORE-CLAIMS
                   NOT AT END
                       IF C-CLM-CTR < 5000
                           ADD 1 TO C-CLM-CTR
                           MOVE IC-REC TO CLAIM-ENTRY(C-CLM-CTR)
                           IF CLM-CLAIM-NO(C-CLM-CTR) >
                               C-NEXT-CLAIM-NO
                               MOVE CLM-CLAIM-NO(C-CLM-CTR)
                                   TO C-NEXT-CLAIM-NO
                           END-IF
                       ELSE
                           DISPLAY 'CBLHJB73 - CLAIM-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-CLAIMS
                       END-IF
               END-READ.

           L3-LOAD-PROGRAMS.
               READ PROGRAM-MASTER
                   AT END
                       MOVE 'NO' TO MORE-PROGS
                   NOT AT END
                       IF C-PRG-CTR < 300
                           ADD 1 TO C-PRG-CTR
                           MOVE IP-REC TO PROGRAM-ENTRY(C-PRG-CTR)
                       ELSE
                           IF NOT C-PRG-OVFL
                               SET C-PRG-OVFL TO TRUE
                               DISPLAY 'CBLHJB73 - PROGRAM-TABLE '
                                   'OVERFLOW, CLAIMS INCOMPLETE'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ.

      *    ONLY USED HULLS CBLHJB03 HAS SOLD ARE OF INTEREST - THEY
      *    ARE HOW A USED-UNIT SALE IS TOLD FROM A NEW ONE.
           L3-LOAD-HULLS.
               READ HULL-FILE
                   AT END
                       MOVE 'NO' TO MORE-HULLS
                   NOT AT END
                       IF HU-NEW-USED = 'U' AND HU-STATUS = 'S'
                           IF C-HUL-CTR < 2000
                               ADD 1 TO C-HUL-CTR
                               MOVE HU-HULL-ID
                                   TO UHT-HULL-ID(C-HUL-CTR)
                               MOVE HU-BOAT-TYPE
                                   TO UHT-BOAT-TYPE(C-HUL-CTR)
                               MOVE HU-SOLD-DATE
                                   TO UHT-SOLD-DATE(C-HUL-CTR)
                               MOVE HU-PREP-COST
                                   TO UHT-PREP-COST(C-HUL-CTR)
                               MOVE 'N' TO UHT-TAKEN(C-HUL-CTR)
                           ELSE
                               IF NOT C-HUL-OVFL
                                   SET C-HUL-OVFL TO TRUE
                                   DISPLAY 'CBLHJB73 - HULL-TABLE '
                                       'OVERFLOW, USED SALES MAY '
                                       'CLAIM AS NEW'
                                   MOVE 8 TO RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
               END-READ.

      *    CBLHJB03 STAMPS THE RESALE WITH THE SALE DATE AND THE
      *    SALE'S PREP COST, SO A HULL OF THE SAME TYPE SOLD THE SAME
      *    DAY FOR THE SAME PREP IS THIS SALE. EACH HULL MATCHES ONCE.
           L3-FIND-USED-HULL.
               MOVE 'N'                    TO C-SALE-NEW-USED.
               MOVE SPACES                 TO C-SALE-HULL-ID.
               PERFORM VARYING C-HUL-SUB FROM 1 BY 1
                   UNTIL C-HUL-SUB > C-HUL-CTR
                       OR (UHT-TAKEN(C-HUL-SUB) = 'N'
                           AND UHT-BOAT-TYPE(C-HUL-SUB) = I-BOAT-TYPE
                           AND UHT-SOLD-DATE(C-HUL-SUB) =
                               I-PURCHASE-DATE
                           AND UHT-PREP-COST(C-HUL-SUB) =
                               I-PREP-COST)
               END-PERFORM.
               IF C-HUL-SUB <= C-HUL-CTR
                   MOVE 'Y'                TO UHT-TAKEN(C-HUL-SUB)
                   MOVE 'U'                TO C-SALE-NEW-USED
                   MOVE UHT-HULL-ID(C-HUL-SUB) TO C-SALE-HULL-ID
               END-IF.

           L3-CLAIM-PROGRAM.
               MOVE 'N'                    TO C-DUP-SW.
               PERFORM VARYING C-CLM-SUB FROM 1 BY 1
                   UNTIL C-CLM-SUB > C-CLM-CTR OR C-DUP-CLAIM
                       IF CLM-MFR-CODE(C-CLM-SUB) =
                               PRG-MFR-CODE(C-PRG-SUB)
                           AND CLM-PROGRAM-CODE(C-CLM-SUB) =
                               PRG-PROGRAM-CODE(C-PRG-SUB)
                           AND CLM-LAST-NAME(C-CLM-SUB) = I-LAST-NAME
                           AND CLM-STATE(C-CLM-SUB) = I-STATE
                           AND CLM-SALE-DATE(C-CLM-SUB) =
                               I-PURCHASE-DATE
                           AND CLM-BOAT-TYPE(C-CLM-SUB) = I-BOAT-TYPE
                           AND CLM-BOAT-COST(C-CLM-SUB) = I-BOAT-COST
                           SET C-DUP-CLAIM TO TRUE
                       END-IF
               END-PERFORM.
               IF C-DUP-CLAIM
                   GO TO L3-CLAIM-PROGRAM-EXIT.
               IF C-CLM-CTR >= 5000
                   DISPLAY 'CBLHJB73 - CLAIM-TABLE OVERFLOW, '
                       'RUN HALTED'
                   MOVE 16 TO RETURN-CODE
                   SET C-JOB-ABEND TO TRUE
                   GO TO L3-CLAIM-PROGRAM-EXIT.
               IF PRG-PERCENT(C-PRG-SUB)
                   COMPUTE C-CLAIM-AMT ROUNDED =
                       I-BOAT-COST * PRG-PERCENT-RATE(C-PRG-SUB) / 100
               ELSE
                   MOVE PRG-AMOUNT(C-PRG-SUB) TO C-CLAIM-AMT
               END-IF.
               ADD 1 TO C-CLM-CTR.
               ADD 1 TO C-NEXT-CLAIM-NO.
               ADD 1 TO C-NEW-CLAIM-CTR.
               ADD C-CLAIM-AMT             TO C-NEW-CLAIM-TOT.
               MOVE C-NEXT-CLAIM-NO        TO CLM-CLAIM-NO(C-CLM-CTR).
               MOVE PRG-MFR-CODE(C-PRG-SUB) TO CLM-MFR-CODE(C-CLM-CTR).
               MOVE PRG-PROGRAM-CODE(C-PRG-SUB)
                   TO CLM-PROGRAM-CODE(C-CLM-CTR).
               MOVE I-BOAT-TYPE            TO CLM-BOAT-TYPE(C-CLM-CTR).
               MOVE C-SALE-HULL-ID         TO CLM-HULL-ID(C-CLM-CTR).
               MOVE I-LAST-NAME            TO CLM-LAST-NAME(C-CLM-CTR).
               MOVE I-STATE                TO CLM-STATE(C-CLM-CTR).
               MOVE I-PURCHASE-DATE        TO CLM-SALE-DATE(C-CLM-CTR).
               MOVE I-BOAT-COST            TO CLM-BOAT-COST(C-CLM-CTR).
               MOVE C-CLAIM-AMT            TO CLM-CLAIM-AMT(C-CLM-CTR).
               MOVE 0                      TO CLM-PAID-AMT(C-CLM-CTR).
               MOVE 0                      TO CLM-PAID-DATE(C-CLM-CTR).
               MOVE 'O'                    TO CLM-STATUS(C-CLM-CTR).
               MOVE C-RUNLOG-DATE          TO
                   CLM-CREATED-DATE(C-CLM-CTR).
               MOVE CLM-CLAIM-NO(C-CLM-CTR) TO CL-CLAIM-NO.
               MOVE CLM-MFR-CODE(C-CLM-CTR) TO CL-MFR-CODE.
               MOVE CLM-PROGRAM-CODE(C-CLM-CTR) TO CL-PROGRAM-CODE.
               MOVE I-BOAT-TYPE            TO CL-BOAT-TYPE.
               MOVE C-SALE-HULL-ID         TO CL-HULL-ID.
               MOVE I-LAST-NAME            TO CL-LAST-NAME.
               MOVE I-STATE                TO CL-STATE.
               MOVE SPACES                 TO CL-SALE-DATE.
               STRING I-PURCHASE-DATE(5:2) '/' I-PURCHASE-DATE(7:2)
                   '/' I-PURCHASE-DATE(1:4)
                   DELIMITED BY SIZE INTO CL-SALE-DATE.
               MOVE I-BOAT-COST            TO CL-BOAT-COST.
               MOVE C-CLAIM-AMT            TO CL-CLAIM-AMT.
               WRITE PRTLINE FROM CLAIM-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L3-CLAIM-PROGRAM-EXIT.
               EXIT.

           L3-POST-PAYMENT.
               READ PAYMENT-INPUT
                   AT END
                       MOVE 'NO' TO MORE-PMTS
                   NOT AT END
                       ADD 1 TO C-PMT-CTR
                       PERFORM L4-EDIT-PAYMENT
                           THRU L4-EDIT-PAYMENT-EXIT
                       PERFORM L4-PRINT-PAYMENT
               END-READ.

      *    A PAYMENT THAT FAILS AN EDIT IS REJECTED WHOLE; ONE THAT
      *    PASSES IS APPLIED IN FULL. C-MSG COMES BACK SPACES WHEN
      *    IT POSTED.
           L4-EDIT-PAYMENT.
               MOVE SPACES                 TO C-MSG.
               IF PM-MFR-CODE = SPACES
                   MOVE 'MANUFACTURER MISSING' TO C-MSG
                   GO TO L4-EDIT-PAYMENT-EXIT.
               IF PM-AMOUNT NOT NUMERIC OR PM-AMOUNT = 0
                   MOVE 'PAYMENT AMOUNT MISSING OR BAD' TO C-MSG
                   GO TO L4-EDIT-PAYMENT-EXIT.
               MOVE PM-PAY-DATE            TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS NOT = 'Y'
                   MOVE 'BAD PAYMENT DATE' TO C-MSG
                   GO TO L4-EDIT-PAYMENT-EXIT.
               IF PM-CLAIM-NO NUMERIC AND PM-CLAIM-NO > 0
                   PERFORM VARYING C-CLM-SUB FROM 1 BY 1
                       UNTIL C-CLM-SUB > C-CLM-CTR
                           OR CLM-CLAIM-NO(C-CLM-SUB) = PM-CLAIM-NO
                   END-PERFORM
                   IF C-CLM-SUB > C-CLM-CTR
                       MOVE 'NO SUCH CLAIM' TO C-MSG
                       GO TO L4-EDIT-PAYMENT-EXIT
                   END-IF
                   IF CLM-MFR-CODE(C-CLM-SUB) NOT = PM-MFR-CODE
                       MOVE 'CLAIM IS FOR ANOTHER MANUFACTURER'
                           TO C-MSG
                       GO TO L4-EDIT-PAYMENT-EXIT
                   END-IF
                   IF CLM-PAID(C-CLM-SUB)
                       MOVE 'CLAIM ALREADY PAID' TO C-MSG
                       GO TO L4-EDIT-PAYMENT-EXIT
                   END-IF
                   COMPUTE C-BALANCE = CLM-CLAIM-AMT(C-CLM-SUB)
                       - CLM-PAID-AMT(C-CLM-SUB)
                   IF PM-AMOUNT > C-BALANCE
                       MOVE 'PAYMENT EXCEEDS CLAIM BALANCE' TO C-MSG
                       GO TO L4-EDIT-PAYMENT-EXIT
                   END-IF
                   MOVE PM-AMOUNT          TO C-APPLY-AMT
                   PERFORM L5-APPLY-TO-CLAIM
               ELSE
                   MOVE 0                  TO C-OPEN-TOT
                   PERFORM VARYING C-CLM-SUB FROM 1 BY 1
                       UNTIL C-CLM-SUB > C-CLM-CTR
                           IF CLM-MFR-CODE(C-CLM-SUB) = PM-MFR-CODE
                               AND CLM-OPEN(C-CLM-SUB)
                               COMPUTE C-OPEN-TOT = C-OPEN-TOT
                                   + CLM-CLAIM-AMT(C-CLM-SUB)
                                   - CLM-PAID-AMT(C-CLM-SUB)
                           END-IF
                   END-PERFORM
                   IF C-OPEN-TOT = 0
                       MOVE 'NO OPEN CLAIMS FOR MANUFACTURER'
                           TO C-MSG
                       GO TO L4-EDIT-PAYMENT-EXIT
                   END-IF
                   IF PM-AMOUNT > C-OPEN-TOT
                       MOVE 'PAYMENT EXCEEDS OPEN CLAIMS' TO C-MSG
                       GO TO L4-EDIT-PAYMENT-EXIT
                   END-IF
                   MOVE PM-AMOUNT          TO C-REMAIN-AMT
                   PERFORM VARYING C-CLM-SUB FROM 1 BY 1
                       UNTIL C-CLM-SUB > C-CLM-CTR
                           OR C-REMAIN-AMT = 0
                           IF CLM-MFR-CODE(C-CLM-SUB) = PM-MFR-CODE
                               AND CLM-OPEN(C-CLM-SUB)
                               PERFORM L5-APPLY-OLDEST
                           END-IF
                   END-PERFORM
               END-IF.
               ADD 1 TO C-PMT-POSTED-CTR.
               ADD PM-AMOUNT               TO C-PMT-POSTED-TOT.
               MOVE PM-REC                 TO PM-PST-REC.
               WRITE PM-PST-REC.

           L4-EDIT-PAYMENT-EXIT.
               EXIT.

           L5-APPLY-OLDEST.
               COMPUTE C-BALANCE = CLM-CLAIM-AMT(C-CLM-SUB)
                   - CLM-PAID-AMT(C-CLM-SUB).
               IF C-REMAIN-AMT > C-BALANCE
                   MOVE C-BALANCE          TO C-APPLY-AMT
               ELSE
                   MOVE C-REMAIN-AMT       TO C-APPLY-AMT
               END-IF.
               SUBTRACT C-APPLY-AMT FROM C-REMAIN-AMT.
               PERFORM L5-APPLY-TO-CLAIM.

           L5-APPLY-TO-CLAIM.
               ADD C-APPLY-AMT             TO CLM-PAID-AMT(C-CLM-SUB).
               MOVE PM-PAY-DATE            TO CLM-PAID-DATE(C-CLM-SUB).
               IF CLM-PAID-AMT(C-CLM-SUB) NOT <
                   CLM-CLAIM-AMT(C-CLM-SUB)
                   MOVE 'P'                TO CLM-STATUS(C-CLM-SUB)
               END-IF.

           L4-PRINT-PAYMENT.
               MOVE PM-MFR-CODE            TO PL-MFR-CODE.
               IF PM-CLAIM-NO NUMERIC AND PM-CLAIM-NO > 0
                   MOVE PM-CLAIM-NO        TO PL-CLAIM-NO
               ELSE
                   MOVE 'OLDEST'           TO PL-CLAIM-NO
               END-IF.
               MOVE SPACES                 TO PL-PAY-DATE.
               STRING PM-PAY-DATE(5:2) '/' PM-PAY-DATE(7:2) '/'
                   PM-PAY-DATE(1:4)
                   DELIMITED BY SIZE INTO PL-PAY-DATE.
               MOVE PM-REFERENCE           TO PL-REFERENCE.
               IF PM-AMOUNT NUMERIC
                   MOVE PM-AMOUNT          TO PL-AMOUNT
               ELSE
                   MOVE 0                  TO PL-AMOUNT
               END-IF.
               IF C-MSG = SPACES
                   MOVE 'POSTED'           TO PL-RESULT
               ELSE
                   ADD 1 TO C-PMT-REJECT-CTR
                   MOVE SPACES             TO PL-RESULT
                   STRING 'REJECTED - ' C-MSG
                       DELIMITED BY SIZE INTO PL-RESULT
               END-IF.
               WRITE PRTLINE FROM PMT-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

      *    UNPAID BALANCES AGED BY DAYS SINCE THE SALE, ONE LINE PER
      *    MANUFACTURER. PAID CLAIMS AND THE PAID PART OF A SHORT
      *    PAYMENT DROP OUT.
           L3-AGING.
               PERFORM L4-NEW-PAGE.
               MOVE 'UNPAID CLAIMS AGED BY MANUFACTURER'
                   TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM AGE-HEADING
                   AFTER ADVANCING 2 LINES.
               INITIALIZE MFR-AGE-TABLE.
               INITIALIZE AGE-TOTALS.
               PERFORM VARYING C-CLM-SUB FROM 1 BY 1
                   UNTIL C-CLM-SUB > C-CLM-CTR
                       IF CLM-OPEN(C-CLM-SUB)
                           PERFORM L4-AGE-CLAIM
                               THRU L4-AGE-CLAIM-EXIT
                       END-IF
               END-PERFORM.
               IF C-MFR-CTR = 0
                   MOVE 'NO UNPAID CLAIMS' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   PERFORM VARYING C-MFR-SUB FROM 1 BY 1
                       UNTIL C-MFR-SUB > C-MFR-CTR
                           PERFORM L4-PRINT-AGE
                   END-PERFORM
                   MOVE 'TOTAL'            TO AL-MFR-CODE
                   PERFORM VARYING C-BKT-SUB FROM 1 BY 1
                       UNTIL C-BKT-SUB > 5
                           MOVE AT-BKT-AMT(C-BKT-SUB)
                               TO AL-BKT-AMT(C-BKT-SUB)
                   END-PERFORM
                   MOVE AT-TOTAL           TO AL-TOTAL
                   WRITE PRTLINE FROM AGE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               IF C-MFR-OVFL
                   MOVE 'MFR-AGE-TABLE'    TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.

           L4-AGE-CLAIM.
               PERFORM VARYING C-MFR-SUB FROM 1 BY 1
                   UNTIL C-MFR-SUB > C-MFR-CTR
                       OR MA-MFR-CODE(C-MFR-SUB) =
                           CLM-MFR-CODE(C-CLM-SUB)
               END-PERFORM.
               IF C-MFR-SUB > C-MFR-CTR
                   IF C-MFR-CTR < 50
                       ADD 1 TO C-MFR-CTR
                       MOVE CLM-MFR-CODE(C-CLM-SUB)
                           TO MA-MFR-CODE(C-MFR-CTR)
                   ELSE
                       IF NOT C-MFR-OVFL
                           SET C-MFR-OVFL TO TRUE
                           DISPLAY 'CBLHJB73 - MFR-AGE-TABLE '
                               'OVERFLOW, AGING INCOMPLETE'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                       GO TO L4-AGE-CLAIM-EXIT
                   END-IF
               END-IF.
               COMPUTE C-BALANCE = CLM-CLAIM-AMT(C-CLM-SUB)
                   - CLM-PAID-AMT(C-CLM-SUB).
               COMPUTE C-DAYS-OLD = C-ASOF-INT -
                   FUNCTION INTEGER-OF-DATE(CLM-SALE-DATE(C-CLM-SUB)).
               EVALUATE TRUE
                   WHEN C-DAYS-OLD <= 30
                       MOVE 1 TO C-BKT-SUB
                   WHEN C-DAYS-OLD <= 60
                       MOVE 2 TO C-BKT-SUB
                   WHEN C-DAYS-OLD <= 90
                       MOVE 3 TO C-BKT-SUB
                   WHEN C-DAYS-OLD <= 120
                       MOVE 4 TO C-BKT-SUB
                   WHEN OTHER
                       MOVE 5 TO C-BKT-SUB
               END-EVALUATE.
               ADD C-BALANCE TO MA-BKT-AMT(C-MFR-SUB, C-BKT-SUB).
               ADD C-BALANCE TO MA-TOTAL(C-MFR-SUB).
               ADD C-BALANCE TO AT-BKT-AMT(C-BKT-SUB).
               ADD C-BALANCE TO AT-TOTAL.

           L4-AGE-CLAIM-EXIT.
               EXIT.

           L4-PRINT-AGE.
               MOVE MA-MFR-CODE(C-MFR-SUB) TO AL-MFR-CODE.
               PERFORM VARYING C-BKT-SUB FROM 1 BY 1
                   UNTIL C-BKT-SUB > 5
                       MOVE MA-BKT-AMT(C-MFR-SUB, C-BKT-SUB)
                           TO AL-BKT-AMT(C-BKT-SUB)
               END-PERFORM.
               MOVE MA-TOTAL(C-MFR-SUB)    TO AL-TOTAL.
               WRITE PRTLINE FROM AGE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

      *    EXPECTED IS EVERYTHING CLAIMED ON SALES IN THE MONTH;
      *    RECEIVED IS WHAT THE FACTORIES HAVE PAID AGAINST THOSE
      *    SAME CLAIMS, WHENEVER THE MONEY CAME IN.
           L3-RECONCILE.
               PERFORM L4-NEW-PAGE.
               MOVE 'EXPECTED VS RECEIVED INCENTIVES BY SALE MONTH'
                   TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM RECON-HEADING
                   AFTER ADVANCING 2 LINES.
               INITIALIZE MONTH-TABLE.
               PERFORM VARYING C-CLM-SUB FROM 1 BY 1
                   UNTIL C-CLM-SUB > C-CLM-CTR
                       PERFORM L4-MONTH-CLAIM
               END-PERFORM.
               PERFORM VARYING C-MON-SUB FROM 25 BY -1
                   UNTIL C-MON-SUB < 1
                       IF MON-CLAIMS(C-MON-SUB) > 0
                           PERFORM L4-PRINT-MONTH
                       END-IF
               END-PERFORM.
               IF C-CLM-CTR = 0
                   MOVE 'NO CLAIMS ON FILE' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.

           L4-MONTH-CLAIM.
               MOVE CLM-SALE-DATE(C-CLM-SUB) TO C-SALE-DATE.
               COMPUTE C-SALE-MIDX =
                   C-SALE-YEAR * 12 + C-SALE-MONTH - 1.
               COMPUTE C-MIDX-DIFF = C-ASOF-MIDX - C-SALE-MIDX.
               EVALUATE TRUE
                   WHEN C-MIDX-DIFF < 0
                       MOVE 1 TO C-MON-SUB
                   WHEN C-MIDX-DIFF > 23
                       MOVE 25 TO C-MON-SUB
                   WHEN OTHER
                       COMPUTE C-MON-SUB = C-MIDX-DIFF + 1
               END-EVALUATE.
               ADD 1 TO MON-CLAIMS(C-MON-SUB).
               ADD CLM-CLAIM-AMT(C-CLM-SUB) TO MON-EXPECTED(C-MON-SUB).
               ADD CLM-PAID-AMT(C-CLM-SUB) TO MON-RECEIVED(C-MON-SUB).

           L4-PRINT-MONTH.
               IF C-MON-SUB = 25
                   MOVE 'EARLIER'          TO RL-MONTH-TEXT
               ELSE
                   COMPUTE C-SALE-MIDX = C-ASOF-MIDX - C-MON-SUB + 1
                   DIVIDE C-SALE-MIDX BY 12 GIVING C-LABEL-YEAR
                       REMAINDER C-LABEL-MONTH
                   ADD 1 TO C-LABEL-MONTH
                   MOVE SPACES             TO RL-MONTH-TEXT
                   STRING C-LABEL-MONTH '/' C-LABEL-YEAR
                       DELIMITED BY SIZE INTO RL-MONTH-TEXT
               END-IF.
               MOVE MON-CLAIMS(C-MON-SUB)  TO RL-CLAIMS.
               MOVE MON-EXPECTED(C-MON-SUB) TO RL-EXPECTED.
               MOVE MON-RECEIVED(C-MON-SUB) TO RL-RECEIVED.
               COMPUTE RL-OUTSTANDING = MON-EXPECTED(C-MON-SUB)
                   - MON-RECEIVED(C-MON-SUB).
               WRITE PRTLINE FROM RECON-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L3-TOTALS.
               IF C-PRG-OVFL
                   MOVE 'PROGRAM-TABLE'    TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               IF C-HUL-OVFL
                   MOVE 'HULL-TABLE'       TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               MOVE C-SALE-CTR             TO GT-SALE-CTR.
               MOVE C-NEW-CLAIM-CTR        TO GT-NEW-CLAIM-CTR.
               MOVE C-NEW-CLAIM-TOT        TO GT-NEW-CLAIM-TOT.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               MOVE C-PMT-CTR              TO GT-PMT-CTR.
               MOVE C-PMT-POSTED-CTR       TO GT-PMT-POSTED-CTR.
               MOVE C-PMT-POSTED-TOT       TO GT-PMT-POSTED-TOT.
               MOVE C-PMT-REJECT-CTR       TO GT-PMT-REJECT-CTR.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.

           L4-NEW-PAGE.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.

           L4-HEADING.
               PERFORM L4-NEW-PAGE.
               MOVE SPACES                 TO PRTLINE.
               WRITE PRTLINE
                   AFTER ADVANCING 1 LINE.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB73'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               COMPUTE RL-RECS-READ = C-SALE-CTR + C-PMT-CTR.
               COMPUTE RL-RECS-PROCESSED =
                   C-NEW-CLAIM-CTR + C-PMT-POSTED-CTR.
               MOVE C-PMT-REJECT-CTR       TO RL-RECS-REJECTED.
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
               MOVE 'CBLHJB73'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-CBLBOAT1-EDT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CBLBOAT1.EDT' DELIMITED BY SIZE
               INTO FP-CBLBOAT1-EDT.
           MOVE SPACES TO FP-INCPROG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INCPROG.DAT' DELIMITED BY SIZE
               INTO FP-INCPROG-DAT.
           MOVE SPACES TO FP-INCCLM-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INCCLM.DAT' DELIMITED BY SIZE
               INTO FP-INCCLM-DAT.
           MOVE SPACES TO FP-BOATHULL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BOATHULL.DAT' DELIMITED BY SIZE
               INTO FP-BOATHULL-DAT.
           MOVE SPACES TO FP-INCPMT-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INCPMT.DAT' DELIMITED BY SIZE
               INTO FP-INCPMT-DAT.
           MOVE SPACES TO FP-INCPMT-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INCPMT.PST' DELIMITED BY SIZE
               INTO FP-INCPMT-PST.
           MOVE SPACES TO FP-INCCLM-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INCCLM.PRT' DELIMITED BY SIZE
               INTO FP-INCCLM-PRT.
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

       END PROGRAM CBLHJB73.
