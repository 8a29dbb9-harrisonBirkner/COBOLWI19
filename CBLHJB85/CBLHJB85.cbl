       IDENTIFICATION DIVISION.
      *MONTHLY FIXED-ASSET DEPRECIATION. THE BUILDINGS, STORE
      *OVENS, DELIVERY VEHICLES, AND THE BOAT SHOP LIFT ARE CARRIED
      *ON THE FIXED-ASSET MASTER FIXASSET.DAT (KEYED THROUGH
      *CBLHJB25): ASSET ID, DESCRIPTION, BUSINESS LINE, BUILDING
      *CODE FROM BLDRATE.DAT WHERE ONE APPLIES, IN-SERVICE DATE,
      *COST, SALVAGE VALUE, LIFE IN MONTHS, METHOD (S STRAIGHT-LINE
      *OR D DOUBLE-DECLINING BALANCE, SWITCHING TO STRAIGHT-LINE
      *WHEN THAT GIVES MORE), AND THE DISPOSED DATE AND PROCEEDS.
      *WHAT HAS BEEN TAKEN SO FAR - ACCUMULATED DEPRECIATION,
      *MONTHS, LAST PERIOD CHARGED - IS KEPT BY THIS RUN ON
      *FADEPR.DAT. AN ASSET BROUGHT OVER FROM THE ACCOUNTANT'S
      *SCHEDULE IS SEEDED WITH A FADEPR.DAT RECORD CARRYING WHAT
      *THEY HAD ALREADY TAKEN.
      *SCHEDULED BY A MONTHLY ('M') ENTRY ON PROCCAL.DAT, THE RUN
      *CHARGES EVERY ASSET THROUGH THE AS-OF MONTH (CATCHING UP
      *ANY MONTH MISSED), PRICES DISPOSALS TO A GAIN OR LOSS
      *AGAINST NET BOOK VALUE, AND APPENDS BALANCED JOURNAL
      *PAIRS TO THE PERIOD LEDGER GLBATCH.DAT. SOURCES ARE LOOKED
      *UP ON GLCHART.DAT AS THE FOUR-LETTER SOURCE PLUS THE FIRST
      *FOUR LETTERS OF THE LINE (DEPRPIZZ), FALLING BACK TO THE
      *FOUR-LETTER SOURCE ALONE (DEPR): DEPR DEPRECIATION EXPENSE
      *TO ACCUMULATED DEPRECIATION, DSPA ACCUMULATED DEPRECIATION
      *WRITTEN OFF AGAINST COST, DSPP PROCEEDS AGAINST COST, DSPG
      *GAIN, DSPL LOSS. AN UNMAPPED SOURCE HOLDS THE WHOLE RUN -
      *NOTHING IS POSTED AND FADEPR.DAT IS LEFT AS IT WAS, SO THE
      *NEXT RUN TAKES THE SAME MONTHS AGAIN. FIXASSET.PRT CARRIES
      *THE CHARGES, DISPOSALS, EXCEPTIONS AND JOURNAL, THE ASSET
      *REGISTER WITH ACCUMULATED DEPRECIATION AND NET BOOK VALUE
      *BY LINE, AND THE ANNUAL DEPRECIATION SCHEDULE FOR THE
      *AS-OF YEAR. A JOURNAL FOR A MONTH THE CBLHJB88 CLOSE HAS
      *LOCKED IS DATED INTO THE NEXT OPEN MONTH (CBLGLPER), WITH A
      *WARNING ON THE REPORT.
       PROGRAM-ID. CBLHJB85.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL ASSET-MASTER
               ASSIGN TO DYNAMIC FP-FIXASSET-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ASSET-DEPR
               ASSIGN TO DYNAMIC FP-FADEPR-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BLD-RATE
               ASSIGN TO DYNAMIC FP-BLDRATE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-CHART
               ASSIGN TO DYNAMIC FP-GLCHART-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-CHART-STATUS.

           SELECT OPTIONAL GL-BATCH
               ASSIGN TO DYNAMIC FP-GLBATCH-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-FIXASSET-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ASSET-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS FA-REC
           RECORD CONTAINS 80 CHARACTERS.

       01 FA-REC.
           05 FA-ASSET-ID              PIC X(6).
           05 FA-DESC                  PIC X(17).
           05 FA-LINE                  PIC X(8).
           05 FA-BLD-CODE              PIC XX.
           05 FA-IN-SERVICE            PIC 9(8).
           05 FA-COST                  PIC 9(7)V99.
           05 FA-SALVAGE               PIC 9(7)V99.
           05 FA-LIFE                  PIC 9(3).
           05 FA-METHOD                PIC X.
           05 FA-DISP-DATE             PIC 9(8).
           05 FA-PROCEEDS              PIC 9(7)V99.

           FD ASSET-DEPR
           LABEL RECORD IS STANDARD
           DATA RECORD IS DS-REC
           RECORD CONTAINS 47 CHARACTERS.

       01 DS-REC.
           05 DS-ASSET-ID              PIC X(6).
           05 DS-ACCUM                 PIC 9(7)V99.
           05 DS-MONTHS                PIC 9(3).
           05 DS-LAST-PERIOD           PIC 9(6).
           05 DS-STATUS                PIC X.
           05 DS-YTD-YEAR              PIC 9(4).
           05 DS-YTD-DEPR              PIC 9(7)V99.
           05 DS-GAIN-LOSS             PIC S9(7)V99.

           FD BLD-RATE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BR-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 BR-REC.
           05 BR-BLD-CODE              PIC XX.
           05 FILLER                   PIC X(30).

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
           05 FP-FIXASSET-DAT        PIC X(40)   VALUE SPACES.
           05 FP-FADEPR-DAT          PIC X(40)   VALUE SPACES.
           05 FP-BLDRATE-DAT         PIC X(40)   VALUE SPACES.
           05 FP-GLCHART-DAT         PIC X(40)   VALUE SPACES.
           05 FP-GLBATCH-DAT         PIC X(40)   VALUE SPACES.
           05 FP-FIXASSET-PRT        PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 C-CHART-STATUS       PIC XX      VALUE '00'.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)    VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99      VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99      VALUE 0.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-HELD-SW            PIC X       VALUE 'N'.
                  88 C-BATCH-HELD      VALUE 'Y'.
               05 C-CHART-OVFL-SW      PIC X       VALUE 'N'.
                  88 C-CHART-OVFL      VALUE 'Y'.
               05 C-AST-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-AST-OVFL        VALUE 'Y'.
               05 C-BLD-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-BLD-OVFL        VALUE 'Y'.
               05 C-FOUND-SW           PIC X       VALUE 'N'.
                  88 C-FOUND           VALUE 'Y'.
               05 C-POST-DATE          PIC 9(8)    VALUE 0.
               05 C-GL-DATE            PIC 9(8)    VALUE 0.
               05 C-PERIOD-STATUS      PIC X       VALUE 'O'.
                  88 C-PERIOD-MOVED    VALUE 'M'.
               05 C-RUN-PERIOD.
                   10 C-RUN-YEAR       PIC 9(4)    VALUE 0.
                   10 C-RUN-MONTH      PIC 99      VALUE 0.
               05 C-RUN-PERIOD-N REDEFINES C-RUN-PERIOD
                                       PIC 9(6).
               05 C-WORK-PERIOD.
                   10 C-WP-YEAR        PIC 9(4)    VALUE 0.
                   10 C-WP-MONTH       PIC 99      VALUE 0.
               05 C-WORK-PERIOD-N REDEFINES C-WORK-PERIOD
                                       PIC 9(6).
               05 C-END-PERIOD         PIC 9(6)    VALUE 0.
               05 C-DISP-PERIOD        PIC 9(6)    VALUE 0.
               05 C-INSVC-PERIOD       PIC 9(6)    VALUE 0.
               05 C-CHART-CTR          PIC 99      VALUE 0.
               05 C-CHART-SUB          PIC 99      VALUE 0.
               05 C-BLD-CTR            PIC 9(3)    VALUE 0.
               05 C-BLD-SUB            PIC 9(3)    VALUE 0.
               05 C-AST-CTR            PIC 9(3)    VALUE 0.
               05 C-AST-SUB            PIC 9(3)    VALUE 0.
               05 C-DUP-SUB            PIC 9(3)    VALUE 0.
               05 C-LINE-SUB           PIC 9       VALUE 0.
               05 C-MISS-CTR           PIC 99      VALUE 0.
               05 C-MISS-SUB           PIC 99      VALUE 0.
               05 C-JRN-CTR            PIC 9(3)    VALUE 0.
               05 C-MASTER-CTR         PIC 9(5)    VALUE 0.
               05 C-STATE-CTR          PIC 9(5)    VALUE 0.
               05 C-CHARGED-CTR        PIC 9(5)    VALUE 0.
               05 C-DISPOSED-CTR       PIC 9(5)    VALUE 0.
               05 C-REJECT-CTR         PIC 9(5)    VALUE 0.
               05 C-PRINT-CTR          PIC 9(5)    VALUE 0.
               05 C-SRC-PREFIX         PIC X(4)    VALUE SPACES.
               05 C-SOURCE             PIC X(8)    VALUE SPACES.
               05 C-AMOUNT             PIC 9(11)V99 VALUE 0.
               05 C-W-ACCUM            PIC 9(7)V99 VALUE 0.
               05 C-W-MONTHS           PIC 9(3)    VALUE 0.
               05 C-W-STATUS           PIC X       VALUE SPACE.
               05 C-CHARGE             PIC 9(7)V99 VALUE 0.
               05 C-SL-CHARGE          PIC 9(7)V99 VALUE 0.
               05 C-REMAIN             PIC 9(7)V99 VALUE 0.
               05 C-MONTHS-LEFT        PIC 9(3)    VALUE 0.
               05 C-NBV                PIC 9(7)V99 VALUE 0.
               05 C-GAIN-LOSS          PIC S9(7)V99 VALUE 0.
               05 C-YTD                PIC 9(7)V99 VALUE 0.
               05 C-PROJECTED          PIC 9(7)V99 VALUE 0.
               05 C-BEGIN-NBV          PIC 9(7)V99 VALUE 0.
               05 C-END-NBV            PIC 9(7)V99 VALUE 0.
               05 C-GT-DEBITS          PIC 9(13)V99 VALUE 0.
               05 C-GT-CREDITS         PIC 9(13)V99 VALUE 0.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
               05 C-DATE-IN.
                   10 C-DATE-IN-YEAR   PIC X(4).
                   10 C-DATE-IN-MONTH  PIC XX.
                   10 C-DATE-IN-DAY    PIC XX.
               05 C-DATE-OUT           PIC X(10)   VALUE SPACES.
               05 PAGE-CTR             PIC 99      VALUE 0.
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

      *    REGISTER AND SCHEDULE TOTALS BY LINE; ENTRY 6 IS THE
      *    GRAND TOTAL.
           01 LINE-TOTALS.
               05 LT-ENTRY             OCCURS 6 TIMES.
                   10 LT-COST          PIC 9(11)V99.
                   10 LT-SALVAGE       PIC 9(11)V99.
                   10 LT-ACCUM         PIC 9(11)V99.
                   10 LT-NBV           PIC 9(11)V99.
                   10 LT-BEGIN-NBV     PIC 9(11)V99.
                   10 LT-YTD           PIC 9(11)V99.
                   10 LT-PROJECTED     PIC 9(11)V99.
                   10 LT-END-NBV       PIC 9(11)V99.
                   10 LT-COUNT         PIC 9(5).

           01 CHART-TABLE.
               05 CHT-ENTRY            OCCURS 60 TIMES.
                   10 CHT-SOURCE       PIC X(8).
                   10 CHT-DEBIT-ACCT   PIC X(8).
                   10 CHT-CREDIT-ACCT  PIC X(8).
                   10 CHT-DESC         PIC X(20).
                   10 CHT-AMOUNT       PIC 9(11)V99.

           01 BLD-TABLE.
               05 BLD-CODE-ENTRY       PIC XX      OCCURS 100 TIMES.

           01 MISSING-TABLE.
               05 MISS-SOURCE          PIC X(8)    OCCURS 20 TIMES.

      *    ONE ENTRY PER ASSET: THE MASTER IMAGE, THE DEPRECIATION
      *    CARRIED ON FADEPR.DAT (UPDATED IN PLACE BY THIS RUN), AND
      *    THIS RUN'S RESULTS. A FADEPR.DAT RECORD WHOSE ASSET HAS
      *    LEFT THE MASTER IS KEPT AS AN ENTRY OF ITS OWN AND
      *    CARRIED FORWARD.
           01 ASSET-TABLE.
               05 AST-ENTRY            OCCURS 500 TIMES.
                   10 AST-MASTER.
                       15 AST-ID           PIC X(6).
                       15 AST-DESC         PIC X(17).
                       15 AST-LINE         PIC X(8).
                       15 AST-BLD-CODE     PIC XX.
                       15 AST-IN-SERVICE   PIC 9(8).
                       15 AST-COST         PIC 9(7)V99.
                       15 AST-SALVAGE      PIC 9(7)V99.
                       15 AST-LIFE         PIC 9(3).
                       15 AST-METHOD       PIC X.
                       15 AST-DISP-DATE    PIC 9(8).
                       15 AST-PROCEEDS     PIC 9(7)V99.
                   10 AST-ACCUM            PIC 9(7)V99.
                   10 AST-MONTHS           PIC 9(3).
                   10 AST-LAST-PERIOD      PIC 9(6).
                   10 AST-STATUS           PIC X.
                   10 AST-YTD-YEAR         PIC 9(4).
                   10 AST-YTD-DEPR         PIC 9(7)V99.
                   10 AST-GAIN-LOSS        PIC S9(7)V99.
                   10 AST-HAS-MASTER       PIC X.
                   10 AST-HAS-STATE        PIC X.
                   10 AST-VALID-SW         PIC X.
                   10 AST-ERR-MSG          PIC X(40).
                   10 AST-CHARGE           PIC 9(7)V99.
                   10 AST-RUN-MONTHS       PIC 9(3).
                   10 AST-DISP-NOW         PIC X.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-MONTH          PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 TITLE-DAY            PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 TITLE-YEAR           PIC X(4).
               05 FILLER               PIC X(24)   VALUE SPACES.
               05 TITLE-TEXT           PIC X(50).
               05 FILLER               PIC X(28)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 C-HEADING                PIC X(132)  VALUE SPACES.

           01 CHG-HEADING.
               05 FILLER               PIC X(8)    VALUE 'ASSET'.
               05 FILLER               PIC X(19)   VALUE 'DESCRIPTION'.
               05 FILLER               PIC X(10)   VALUE 'LINE'.
               05 FILLER               PIC X(3)    VALUE 'M'.
               05 FILLER               PIC X(5)    VALUE 'MOS'.
               05 FILLER               PIC X(16)
                  VALUE '        CHARGE  '.
               05 FILLER               PIC X(16)
                  VALUE '    ACCUM DEPR  '.
               05 FILLER               PIC X(14)
                  VALUE 'NET BOOK VALUE'.

           01 CHG-LINE.
               05 CG-ID                PIC X(6).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 CG-DESC              PIC X(17).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 CG-LINE              PIC X(8).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 CG-METHOD            PIC X.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 CG-MONTHS            PIC ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 CG-CHARGE            PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 CG-ACCUM             PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 CG-NBV               PIC $$$,$$$,$$9.99.

           01 DSP-HEADING.
               05 FILLER               PIC X(8)    VALUE 'ASSET'.
               05 FILLER               PIC X(19)   VALUE 'DESCRIPTION'.
               05 FILLER               PIC X(10)   VALUE 'LINE'.
               05 FILLER               PIC X(12)   VALUE 'DISPOSED'.
               05 FILLER               PIC X(16)
                  VALUE '      PROCEEDS  '.
               05 FILLER               PIC X(16)
                  VALUE 'NET BOOK VALUE  '.
               05 FILLER               PIC X(15)
                  VALUE '    GAIN (LOSS)'.

           01 DSP-LINE.
               05 DP-ID                PIC X(6).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 DP-DESC              PIC X(17).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 DP-LINE              PIC X(8).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 DP-DATE              PIC X(10).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 DP-PROCEEDS          PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 DP-NBV               PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 DP-GAIN-LOSS         PIC $$,$$$,$$9.99-.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 DP-RESULT            PIC X(4).

           01 EXC-HEADING.
               05 FILLER               PIC X(8)    VALUE 'ASSET'.
               05 FILLER               PIC X(19)   VALUE 'DESCRIPTION'.
               05 FILLER               PIC X(40)   VALUE 'PROBLEM'.

           01 EXC-LINE.
               05 EX-ID                PIC X(6).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 EX-DESC              PIC X(17).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 EX-MSG               PIC X(40).

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

           01 REG-HEADING.
               05 FILLER               PIC X(8)    VALUE 'ASSET'.
               05 FILLER               PIC X(19)   VALUE 'DESCRIPTION'.
               05 FILLER               PIC X(4)    VALUE 'BLD'.
               05 FILLER               PIC X(12)   VALUE 'IN SERVICE'.
               05 FILLER               PIC X(3)    VALUE 'M'.
               05 FILLER               PIC X(5)    VALUE 'LIFE'.
               05 FILLER               PIC X(16)
                  VALUE '          COST  '.
               05 FILLER               PIC X(16)
                  VALUE '       SALVAGE  '.
               05 FILLER               PIC X(16)
                  VALUE '    ACCUM DEPR  '.
               05 FILLER               PIC X(16)
                  VALUE 'NET BOOK VALUE  '.
               05 FILLER               PIC X(6)    VALUE 'STATUS'.

           01 REG-LINE.
               05 RG-ID                PIC X(6).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 RG-DESC              PIC X(17).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 RG-BLD               PIC XX.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 RG-IN-SERVICE        PIC X(10).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 RG-METHOD            PIC X.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 RG-LIFE              PIC ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 RG-COST              PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 RG-SALVAGE           PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 RG-ACCUM             PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 RG-NBV               PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 RG-STATUS            PIC X(11).

           01 REG-TOTAL-LINE.
               05 RT-LABEL             PIC X(16).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 RT-COUNT             PIC ZZ,ZZ9.
               05 FILLER               PIC X(8)    VALUE ' ASSETS'.
               05 FILLER               PIC X(18)   VALUE SPACES.
               05 RT-COST              PIC $$$$,$$$,$$9.99.
               05 FILLER               PIC X(1)    VALUE SPACES.
               05 RT-SALVAGE           PIC $$$$,$$$,$$9.99.
               05 FILLER               PIC X(1)    VALUE SPACES.
               05 RT-ACCUM             PIC $$$$,$$$,$$9.99.
               05 FILLER               PIC X(1)    VALUE SPACES.
               05 RT-NBV               PIC $$$$,$$$,$$9.99.

           01 SCH-HEADING.
               05 FILLER               PIC X(8)    VALUE 'ASSET'.
               05 FILLER               PIC X(19)   VALUE 'DESCRIPTION'.
               05 FILLER               PIC X(3)    VALUE 'M'.
               05 FILLER               PIC X(16)
                  VALUE ' BEGINNING NBV  '.
               05 FILLER               PIC X(16)
                  VALUE '  TAKEN SO FAR  '.
               05 FILLER               PIC X(16)
                  VALUE '   TO BE TAKEN  '.
               05 FILLER               PIC X(16)
                  VALUE '     FULL YEAR  '.
               05 FILLER               PIC X(16)
                  VALUE '  YEAR-END NBV  '.
               05 FILLER               PIC X(4)    VALUE 'NOTE'.

           01 SCH-LINE.
               05 SC-ID                PIC X(6).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 SC-DESC              PIC X(17).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 SC-METHOD            PIC X.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 SC-BEGIN-NBV         PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 SC-YTD               PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 SC-PROJECTED         PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 SC-FULL-YEAR         PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 SC-END-NBV           PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 SC-NOTE              PIC X(11).

           01 SCH-TOTAL-LINE.
               05 ST-LABEL             PIC X(16).
               05 FILLER               PIC X(13)   VALUE SPACES.
               05 ST-BEGIN-NBV         PIC $$$$,$$$,$$9.99.
               05 FILLER               PIC X(1)    VALUE SPACES.
               05 ST-YTD               PIC $$$$,$$$,$$9.99.
               05 FILLER               PIC X(1)    VALUE SPACES.
               05 ST-PROJECTED         PIC $$$$,$$$,$$9.99.
               05 FILLER               PIC X(1)    VALUE SPACES.
               05 ST-FULL-YEAR         PIC $$$$,$$$,$$9.99.
               05 FILLER               PIC X(1)    VALUE SPACES.
               05 ST-END-NBV           PIC $$$$,$$$,$$9.99.

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
               PERFORM L2-LOAD-ASSETS.
               PERFORM L2-DEPRECIATE.
               PERFORM L2-PRINT-DISPOSALS.
               PERFORM L2-PRINT-EXCEPTIONS.
               PERFORM L2-POST-OR-HOLD.
               PERFORM L2-PRINT-REGISTER.
               PERFORM L2-PRINT-SCHEDULE.
               PERFORM L2-CLOSING.
               STOP RUN.

           L2-INIT.
               OPEN INPUT GL-CHART.
               IF C-CHART-STATUS NOT = '00'
                   DISPLAY 'CBLHJB85 - UNABLE TO OPEN GL-CHART, '
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
      *    THE PERIOD BEING CLOSED IS THE AS-OF MONTH. A RERUN
      *    NEEDS NO FLAG OF ITS OWN - AN ASSET ALREADY CHARGED
      *    THROUGH THE PERIOD ON FADEPR.DAT IS NOT CHARGED AGAIN.
               MOVE C-POST-DATE(1:4)       TO C-RUN-YEAR.
               MOVE C-POST-DATE(5:2)       TO C-RUN-MONTH.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT BLD-RATE.
               PERFORM L3-LOAD-BUILDING
                   UNTIL MORE-RECS = 'NO'.
               CLOSE BLD-RATE.
               INITIALIZE LINE-TOTALS.
               OPEN OUTPUT PRTOUT.
               MOVE C-POST-DATE(5:2)       TO TITLE-MONTH.
               MOVE C-POST-DATE(7:2)       TO TITLE-DAY.
               MOVE C-POST-DATE(1:4)       TO TITLE-YEAR.
               MOVE SPACES                 TO TITLE-TEXT.
               STRING 'FIXED ASSET DEPRECIATION - PERIOD '
                   C-RUN-MONTH '/' C-RUN-YEAR
                   DELIMITED BY SIZE INTO TITLE-TEXT.
               MOVE SPACES                 TO C-HEADING.
               PERFORM L4-HEADING.
      *    THE MONTHS CHARGED ARE STILL THE AS-OF MONTH AND ANY
      *    CATCH-UP; ONLY THE LEDGER DATE MOVES WHEN THAT MONTH HAS
      *    BEEN CLOSED.
               MOVE C-POST-DATE            TO C-GL-DATE.
               CALL 'CBLGLPER' USING C-GL-DATE, C-PERIOD-STATUS.
               IF C-PERIOD-MOVED
                   MOVE C-POST-DATE(5:2)   TO MV-FROM-MONTH
                   MOVE C-POST-DATE(1:4)   TO MV-FROM-YEAR
                   MOVE C-GL-DATE(5:2)     TO MV-TO-MONTH
                   MOVE C-GL-DATE(7:2)     TO MV-TO-DAY
                   MOVE C-GL-DATE(1:4)     TO MV-TO-YEAR
                   WRITE PRTLINE FROM MOVED-LINE
                   WRITE PRTLINE FROM SPACES
                   DISPLAY 'CBLHJB85 - PERIOD ' C-POST-DATE(1:6)
                       ' CLOSED, JOURNAL DATED ' C-GL-DATE
               END-IF.
               MOVE 'DEPRECIATION CHARGED THIS RUN' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE.
               WRITE PRTLINE FROM CHG-HEADING
                   AFTER ADVANCING 1 LINE.
               MOVE CHG-HEADING            TO C-HEADING.

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
                       IF NOT C-CHART-OVFL
                           SET C-CHART-OVFL TO TRUE
                           DISPLAY 'CBLHJB85 - CHART-TABLE OVERFLOW, '
                               'MAPPINGS INCOMPLETE'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF.

           L3-LOAD-BUILDING.
               READ BLD-RATE
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   IF C-BLD-CTR < 100
                       ADD 1 TO C-BLD-CTR
                       MOVE BR-BLD-CODE TO BLD-CODE-ENTRY(C-BLD-CTR)
                   ELSE
                       IF NOT C-BLD-OVFL
                           SET C-BLD-OVFL TO TRUE
                           DISPLAY 'CBLHJB85 - BLD-TABLE OVERFLOW, '
                               'BUILDING CODES INCOMPLETE'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF.

           L2-LOAD-ASSETS.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT ASSET-MASTER.
               PERFORM L3-LOAD-MASTER
                   UNTIL MORE-RECS = 'NO'.
               CLOSE ASSET-MASTER.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT ASSET-DEPR.
               PERFORM L3-LOAD-STATE
                   UNTIL MORE-RECS = 'NO'.
               CLOSE ASSET-DEPR.
      *    AN ASSET THAT CANNOT BE FITTED INTO THE TABLE CANNOT BE
      *    CARRIED FORWARD ON FADEPR.DAT EITHER - STOP BEFORE
      *    ANYTHING IS POSTED OR REWRITTEN.
               IF C-AST-OVFL
                   DISPLAY 'CBLHJB85 - ASSET-TABLE OVERFLOW, '
                       'RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   CLOSE PRTOUT
                   STOP RUN
               END-IF.

           L3-LOAD-MASTER.
               READ ASSET-MASTER
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-MASTER-CTR
                   IF C-AST-CTR < 500
                       ADD 1 TO C-AST-CTR
                       MOVE FA-REC TO AST-MASTER(C-AST-CTR)
                       MOVE 0      TO AST-ACCUM(C-AST-CTR)
                       MOVE 0      TO AST-MONTHS(C-AST-CTR)
                       MOVE 0      TO AST-LAST-PERIOD(C-AST-CTR)
                       MOVE 'A'    TO AST-STATUS(C-AST-CTR)
                       MOVE 0      TO AST-YTD-YEAR(C-AST-CTR)
                       MOVE 0      TO AST-YTD-DEPR(C-AST-CTR)
                       MOVE 0      TO AST-GAIN-LOSS(C-AST-CTR)
                       MOVE 'Y'    TO AST-HAS-MASTER(C-AST-CTR)
                       MOVE 'N'    TO AST-HAS-STATE(C-AST-CTR)
                       MOVE 'Y'    TO AST-VALID-SW(C-AST-CTR)
                       MOVE SPACES TO AST-ERR-MSG(C-AST-CTR)
                       MOVE 0      TO AST-CHARGE(C-AST-CTR)
                       MOVE 0      TO AST-RUN-MONTHS(C-AST-CTR)
                       MOVE 'N'    TO AST-DISP-NOW(C-AST-CTR)
                       MOVE C-AST-CTR TO C-AST-SUB
                       PERFORM L4-EDIT-ASSET
                           THRU L4-EDIT-ASSET-EXIT
                   ELSE
                       SET C-AST-OVFL TO TRUE
                   END-IF
               END-IF.

           L4-EDIT-ASSET.
      *    THE SAME EDITS CBLHJB25 MAKES AT ENTRY, REPEATED HERE
      *    BECAUSE THE FILE CAN STILL BE TOUCHED IN AN EDITOR. A
      *    FAILING ASSET IS LISTED AND NOT CHARGED; WHAT IT HAS
      *    TAKEN SO FAR IS CARRIED FORWARD UNTOUCHED.
               IF AST-ID(C-AST-SUB) = SPACES
                   MOVE 'ASSET ID MISSING' TO AST-ERR-MSG(C-AST-SUB)
                   GO TO L4-EDIT-ASSET-FAIL.
               PERFORM VARYING C-DUP-SUB FROM 1 BY 1
                   UNTIL C-DUP-SUB >= C-AST-SUB
                       OR AST-ID(C-DUP-SUB) = AST-ID(C-AST-SUB)
               END-PERFORM.
               IF C-DUP-SUB < C-AST-SUB
                   MOVE 'DUPLICATE ASSET ID' TO AST-ERR-MSG(C-AST-SUB)
                   GO TO L4-EDIT-ASSET-FAIL.
               PERFORM VARYING C-LINE-SUB FROM 1 BY 1
                   UNTIL C-LINE-SUB > 5
                       OR LINE-NAME-ENTRY(C-LINE-SUB) =
                           AST-LINE(C-AST-SUB)
               END-PERFORM.
               IF C-LINE-SUB > 5
                   MOVE 'UNKNOWN BUSINESS LINE'
                       TO AST-ERR-MSG(C-AST-SUB)
                   GO TO L4-EDIT-ASSET-FAIL.
               IF AST-LINE(C-AST-SUB) = 'RENT'
                   AND AST-BLD-CODE(C-AST-SUB) = SPACES
                   MOVE 'RENT ASSET NEEDS A BUILDING CODE'
                       TO AST-ERR-MSG(C-AST-SUB)
                   GO TO L4-EDIT-ASSET-FAIL.
               IF AST-BLD-CODE(C-AST-SUB) NOT = SPACES
                   PERFORM VARYING C-BLD-SUB FROM 1 BY 1
                       UNTIL C-BLD-SUB > C-BLD-CTR
                           OR BLD-CODE-ENTRY(C-BLD-SUB) =
                               AST-BLD-CODE(C-AST-SUB)
                   END-PERFORM
                   IF C-BLD-SUB > C-BLD-CTR
                       MOVE 'BUILDING CODE NOT ON BLDRATE.DAT'
                           TO AST-ERR-MSG(C-AST-SUB)
                       GO TO L4-EDIT-ASSET-FAIL
                   END-IF
               END-IF.
               MOVE AST-IN-SERVICE(C-AST-SUB) TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS NOT = 'Y'
                   MOVE 'IN-SERVICE DATE NOT A VALID DATE'
                       TO AST-ERR-MSG(C-AST-SUB)
                   GO TO L4-EDIT-ASSET-FAIL.
               IF AST-COST(C-AST-SUB) NOT NUMERIC
                   OR AST-COST(C-AST-SUB) = 0
                   MOVE 'COST MISSING OR NOT NUMERIC'
                       TO AST-ERR-MSG(C-AST-SUB)
                   GO TO L4-EDIT-ASSET-FAIL.
               IF AST-SALVAGE(C-AST-SUB) NOT NUMERIC
                   OR AST-SALVAGE(C-AST-SUB) >= AST-COST(C-AST-SUB)
                   MOVE 'SALVAGE NOT NUMERIC OR NOT BELOW COST'
                       TO AST-ERR-MSG(C-AST-SUB)
                   GO TO L4-EDIT-ASSET-FAIL.
               IF AST-LIFE(C-AST-SUB) NOT NUMERIC
                   OR AST-LIFE(C-AST-SUB) = 0
                   MOVE 'LIFE IN MONTHS MISSING OR NOT NUMERIC'
                       TO AST-ERR-MSG(C-AST-SUB)
                   GO TO L4-EDIT-ASSET-FAIL.
               IF AST-METHOD(C-AST-SUB) NOT = 'S'
                   AND AST-METHOD(C-AST-SUB) NOT = 'D'
                   MOVE 'METHOD MUST BE S OR D'
                       TO AST-ERR-MSG(C-AST-SUB)
                   GO TO L4-EDIT-ASSET-FAIL.
               IF AST-DISP-DATE(C-AST-SUB) NOT NUMERIC
                   OR AST-PROCEEDS(C-AST-SUB) NOT NUMERIC
                   MOVE 'DISPOSAL DATE OR PROCEEDS NOT NUMERIC'
                       TO AST-ERR-MSG(C-AST-SUB)
                   GO TO L4-EDIT-ASSET-FAIL.
               IF AST-DISP-DATE(C-AST-SUB) NOT = 0
                   MOVE AST-DISP-DATE(C-AST-SUB) TO C-VAL-DATE
                   CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS
                   IF C-DATE-STATUS NOT = 'Y'
                       MOVE 'DISPOSED DATE NOT A VALID DATE'
                           TO AST-ERR-MSG(C-AST-SUB)
                       GO TO L4-EDIT-ASSET-FAIL
                   END-IF
                   IF AST-DISP-DATE(C-AST-SUB) <
                       AST-IN-SERVICE(C-AST-SUB)
                       MOVE 'DISPOSED BEFORE IT WENT INTO SERVICE'
                           TO AST-ERR-MSG(C-AST-SUB)
                       GO TO L4-EDIT-ASSET-FAIL
                   END-IF
               END-IF.
               GO TO L4-EDIT-ASSET-EXIT.

           L4-EDIT-ASSET-FAIL.
               MOVE 'N' TO AST-VALID-SW(C-AST-SUB).

           L4-EDIT-ASSET-EXIT.
               EXIT.

           L3-LOAD-STATE.
               READ ASSET-DEPR
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-STATE-CTR
                   PERFORM VARYING C-AST-SUB FROM 1 BY 1
                       UNTIL C-AST-SUB > C-AST-CTR
                           OR (AST-ID(C-AST-SUB) = DS-ASSET-ID
                               AND AST-HAS-STATE(C-AST-SUB) = 'N')
                   END-PERFORM
                   IF C-AST-SUB > C-AST-CTR
                       IF C-AST-CTR < 500
                           ADD 1 TO C-AST-CTR
                           MOVE C-AST-CTR TO C-AST-SUB
                           MOVE SPACES TO AST-MASTER(C-AST-SUB)
                           MOVE DS-ASSET-ID TO AST-ID(C-AST-SUB)
                           MOVE 'N'    TO AST-HAS-MASTER(C-AST-SUB)
                           MOVE 'N'    TO AST-VALID-SW(C-AST-SUB)
                           MOVE 'DEPRECIATION RECORD WITH NO MASTER'
                               TO AST-ERR-MSG(C-AST-SUB)
                           MOVE 0      TO AST-CHARGE(C-AST-SUB)
                           MOVE 0      TO AST-RUN-MONTHS(C-AST-SUB)
                           MOVE 'N'    TO AST-DISP-NOW(C-AST-SUB)
                       ELSE
                           SET C-AST-OVFL TO TRUE
                       END-IF
                   END-IF
                   IF C-AST-SUB <= C-AST-CTR
                       PERFORM L4-TAKE-STATE
                   END-IF
               END-IF.

           L4-TAKE-STATE.
               MOVE 'Y'            TO AST-HAS-STATE(C-AST-SUB).
               MOVE DS-ACCUM       TO AST-ACCUM(C-AST-SUB).
               MOVE DS-MONTHS      TO AST-MONTHS(C-AST-SUB).
               MOVE DS-LAST-PERIOD TO AST-LAST-PERIOD(C-AST-SUB).
               MOVE DS-STATUS      TO AST-STATUS(C-AST-SUB).
               MOVE DS-YTD-YEAR    TO AST-YTD-YEAR(C-AST-SUB).
               MOVE DS-YTD-DEPR    TO AST-YTD-DEPR(C-AST-SUB).
               MOVE DS-GAIN-LOSS   TO AST-GAIN-LOSS(C-AST-SUB).
               IF DS-ACCUM NOT NUMERIC
                   OR DS-MONTHS NOT NUMERIC
                   OR DS-LAST-PERIOD NOT NUMERIC
                   OR DS-YTD-YEAR NOT NUMERIC
                   OR DS-YTD-DEPR NOT NUMERIC
                   OR DS-GAIN-LOSS NOT NUMERIC
                   OR (DS-STATUS NOT = 'A' AND DS-STATUS NOT = 'F'
                       AND DS-STATUS NOT = 'D')
                   IF AST-VALID-SW(C-AST-SUB) = 'Y'
                       MOVE 'N' TO AST-VALID-SW(C-AST-SUB)
                       MOVE 'DEPRECIATION RECORD DAMAGED'
                           TO AST-ERR-MSG(C-AST-SUB)
                   END-IF
               END-IF.

           L2-DEPRECIATE.
               PERFORM VARYING C-AST-SUB FROM 1 BY 1
                   UNTIL C-AST-SUB > C-AST-CTR
                       IF AST-VALID-SW(C-AST-SUB) = 'Y'
                           PERFORM L3-DEPRECIATE-ASSET
                               THRU L3-DEPRECIATE-ASSET-EXIT
                       END-IF
               END-PERFORM.
               IF C-CHARGED-CTR = 0
                   MOVE 'NO ASSET WAS DUE A CHARGE THIS PERIOD'
                       TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF.

           L3-DEPRECIATE-ASSET.
               IF AST-STATUS(C-AST-SUB) = 'D'
                   GO TO L3-DEPRECIATE-ASSET-EXIT.
               IF AST-YTD-YEAR(C-AST-SUB) NOT = C-RUN-YEAR
                   MOVE C-RUN-YEAR TO AST-YTD-YEAR(C-AST-SUB)
                   MOVE 0          TO AST-YTD-DEPR(C-AST-SUB)
               END-IF.
      *    CHARGE EVERY MONTH FROM THE ONE AFTER THE LAST CHARGED
      *    (OR THE IN-SERVICE MONTH) THROUGH THE AS-OF MONTH - OR
      *    THROUGH THE DISPOSAL MONTH, WHICH TAKES A FULL MONTH.
               MOVE C-RUN-PERIOD-N TO C-END-PERIOD.
               MOVE 0              TO C-DISP-PERIOD.
               IF AST-DISP-DATE(C-AST-SUB) NOT = 0
                   COMPUTE C-DISP-PERIOD =
                       AST-DISP-DATE(C-AST-SUB) / 100
                   IF C-DISP-PERIOD < C-END-PERIOD
                       MOVE C-DISP-PERIOD TO C-END-PERIOD
                   END-IF
               END-IF.
               IF AST-LAST-PERIOD(C-AST-SUB) = 0
                   COMPUTE C-WORK-PERIOD-N =
                       AST-IN-SERVICE(C-AST-SUB) / 100
               ELSE
                   MOVE AST-LAST-PERIOD(C-AST-SUB) TO C-WORK-PERIOD-N
                   PERFORM L5-NEXT-PERIOD
               END-IF.
               PERFORM L4-DEPRECIATE-MONTH
                   UNTIL C-WORK-PERIOD-N > C-END-PERIOD
                       OR AST-STATUS(C-AST-SUB) NOT = 'A'.
               IF AST-RUN-MONTHS(C-AST-SUB) > 0
                   ADD 1 TO C-CHARGED-CTR
                   MOVE AST-CHARGE(C-AST-SUB) TO C-AMOUNT
                   MOVE 'DEPR'                TO C-SRC-PREFIX
                   PERFORM L4-ADD-TO-SOURCE
                       THRU L4-ADD-TO-SOURCE-EXIT
                   MOVE AST-ID(C-AST-SUB)     TO CG-ID
                   MOVE AST-DESC(C-AST-SUB)   TO CG-DESC
                   MOVE AST-LINE(C-AST-SUB)   TO CG-LINE
                   MOVE AST-METHOD(C-AST-SUB) TO CG-METHOD
                   MOVE AST-RUN-MONTHS(C-AST-SUB) TO CG-MONTHS
                   MOVE AST-CHARGE(C-AST-SUB) TO CG-CHARGE
                   MOVE AST-ACCUM(C-AST-SUB)  TO CG-ACCUM
                   COMPUTE CG-NBV = AST-COST(C-AST-SUB)
                       - AST-ACCUM(C-AST-SUB)
                   WRITE PRTLINE FROM CHG-LINE
                       AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
               END-IF.
               IF C-DISP-PERIOD = 0
                   OR C-DISP-PERIOD > C-RUN-PERIOD-N
                   GO TO L3-DEPRECIATE-ASSET-EXIT.
      *    A DISPOSAL WRITES OFF THE COST AGAINST THE ACCUMULATED
      *    DEPRECIATION AND THE PROCEEDS; WHAT IS LEFT IS THE GAIN
      *    OR LOSS.
               COMPUTE C-NBV = AST-COST(C-AST-SUB)
                   - AST-ACCUM(C-AST-SUB).
               COMPUTE C-GAIN-LOSS = AST-PROCEEDS(C-AST-SUB) - C-NBV.
               MOVE C-GAIN-LOSS TO AST-GAIN-LOSS(C-AST-SUB).
               MOVE 'D'         TO AST-STATUS(C-AST-SUB).
               MOVE 'Y'         TO AST-DISP-NOW(C-AST-SUB).
               ADD 1 TO C-DISPOSED-CTR.
               MOVE AST-ACCUM(C-AST-SUB) TO C-AMOUNT.
               MOVE 'DSPA'               TO C-SRC-PREFIX.
               PERFORM L4-ADD-TO-SOURCE
                   THRU L4-ADD-TO-SOURCE-EXIT.
               IF C-GAIN-LOSS < 0
                   MOVE AST-PROCEEDS(C-AST-SUB) TO C-AMOUNT
                   MOVE 'DSPP'                  TO C-SRC-PREFIX
                   PERFORM L4-ADD-TO-SOURCE
                       THRU L4-ADD-TO-SOURCE-EXIT
                   COMPUTE C-AMOUNT = 0 - C-GAIN-LOSS
                   MOVE 'DSPL'                  TO C-SRC-PREFIX
                   PERFORM L4-ADD-TO-SOURCE
                       THRU L4-ADD-TO-SOURCE-EXIT
               ELSE
                   MOVE C-NBV                   TO C-AMOUNT
                   MOVE 'DSPP'                  TO C-SRC-PREFIX
                   PERFORM L4-ADD-TO-SOURCE
                       THRU L4-ADD-TO-SOURCE-EXIT
                   MOVE C-GAIN-LOSS             TO C-AMOUNT
                   MOVE 'DSPG'                  TO C-SRC-PREFIX
                   PERFORM L4-ADD-TO-SOURCE
                       THRU L4-ADD-TO-SOURCE-EXIT
               END-IF.

           L3-DEPRECIATE-ASSET-EXIT.
               EXIT.

           L4-DEPRECIATE-MONTH.
               MOVE AST-ACCUM(C-AST-SUB)  TO C-W-ACCUM.
               MOVE AST-MONTHS(C-AST-SUB) TO C-W-MONTHS.
               PERFORM L5-CALC-CHARGE
                   THRU L5-CALC-CHARGE-EXIT.
               ADD C-CHARGE TO AST-ACCUM(C-AST-SUB).
               ADD C-CHARGE TO AST-CHARGE(C-AST-SUB).
               ADD 1        TO AST-MONTHS(C-AST-SUB).
               ADD 1        TO AST-RUN-MONTHS(C-AST-SUB).
               IF C-WP-YEAR = C-RUN-YEAR
                   ADD C-CHARGE TO AST-YTD-DEPR(C-AST-SUB)
               END-IF.
               MOVE C-WORK-PERIOD-N TO AST-LAST-PERIOD(C-AST-SUB).
               IF AST-ACCUM(C-AST-SUB) >=
                   AST-COST(C-AST-SUB) - AST-SALVAGE(C-AST-SUB)
                   MOVE 'F' TO AST-STATUS(C-AST-SUB)
               END-IF.
               PERFORM L5-NEXT-PERIOD.

           L5-CALC-CHARGE.
      *    ONE MONTH'S CHARGE ON C-W-ACCUM AND C-W-MONTHS. STRAIGHT-
      *    LINE TAKES THE DEPRECIABLE BASE OVER THE LIFE; DECLINING
      *    BALANCE TAKES TWICE THE STRAIGHT-LINE RATE ON NET BOOK
      *    VALUE, OR THE REMAINDER SPREAD OVER THE MONTHS LEFT IF
      *    THAT IS MORE. NEITHER GOES BELOW SALVAGE, AND THE LAST
      *    MONTH OF LIFE TAKES WHATEVER IS LEFT.
               MOVE 0 TO C-CHARGE.
               IF C-W-ACCUM >=
                   AST-COST(C-AST-SUB) - AST-SALVAGE(C-AST-SUB)
                   GO TO L5-CALC-CHARGE-EXIT.
               COMPUTE C-REMAIN = AST-COST(C-AST-SUB)
                   - AST-SALVAGE(C-AST-SUB) - C-W-ACCUM.
               IF C-W-MONTHS + 1 >= AST-LIFE(C-AST-SUB)
                   MOVE C-REMAIN TO C-CHARGE
                   GO TO L5-CALC-CHARGE-EXIT.
               IF AST-METHOD(C-AST-SUB) = 'S'
                   COMPUTE C-CHARGE ROUNDED =
                       (AST-COST(C-AST-SUB) - AST-SALVAGE(C-AST-SUB))
                           / AST-LIFE(C-AST-SUB)
               ELSE
                   COMPUTE C-MONTHS-LEFT =
                       AST-LIFE(C-AST-SUB) - C-W-MONTHS
                   COMPUTE C-CHARGE ROUNDED =
                       (AST-COST(C-AST-SUB) - C-W-ACCUM) * 2
                           / AST-LIFE(C-AST-SUB)
                   COMPUTE C-SL-CHARGE ROUNDED =
                       C-REMAIN / C-MONTHS-LEFT
                   IF C-SL-CHARGE > C-CHARGE
                       MOVE C-SL-CHARGE TO C-CHARGE
                   END-IF
               END-IF.
               IF C-CHARGE > C-REMAIN
                   MOVE C-REMAIN TO C-CHARGE
               END-IF.

           L5-CALC-CHARGE-EXIT.
               EXIT.

           L5-NEXT-PERIOD.
               ADD 1 TO C-WP-MONTH.
               IF C-WP-MONTH > 12
                   MOVE 1 TO C-WP-MONTH
                   ADD 1 TO C-WP-YEAR
               END-IF.

           L4-ADD-TO-SOURCE.
      *    THE LINE'S OWN SOURCE (DEPRPIZZ) IS USED WHEN GLCHART.DAT
      *    HAS ONE, OTHERWISE THE COMPANY-WIDE SOURCE (DEPR). A ZERO
      *    AMOUNT POSTS NOTHING; NEITHER MAPPING HOLDS THE RUN.
               IF C-AMOUNT = 0
                   GO TO L4-ADD-TO-SOURCE-EXIT.
               MOVE SPACES TO C-SOURCE.
               STRING C-SRC-PREFIX DELIMITED BY SIZE
                   AST-LINE(C-AST-SUB)(1:4) DELIMITED BY SPACE
                   INTO C-SOURCE.
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
               IF C-CHART-SUB <= C-CHART-CTR
                   ADD C-AMOUNT TO CHT-AMOUNT(C-CHART-SUB)
                   GO TO L4-ADD-TO-SOURCE-EXIT.
               SET C-BATCH-HELD TO TRUE.
               PERFORM VARYING C-MISS-SUB FROM 1 BY 1
                   UNTIL C-MISS-SUB > C-MISS-CTR
                       OR MISS-SOURCE(C-MISS-SUB) = C-SOURCE
               END-PERFORM.
               IF C-MISS-SUB > C-MISS-CTR AND C-MISS-CTR < 20
                   ADD 1 TO C-MISS-CTR
                   MOVE C-SOURCE TO MISS-SOURCE(C-MISS-CTR)
               END-IF.

           L4-ADD-TO-SOURCE-EXIT.
               EXIT.

           L2-PRINT-DISPOSALS.
               MOVE DSP-HEADING TO C-HEADING.
               MOVE 'DISPOSALS THIS RUN' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               WRITE PRTLINE FROM DSP-HEADING
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               IF C-DISPOSED-CTR = 0
                   MOVE 'NO DISPOSALS THIS PERIOD' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF.
               PERFORM VARYING C-AST-SUB FROM 1 BY 1
                   UNTIL C-AST-SUB > C-AST-CTR
                       IF AST-DISP-NOW(C-AST-SUB) = 'Y'
                           PERFORM L3-PRINT-DISPOSAL
                       END-IF
               END-PERFORM.

           L3-PRINT-DISPOSAL.
               MOVE AST-ID(C-AST-SUB)         TO DP-ID.
               MOVE AST-DESC(C-AST-SUB)       TO DP-DESC.
               MOVE AST-LINE(C-AST-SUB)       TO DP-LINE.
               MOVE AST-DISP-DATE(C-AST-SUB)  TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT                TO DP-DATE.
               MOVE AST-PROCEEDS(C-AST-SUB)   TO DP-PROCEEDS.
               COMPUTE DP-NBV = AST-COST(C-AST-SUB)
                   - AST-ACCUM(C-AST-SUB).
               MOVE AST-GAIN-LOSS(C-AST-SUB)  TO DP-GAIN-LOSS.
               IF AST-GAIN-LOSS(C-AST-SUB) < 0
                   MOVE 'LOSS' TO DP-RESULT
               ELSE
                   MOVE 'GAIN' TO DP-RESULT
               END-IF.
               WRITE PRTLINE FROM DSP-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

           L2-PRINT-EXCEPTIONS.
               MOVE EXC-HEADING TO C-HEADING.
               MOVE 'ASSETS NOT CHARGED - CORRECT THROUGH CBLHJB25'
                   TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               WRITE PRTLINE FROM EXC-HEADING
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               PERFORM VARYING C-AST-SUB FROM 1 BY 1
                   UNTIL C-AST-SUB > C-AST-CTR
                       IF AST-VALID-SW(C-AST-SUB) NOT = 'Y'
                           ADD 1 TO C-REJECT-CTR
                           MOVE AST-ID(C-AST-SUB)      TO EX-ID
                           MOVE AST-DESC(C-AST-SUB)    TO EX-DESC
                           MOVE AST-ERR-MSG(C-AST-SUB) TO EX-MSG
                           WRITE PRTLINE FROM EXC-LINE
                               AFTER ADVANCING 1 LINE
                               AT EOP
                                   PERFORM L4-HEADING
                       END-IF
               END-PERFORM.
               IF C-REJECT-CTR = 0
                   MOVE 'NONE' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF.

           L2-POST-OR-HOLD.
               MOVE JRN-HEADING TO C-HEADING.
               MOVE 'DEPRECIATION JOURNAL' TO SECTION-TEXT.
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
               IF C-GT-DEBITS NOT = C-GT-CREDITS
                   SET C-BATCH-HELD TO TRUE
               END-IF.
               MOVE C-GT-DEBITS            TO JT-DEBITS.
               MOVE C-GT-CREDITS           TO JT-CREDITS.
               EVALUATE TRUE
                   WHEN C-BATCH-HELD
      *    A HELD RUN POSTS NOTHING AND LEAVES FADEPR.DAT AS IT
      *    WAS - THE FIGURES BELOW ARE WHAT WOULD HAVE POSTED.
                       MOVE 'HELD - NOT POSTED'     TO JT-STATUS
                       MOVE 8 TO RETURN-CODE
                   WHEN C-JRN-CTR = 0
                       MOVE 'NOTHING TO POST'       TO JT-STATUS
                       PERFORM L3-REWRITE-STATE
                   WHEN OTHER
                       MOVE 'POSTED TO GLBATCH.DAT' TO JT-STATUS
                       PERFORM L3-WRITE-BATCH
                       PERFORM L3-REWRITE-STATE
               END-EVALUATE.
               WRITE PRTLINE FROM JRN-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.

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

           L3-REWRITE-STATE.
      *    EVERY ENTRY WITH ANYTHING TAKEN OR A DEPRECIATION RECORD
      *    OF ITS OWN GOES BACK OUT; AN ASSET NOT YET IN SERVICE
      *    HAS NOTHING TO CARRY.
               OPEN OUTPUT ASSET-DEPR.
               PERFORM VARYING C-AST-SUB FROM 1 BY 1
                   UNTIL C-AST-SUB > C-AST-CTR
                       IF AST-HAS-STATE(C-AST-SUB) = 'Y'
                           OR AST-LAST-PERIOD(C-AST-SUB) NOT = 0
                           PERFORM L4-WRITE-STATE
                       END-IF
               END-PERFORM.
               CLOSE ASSET-DEPR.

           L4-WRITE-STATE.
               MOVE AST-ID(C-AST-SUB)          TO DS-ASSET-ID.
               MOVE AST-ACCUM(C-AST-SUB)       TO DS-ACCUM.
               MOVE AST-MONTHS(C-AST-SUB)      TO DS-MONTHS.
               MOVE AST-LAST-PERIOD(C-AST-SUB) TO DS-LAST-PERIOD.
               MOVE AST-STATUS(C-AST-SUB)      TO DS-STATUS.
               MOVE AST-YTD-YEAR(C-AST-SUB)    TO DS-YTD-YEAR.
               MOVE AST-YTD-DEPR(C-AST-SUB)    TO DS-YTD-DEPR.
               MOVE AST-GAIN-LOSS(C-AST-SUB)   TO DS-GAIN-LOSS.
               WRITE DS-REC.

           L2-PRINT-REGISTER.
               MOVE 'FIXED ASSET REGISTER BY BUSINESS LINE'
                   TO TITLE-TEXT.
               MOVE REG-HEADING TO C-HEADING.
               PERFORM L4-HEADING.
               PERFORM VARYING C-LINE-SUB FROM 1 BY 1
                   UNTIL C-LINE-SUB > 5
                       PERFORM L3-PRINT-REGISTER-LINE
               END-PERFORM.
               MOVE 'ALL LINES'     TO RT-LABEL.
               MOVE 6               TO C-LINE-SUB.
               PERFORM L4-PRINT-REGISTER-TOTAL.

           L3-PRINT-REGISTER-LINE.
               MOVE SPACES TO SECTION-TEXT.
               STRING 'BUSINESS LINE: ' LINE-NAME-ENTRY(C-LINE-SUB)
                   DELIMITED BY SIZE INTO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               PERFORM VARYING C-AST-SUB FROM 1 BY 1
                   UNTIL C-AST-SUB > C-AST-CTR
                       IF AST-HAS-MASTER(C-AST-SUB) = 'Y'
                           AND AST-VALID-SW(C-AST-SUB) = 'Y'
                           AND AST-LINE(C-AST-SUB) =
                               LINE-NAME-ENTRY(C-LINE-SUB)
                           PERFORM L4-PRINT-REGISTER-ASSET
                       END-IF
               END-PERFORM.
               MOVE SPACES TO RT-LABEL.
               STRING 'TOTAL ' LINE-NAME-ENTRY(C-LINE-SUB)
                   DELIMITED BY SIZE INTO RT-LABEL.
               PERFORM L4-PRINT-REGISTER-TOTAL.

           L4-PRINT-REGISTER-ASSET.
               MOVE AST-ID(C-AST-SUB)          TO RG-ID.
               MOVE AST-DESC(C-AST-SUB)        TO RG-DESC.
               MOVE AST-BLD-CODE(C-AST-SUB)    TO RG-BLD.
               MOVE AST-IN-SERVICE(C-AST-SUB)  TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT                 TO RG-IN-SERVICE.
               MOVE AST-METHOD(C-AST-SUB)      TO RG-METHOD.
               MOVE AST-LIFE(C-AST-SUB)        TO RG-LIFE.
               MOVE AST-COST(C-AST-SUB)        TO RG-COST.
               MOVE AST-SALVAGE(C-AST-SUB)     TO RG-SALVAGE.
               MOVE AST-ACCUM(C-AST-SUB)       TO RG-ACCUM.
               COMPUTE C-NBV = AST-COST(C-AST-SUB)
                   - AST-ACCUM(C-AST-SUB).
               COMPUTE C-INSVC-PERIOD =
                   AST-IN-SERVICE(C-AST-SUB) / 100.
      *    A DISPOSED ASSET IS LISTED FOR THE RECORD BUT IS OFF THE
      *    BOOKS - IT CARRIES NO NET BOOK VALUE AND STAYS OUT OF THE
      *    LINE TOTALS.
               EVALUATE TRUE
                   WHEN AST-STATUS(C-AST-SUB) = 'D'
                       MOVE 0             TO C-NBV
                       MOVE 'DISPOSED'    TO RG-STATUS
                   WHEN AST-STATUS(C-AST-SUB) = 'F'
                       MOVE 'FULLY DEPR'  TO RG-STATUS
                   WHEN C-INSVC-PERIOD > C-RUN-PERIOD-N
                       MOVE 'NOT IN SVC'  TO RG-STATUS
                   WHEN OTHER
                       MOVE 'ACTIVE'      TO RG-STATUS
               END-EVALUATE.
               MOVE C-NBV                      TO RG-NBV.
               WRITE PRTLINE FROM REG-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               IF AST-STATUS(C-AST-SUB) NOT = 'D'
                   ADD 1 TO LT-COUNT(C-LINE-SUB) LT-COUNT(6)
                   ADD AST-COST(C-AST-SUB)
                       TO LT-COST(C-LINE-SUB) LT-COST(6)
                   ADD AST-SALVAGE(C-AST-SUB)
                       TO LT-SALVAGE(C-LINE-SUB) LT-SALVAGE(6)
                   ADD AST-ACCUM(C-AST-SUB)
                       TO LT-ACCUM(C-LINE-SUB) LT-ACCUM(6)
                   ADD C-NBV TO LT-NBV(C-LINE-SUB) LT-NBV(6)
               END-IF.

           L4-PRINT-REGISTER-TOTAL.
               MOVE LT-COUNT(C-LINE-SUB)   TO RT-COUNT.
               MOVE LT-COST(C-LINE-SUB)    TO RT-COST.
               MOVE LT-SALVAGE(C-LINE-SUB) TO RT-SALVAGE.
               MOVE LT-ACCUM(C-LINE-SUB)   TO RT-ACCUM.
               MOVE LT-NBV(C-LINE-SUB)     TO RT-NBV.
               WRITE PRTLINE FROM REG-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.

           L2-PRINT-SCHEDULE.
               MOVE SPACES TO TITLE-TEXT.
               STRING 'ANNUAL DEPRECIATION SCHEDULE - ' C-RUN-YEAR
                   DELIMITED BY SIZE INTO TITLE-TEXT.
               MOVE SCH-HEADING TO C-HEADING.
               PERFORM L4-HEADING.
               PERFORM VARYING C-LINE-SUB FROM 1 BY 1
                   UNTIL C-LINE-SUB > 5
                       PERFORM L3-PRINT-SCHEDULE-LINE
               END-PERFORM.
               MOVE 'ALL LINES'     TO ST-LABEL.
               MOVE 6               TO C-LINE-SUB.
               PERFORM L4-PRINT-SCHEDULE-TOTAL.

           L3-PRINT-SCHEDULE-LINE.
               MOVE SPACES TO SECTION-TEXT.
               STRING 'BUSINESS LINE: ' LINE-NAME-ENTRY(C-LINE-SUB)
                   DELIMITED BY SIZE INTO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               PERFORM VARYING C-AST-SUB FROM 1 BY 1
                   UNTIL C-AST-SUB > C-AST-CTR
                       IF AST-HAS-MASTER(C-AST-SUB) = 'Y'
                           AND AST-VALID-SW(C-AST-SUB) = 'Y'
                           AND AST-LINE(C-AST-SUB) =
                               LINE-NAME-ENTRY(C-LINE-SUB)
                           PERFORM L4-PRINT-SCHEDULE-ASSET
                               THRU L4-PRINT-SCHEDULE-ASSET-EXIT
                       END-IF
               END-PERFORM.
               MOVE SPACES TO ST-LABEL.
               STRING 'TOTAL ' LINE-NAME-ENTRY(C-LINE-SUB)
                   DELIMITED BY SIZE INTO ST-LABEL.
               PERFORM L4-PRINT-SCHEDULE-TOTAL.

           L4-PRINT-SCHEDULE-ASSET.
      *    THE YEAR IS WHAT HAS BEEN TAKEN THROUGH THE AS-OF MONTH
      *    PLUS THE MONTHS LEFT TO DECEMBER (OR TO A DISPOSAL
      *    ALREADY KEYED), WORKED THE SAME WAY THE MONTHLY RUN WILL
      *    WORK THEM. ASSETS GONE BEFORE THE YEAR OR NOT IN SERVICE
      *    UNTIL AFTER IT ARE LEFT OFF.
               COMPUTE C-INSVC-PERIOD =
                   AST-IN-SERVICE(C-AST-SUB) / 100.
               COMPUTE C-DISP-PERIOD =
                   AST-DISP-DATE(C-AST-SUB) / 100.
               IF C-INSVC-PERIOD > C-RUN-YEAR * 100 + 12
                   GO TO L4-PRINT-SCHEDULE-ASSET-EXIT.
               IF C-DISP-PERIOD NOT = 0
                   AND C-DISP-PERIOD < C-RUN-YEAR * 100 + 1
                   GO TO L4-PRINT-SCHEDULE-ASSET-EXIT.
               MOVE 0 TO C-YTD.
               IF AST-YTD-YEAR(C-AST-SUB) = C-RUN-YEAR
                   MOVE AST-YTD-DEPR(C-AST-SUB) TO C-YTD
               END-IF.
               COMPUTE C-BEGIN-NBV = AST-COST(C-AST-SUB)
                   - AST-ACCUM(C-AST-SUB) + C-YTD.
               MOVE 0 TO C-PROJECTED.
               MOVE SPACE  TO C-W-STATUS.
               MOVE SPACES TO SC-NOTE.
               IF AST-STATUS(C-AST-SUB) = 'A'
                   PERFORM L5-PROJECT-YEAR
               END-IF.
               IF AST-STATUS(C-AST-SUB) = 'D'
                   MOVE 0          TO C-END-NBV
                   MOVE 'DISPOSED' TO SC-NOTE
               ELSE
                   COMPUTE C-END-NBV =
                       C-BEGIN-NBV - C-YTD - C-PROJECTED
                   IF C-W-STATUS = 'F' OR AST-STATUS(C-AST-SUB) = 'F'
                       MOVE 'FULLY DEPR' TO SC-NOTE
                   END-IF
                   IF AST-DISP-DATE(C-AST-SUB) NOT = 0
                       MOVE 'TO DISPOSE' TO SC-NOTE
                   END-IF
               END-IF.
               MOVE AST-ID(C-AST-SUB)     TO SC-ID.
               MOVE AST-DESC(C-AST-SUB)   TO SC-DESC.
               MOVE AST-METHOD(C-AST-SUB) TO SC-METHOD.
               MOVE C-BEGIN-NBV           TO SC-BEGIN-NBV.
               MOVE C-YTD                 TO SC-YTD.
               MOVE C-PROJECTED           TO SC-PROJECTED.
               COMPUTE SC-FULL-YEAR = C-YTD + C-PROJECTED.
               MOVE C-END-NBV             TO SC-END-NBV.
               WRITE PRTLINE FROM SCH-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               ADD C-BEGIN-NBV TO LT-BEGIN-NBV(C-LINE-SUB)
                   LT-BEGIN-NBV(6).
               ADD C-YTD       TO LT-YTD(C-LINE-SUB) LT-YTD(6).
               ADD C-PROJECTED TO LT-PROJECTED(C-LINE-SUB)
                   LT-PROJECTED(6).
               ADD C-END-NBV   TO LT-END-NBV(C-LINE-SUB)
                   LT-END-NBV(6).

           L4-PRINT-SCHEDULE-ASSET-EXIT.
               EXIT.

           L5-PROJECT-YEAR.
               MOVE AST-ACCUM(C-AST-SUB)  TO C-W-ACCUM.
               MOVE AST-MONTHS(C-AST-SUB) TO C-W-MONTHS.
               MOVE 'A'                   TO C-W-STATUS.
               COMPUTE C-END-PERIOD = C-RUN-YEAR * 100 + 12.
               IF C-DISP-PERIOD NOT = 0
                   AND C-DISP-PERIOD < C-END-PERIOD
                   MOVE C-DISP-PERIOD TO C-END-PERIOD
               END-IF.
               IF AST-LAST-PERIOD(C-AST-SUB) = 0
                   COMPUTE C-WORK-PERIOD-N =
                       AST-IN-SERVICE(C-AST-SUB) / 100
               ELSE
                   MOVE AST-LAST-PERIOD(C-AST-SUB) TO C-WORK-PERIOD-N
                   PERFORM L5-NEXT-PERIOD
               END-IF.
               PERFORM L6-PROJECT-MONTH
                   UNTIL C-WORK-PERIOD-N > C-END-PERIOD
                       OR C-W-STATUS NOT = 'A'.

           L6-PROJECT-MONTH.
               PERFORM L5-CALC-CHARGE
                   THRU L5-CALC-CHARGE-EXIT.
               ADD C-CHARGE TO C-W-ACCUM.
               ADD 1        TO C-W-MONTHS.
               IF C-WP-YEAR = C-RUN-YEAR
                   ADD C-CHARGE TO C-PROJECTED
               END-IF.
               IF C-W-ACCUM >=
                   AST-COST(C-AST-SUB) - AST-SALVAGE(C-AST-SUB)
                   MOVE 'F' TO C-W-STATUS
               END-IF.
               PERFORM L5-NEXT-PERIOD.

           L4-PRINT-SCHEDULE-TOTAL.
               MOVE LT-BEGIN-NBV(C-LINE-SUB) TO ST-BEGIN-NBV.
               MOVE LT-YTD(C-LINE-SUB)       TO ST-YTD.
               MOVE LT-PROJECTED(C-LINE-SUB) TO ST-PROJECTED.
               COMPUTE ST-FULL-YEAR = LT-YTD(C-LINE-SUB)
                   + LT-PROJECTED(C-LINE-SUB).
               MOVE LT-END-NBV(C-LINE-SUB)   TO ST-END-NBV.
               WRITE PRTLINE FROM SCH-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.

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
               MOVE 'CBLHJB85'             TO RL-PROGRAM-ID.
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
               MOVE 'CBLHJB85'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR          TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH         TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY           TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
      *    READ IS THE ASSET MASTER; PROCESSED IS EVERY ASSET
      *    EDITED CLEAN, CHARGED OR NOT; REJECTED IS EVERY
      *    EXCEPTION, INCLUDING DEPRECIATION RECORDS LEFT WITH NO
      *    MASTER.
               MOVE C-MASTER-CTR           TO RL-RECS-READ.
               COMPUTE RL-RECS-PROCESSED = C-AST-CTR - C-REJECT-CTR.
               MOVE C-REJECT-CTR           TO RL-RECS-REJECTED.
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
           MOVE SPACES TO FP-FIXASSET-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'FIXASSET.DAT' DELIMITED BY SIZE
               INTO FP-FIXASSET-DAT.
           MOVE SPACES TO FP-FADEPR-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'FADEPR.DAT' DELIMITED BY SIZE
               INTO FP-FADEPR-DAT.
           MOVE SPACES TO FP-BLDRATE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BLDRATE.DAT' DELIMITED BY SIZE
               INTO FP-BLDRATE-DAT.
           MOVE SPACES TO FP-GLCHART-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'GLCHART.DAT' DELIMITED BY SIZE
               INTO FP-GLCHART-DAT.
           MOVE SPACES TO FP-GLBATCH-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'GLBATCH.DAT' DELIMITED BY SIZE
               INTO FP-GLBATCH-DAT.
           MOVE SPACES TO FP-FIXASSET-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'FIXASSET.PRT' DELIMITED BY SIZE
               INTO FP-FIXASSET-PRT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB85.
