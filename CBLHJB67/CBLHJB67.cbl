       IDENTIFICATION DIVISION.
      *PIZZA DEMAND FORECAST BY ITEM AND STORE, RUN AT PERIOD END
      *AHEAD OF THE CBLHJB36 PURCHASE-ORDER RUN. UNITS SOLD COME
      *FROM PIZZAHST.DAT BY ITEM, STORE, AND MONTH. NEXT MONTH'S
      *UNITS ARE A WEIGHTED MOVING AVERAGE OF THE AS-OF MONTH AND
      *THE TWO BEFORE IT (WEIGHTED 3, 2, 1), TIMES A SEASONAL
      *FACTOR - HOW LAST YEAR'S SAME MONTH RAN AGAINST LAST YEAR'S
      *SAME THREE BASE MONTHS - PLUS THE LIFT FROM ANY PROMO ON
      *PROMO.DAT SCHEDULED INTO THE FORECAST MONTH (THE DISCOUNT
      *PERCENT TIMES THE LIFT FACTOR ON FCSTCTL.DAT, PRORATED BY
      *THE DAYS THE PROMO RUNS). THE FORECAST UNITS ARE EXPLODED
      *THROUGH RECIPE.DAT INTO THE PROJECTED INGREDIENT NEED FILE,
      *FCSTING.DAT, IN THE INGUSAGE.DAT LAYOUT SO CBLHJB36 CAN
      *ORDER FROM IT. EACH FORECAST IS KEPT ON FCSTHIST.DAT, AND
      *THE ACCURACY PAGE SETS LAST PERIOD'S FORECAST AGAINST WHAT
      *ACTUALLY SOLD, BY ITEM.
       PROGRAM-ID. CBLHJB67.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL SALES-HIST
               ASSIGN TO DYNAMIC FP-PIZZAHST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ITEM-MASTER
               ASSIGN TO DYNAMIC FP-ITEMMSTR-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PROMO-FILE
               ASSIGN TO DYNAMIC FP-PROMO-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECIPE-FILE
               ASSIGN TO DYNAMIC FP-RECIPE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FCST-CTL
               ASSIGN TO DYNAMIC FP-FCSTCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FCST-HIST
               ASSIGN TO DYNAMIC FP-FCSTHIST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FCST-INGRED
               ASSIGN TO DYNAMIC FP-FCSTING-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FCST-WORK
               ASSIGN TO DYNAMIC FP-FCSTWRK-TMP
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FCST-SORT-WORK
               ASSIGN TO 'SORTWK1'.

           SELECT FCST-SORTED
               ASSIGN TO DYNAMIC FP-FCSTWRK-SRT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-FCSTRPT-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD SALES-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 SH-REC.
           05 SH-ITEM-NO               PIC X(4).
           05 SH-YEAR                  PIC 9(4).
           05 SH-MONTH                 PIC 99.
           05 SH-TOTAL-SALES           PIC 9(13).
           05 SH-STORE                 PIC XX.
           05 SH-UNITS                 PIC 9(7).

           FD ITEM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS IM-REC
           RECORD CONTAINS 36 CHARACTERS.

       01 IM-REC.
           05 IM-ITEM-CODE             PIC X(4).
           05 IM-ITEM-NAME             PIC X(20).
           05 IM-EFF-DATE              PIC 9(8).
           05 IM-SELL-PRICE            PIC 99V99.

           FD PROMO-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PM-REC
           RECORD CONTAINS 42 CHARACTERS.

       01 PM-REC.
           05 PM-CODE                  PIC X(4).
           05 PM-DESC                  PIC X(20).
           05 PM-DISC-PCT              PIC 99.
           05 PM-START-DATE            PIC 9(8).
           05 PM-END-DATE              PIC 9(8).

           FD RECIPE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RCP-REC
           RECORD CONTAINS 29 CHARACTERS.

       01 RCP-REC.
           05 RCP-ITEM-CODE            PIC X(4).
           05 RCP-INGREDIENT           PIC X(20).
           05 RCP-QTY-PER-UNIT         PIC 9(3)V99.

           FD FCST-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS FC-REC
           RECORD CONTAINS 3 CHARACTERS.

       01 FC-REC.
           05 FC-LIFT-FACTOR           PIC 9V99.

           FD FCST-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS FH-REC
           RECORD CONTAINS 27 CHARACTERS.

       01 FH-REC.
           05 FH-ITEM-NO               PIC X(4).
           05 FH-STORE                 PIC XX.
           05 FH-YEAR                  PIC 9(4).
           05 FH-MONTH                 PIC 99.
           05 FH-UNITS                 PIC 9(7).
           05 FH-RUN-DATE              PIC 9(8).

           FD FCST-INGRED
           LABEL RECORD IS STANDARD
           DATA RECORD IS IU-REC
           RECORD CONTAINS 31 CHARACTERS.

       01 IU-REC.
           05 IU-NAME                  PIC X(20).
           05 IU-QTY                   PIC 9(9)V99.

           FD FCST-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS FW-REC
           RECORD CONTAINS 48 CHARACTERS.

       01 FW-REC.
           05 FW-ITEM-NO               PIC X(4).
           05 FW-STORE                 PIC XX.
           05 FW-UNITS-M0              PIC 9(7).
           05 FW-UNITS-M1              PIC 9(7).
           05 FW-UNITS-M2              PIC 9(7).
           05 FW-WMA                   PIC 9(7)V99.
           05 FW-SEASONAL              PIC 9V99.
           05 FW-FCST                  PIC 9(7).
           05 FW-FILL                  PIC XX.

           SD FCST-SORT-WORK
           DATA RECORD IS FS-REC.

       01 FS-REC.
           05 FS-ITEM-NO               PIC X(4).
           05 FS-STORE                 PIC XX.
           05 FS-REST                  PIC X(42).

           FD FCST-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS FD-REC
           RECORD CONTAINS 48 CHARACTERS.

       01 FD-REC.
           05 FD-ITEM-NO               PIC X(4).
           05 FD-STORE                 PIC XX.
           05 FD-UNITS-M0              PIC 9(7).
           05 FD-UNITS-M1              PIC 9(7).
           05 FD-UNITS-M2              PIC 9(7).
           05 FD-WMA                   PIC 9(7)V99.
           05 FD-SEASONAL              PIC 9V99.
           05 FD-FCST                  PIC 9(7).
           05 FD-FILL                  PIC XX.

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
           05 FP-PIZZAHST-DAT        PIC X(40)   VALUE SPACES.
           05 FP-ITEMMSTR-DAT        PIC X(40)   VALUE SPACES.
           05 FP-PROMO-DAT           PIC X(40)   VALUE SPACES.
           05 FP-RECIPE-DAT          PIC X(40)   VALUE SPACES.
           05 FP-FCSTCTL-DAT         PIC X(40)   VALUE SPACES.
           05 FP-FCSTHIST-DAT        PIC X(40)   VALUE SPACES.
           05 FP-FCSTING-DAT         PIC X(40)   VALUE SPACES.
           05 FP-FCSTWRK-TMP         PIC X(40)   VALUE SPACES.
           05 FP-FCSTWRK-SRT         PIC X(40)   VALUE SPACES.
           05 FP-FCSTRPT-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-ITEMS           PIC X(3)    VALUE 'YES'.
               05 MORE-PROMOS          PIC X(3)    VALUE 'YES'.
               05 MORE-RECIPES         PIC X(3)    VALUE 'YES'.
               05 MORE-FCST-HIST       PIC X(3)    VALUE 'YES'.
               05 MORE-FCST            PIC X(3)    VALUE 'YES'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-RUNLOG-RECS-READ   PIC 9(7)    VALUE 0.
               05 C-USED-CTR           PIC 9(7)    VALUE 0.
               05 C-NO-DETAIL-CTR      PIC 9(7)    VALUE 0.
               05 C-PROMO-CTR          PIC 99      VALUE 0.
               05 C-FCST-LINE-CTR      PIC 9(5)    VALUE 0.
               05 C-GT-FCST-UNITS      PIC 9(9)    VALUE 0.
               05 C-ITM-CTR            PIC 999     VALUE 0.
               05 C-ITM-SUB            PIC 999     VALUE 0.
               05 C-ITM-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-ITM-OVFL        VALUE 'Y'.
               05 C-RCP-CTR            PIC 999     VALUE 0.
               05 C-RCP-SUB            PIC 999     VALUE 0.
               05 C-RCP-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-RCP-OVFL        VALUE 'Y'.
               05 C-IS-CTR             PIC 999     VALUE 0.
               05 C-IS-SUB             PIC 999     VALUE 0.
               05 C-FH-CTR             PIC 9(4)    VALUE 0.
               05 C-FH-SUB             PIC 9(4)    VALUE 0.
               05 C-ACC-CTR            PIC 999     VALUE 0.
               05 C-ACC-SUB            PIC 999     VALUE 0.
               05 C-ING-CTR            PIC 999     VALUE 0.
               05 C-ING-SUB            PIC 999     VALUE 0.
               05 C-K                  PIC S9(5)   VALUE 0.
               05 C-MON-SUB            PIC 99      VALUE 0.
               05 C-KEY-ITEM           PIC X(4)    VALUE SPACES.
               05 C-REC-IDX            PIC 9(6)    VALUE 0.
               05 C-FCST-IDX           PIC 9(6)    VALUE 0.
               05 C-KEEP-IDX           PIC 9(6)    VALUE 0.
               05 C-WEIGHT-SUM         PIC 99      VALUE 0.
               05 C-WMA                PIC 9(7)V99 VALUE 0.
               05 C-LY-WMA             PIC 9(7)V99 VALUE 0.
               05 C-SEASONAL           PIC 9V99    VALUE 1.
               05 C-SEASONAL-RAW       PIC 9(5)V99 VALUE 0.
               05 C-LIFT-FACTOR        PIC 9V99    VALUE 1.50.
               05 C-PROMO-LIFT         PIC 9(3)V99 VALUE 0.
               05 C-FCST-UNITS         PIC 9(7)    VALUE 0.
               05 C-NEED-QTY           PIC 9(9)V99 VALUE 0.
               05 C-VARIANCE           PIC S9(7)   VALUE 0.
               05 C-ABS-VAR            PIC 9(7)    VALUE 0.
               05 C-PCT-ERR            PIC S9(5)V9 VALUE 0.
               05 C-GT-ACC-FCST        PIC 9(9)    VALUE 0.
               05 C-GT-ACC-ACTUAL      PIC 9(9)    VALUE 0.
               05 C-GT-ABS-VAR         PIC 9(9)    VALUE 0.
               05 C-OVERLAP-DAYS       PIC S9(5)   VALUE 0.
               05 C-MONTH-DAYS         PIC 99      VALUE 0.
               05 C-FROM-DATE          PIC 9(8)    VALUE 0.
               05 C-TO-DATE            PIC 9(8)    VALUE 0.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 C-ASOF-DATE-R REDEFINES C-ASOF-DATE.
                   10 C-ASOF-YEAR      PIC 9(4).
                   10 C-ASOF-MONTH     PIC 99.
                   10 C-ASOF-DAY       PIC 99.
               05 C-FCST-START         PIC 9(8)    VALUE 0.
               05 C-FCST-START-R REDEFINES C-FCST-START.
                   10 C-FCST-YEAR      PIC 9(4).
                   10 C-FCST-MONTH     PIC 99.
                   10 C-FCST-DAY       PIC 99.
               05 C-NEXT-START         PIC 9(8)    VALUE 0.
               05 C-NEXT-START-R REDEFINES C-NEXT-START.
                   10 C-NEXT-YEAR      PIC 9(4).
                   10 C-NEXT-MONTH     PIC 99.
                   10 C-NEXT-DAY       PIC 99.
               05 C-FCST-END           PIC 9(8)    VALUE 0.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

           01 ITEM-TABLE.
               05 ITEM-ENTRY           OCCURS 200 TIMES.
                   10 ITM-CODE         PIC X(4).
                   10 ITM-NAME         PIC X(20).
                   10 ITM-EFF-DATE     PIC 9(8).

           01 RECIPE-TABLE.
               05 RECIPE-ENTRY         OCCURS 200 TIMES.
                   10 RCT-ITEM-CODE    PIC X(4).
                   10 RCT-INGREDIENT   PIC X(20).
                   10 RCT-QTY-PER-UNIT PIC 9(3)V99.

      *    UNITS BY ITEM AND STORE FOR THE 15 MONTHS BEHIND THE
      *    FORECAST MONTH. IS-UNITS(1) IS THE AS-OF MONTH, (2) AND
      *    (3) THE TWO BEFORE IT, (12) THE FORECAST MONTH A YEAR
      *    AGO, AND (13) THROUGH (15) LAST YEAR'S BASE MONTHS.
           01 ITEM-STORE-TABLE.
               05 IS-ENTRY             OCCURS 600 TIMES.
                   10 IS-ITEM-NO       PIC X(4).
                   10 IS-STORE         PIC XX.
                   10 IS-UNITS         PIC 9(7) OCCURS 15 TIMES.

           01 FCST-HIST-TABLE.
               05 FH-ENTRY             OCCURS 5000 TIMES.
                   10 FHT-ITEM-NO      PIC X(4).
                   10 FHT-STORE        PIC XX.
                   10 FHT-YEAR         PIC 9(4).
                   10 FHT-MONTH        PIC 99.
                   10 FHT-UNITS        PIC 9(7).
                   10 FHT-RUN-DATE     PIC 9(8).

           01 ACCURACY-TABLE.
               05 ACC-ENTRY            OCCURS 200 TIMES.
                   10 ACC-ITEM-NO      PIC X(4).
                   10 ACC-FCST         PIC 9(7).
                   10 ACC-ACTUAL       PIC 9(7).

           01 INGRED-TABLE.
               05 ING-ENTRY            OCCURS 100 TIMES.
                   10 ING-NAME         PIC X(20).
                   10 ING-QTY          PIC 9(9)V99.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(35)   VALUE SPACES.
               05 FILLER               PIC X(28)
                  VALUE 'PIZZA DEMAND FORECAST FOR  '.
               05 TITLE-FCST-MONTH     PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 TITLE-FCST-YEAR      PIC 9(4).
               05 FILLER               PIC X(38)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 COL-HEADING1.
               05 FILLER               PIC X(36)   VALUE SPACES.
               05 FILLER               PIC X(27)
                  VALUE '---- UNITS SOLD MONTH ---- '.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'WEIGHTED'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'SEASONAL'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'PROMO'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'FORECAST'.

           01 COL-HEADING2.
               05 FILLER               PIC X(4)    VALUE 'ITEM'.
               05 FILLER               PIC XX      VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'ITEM NAME'.
               05 FILLER               PIC X(13)   VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'STORE'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'TWO BK'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'ONE BK'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'AS-OF'.
               05 FILLER               PIC X(9)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'AVERAGE'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'FACTOR'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'LIFT %'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'UNITS'.

           01 DETAIL-LINE.
               05 D-ITEM-NO            PIC X(4).
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-ITEM-NAME          PIC X(20).
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-STORE              PIC XX.
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-UNITS-M2           PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X       VALUE SPACE.
               05 D-UNITS-M1           PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X       VALUE SPACE.
               05 D-UNITS-M0           PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-WMA                PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 D-SEASONAL           PIC 9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 D-LIFT               PIC ZZ9.99.
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-FCST               PIC Z,ZZZ,ZZ9.

           01 NONE-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(34)
                  VALUE 'NO UNIT HISTORY TO FORECAST FROM  '.

           01 ACC-HEAD-LINE.
               05 FILLER               PIC X(33)
                  VALUE 'FORECAST ACCURACY - PERIOD ENDED '.
               05 AH-MONTH             PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 AH-YEAR              PIC 9(4).

           01 ACC-COL-HEADING.
               05 FILLER               PIC X(4)    VALUE 'ITEM'.
               05 FILLER               PIC XX      VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'ITEM NAME'.
               05 FILLER               PIC X(16)   VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'FORECAST'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'ACTUAL'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'VARIANCE'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE '% ERROR'.

           01 ACC-DETAIL-LINE.
               05 AD-ITEM-NO           PIC X(4).
               05 FILLER               PIC XX      VALUE SPACES.
               05 AD-ITEM-NAME         PIC X(20).
               05 FILLER               PIC XX      VALUE SPACES.
               05 AD-FCST              PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 AD-ACTUAL            PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 AD-VARIANCE          PIC Z,ZZZ,ZZ9-.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 AD-PCT-ERR           PIC ZZ,ZZ9.9-.
               05 FILLER               PIC XX      VALUE SPACES.
               05 AD-NOTE              PIC X(12).

           01 ACC-NONE-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(36)
                  VALUE 'NO FORECAST ON FILE FOR THIS PERIOD '.

           01 ACC-TOTAL-LINE.
               05 FILLER               PIC X(28)
                  VALUE 'ALL ITEMS                   '.
               05 AT-FCST              PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 AT-ACTUAL            PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'ABSOLUTE ERROR PCT   '.
               05 AT-ABS-PCT           PIC ZZ,ZZ9.9.

           01 ING-HEAD-LINE.
               05 FILLER               PIC X(38)
                  VALUE 'PROJECTED INGREDIENT NEED - FCSTING  '.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'QUANTITY'.

           01 ING-DETAIL-LINE.
               05 ID-NAME              PIC X(20).
               05 FILLER               PIC X(17)   VALUE SPACES.
               05 ID-QTY               PIC ZZZ,ZZZ,ZZ9.99.

           01 TOTAL-LINE1.
               05 FILLER               PIC X(21)
                  VALUE 'HISTORY ROWS READ    '.
               05 GT-READ-CTR          PIC ZZZ,ZZ9.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'ROWS IN WINDOW USED  '.
               05 GT-USED-CTR          PIC ZZZ,ZZ9.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'ROWS W/O STORE/UNITS '.
               05 GT-NO-DETAIL-CTR     PIC ZZZ,ZZ9.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(21)
                  VALUE 'FORECAST LINES       '.
               05 GT-FCST-LINE-CTR     PIC ZZZ,ZZ9.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'FORECAST UNITS       '.
               05 GT-FCST-UNITS        PIC ZZZ,ZZZ,ZZ9.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'PROMOS IN PERIOD     '.
               05 GT-PROMO-CTR         PIC Z9.

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
      *    THE FORECAST MONTH IS THE ONE AFTER THE AS-OF MONTH.
               MOVE C-ASOF-YEAR  TO C-FCST-YEAR.
               MOVE C-ASOF-MONTH TO C-FCST-MONTH.
               MOVE 1            TO C-FCST-DAY.
               IF C-FCST-MONTH = 12
                   ADD 1 TO C-FCST-YEAR
                   MOVE 1 TO C-FCST-MONTH
               ELSE
                   ADD 1 TO C-FCST-MONTH
               END-IF.
               MOVE C-FCST-START TO C-NEXT-START.
               IF C-NEXT-MONTH = 12
                   ADD 1 TO C-NEXT-YEAR
                   MOVE 1 TO C-NEXT-MONTH
               ELSE
                   ADD 1 TO C-NEXT-MONTH
               END-IF.
               COMPUTE C-MONTH-DAYS =
                   FUNCTION INTEGER-OF-DATE(C-NEXT-START)
                   - FUNCTION INTEGER-OF-DATE(C-FCST-START).
               COMPUTE C-FCST-END = C-FCST-START + C-MONTH-DAYS - 1.
               COMPUTE C-FCST-IDX = C-FCST-YEAR * 12 + C-FCST-MONTH - 1.
               MOVE C-FCST-MONTH TO TITLE-FCST-MONTH.
               MOVE C-FCST-YEAR  TO TITLE-FCST-YEAR.
               OPEN INPUT FCST-CTL.
               READ FCST-CTL
                   AT END
                       MOVE 0 TO FC-LIFT-FACTOR.
               CLOSE FCST-CTL.
               IF FC-LIFT-FACTOR NUMERIC AND FC-LIFT-FACTOR > 0
                   MOVE FC-LIFT-FACTOR TO C-LIFT-FACTOR
               END-IF.
               OPEN INPUT PROMO-FILE.
               PERFORM L3-LOAD-PROMO
                   UNTIL MORE-PROMOS = 'NO'.
               CLOSE PROMO-FILE.
               OPEN INPUT ITEM-MASTER.
               PERFORM L3-LOAD-ITEM
                   UNTIL MORE-ITEMS = 'NO'.
               CLOSE ITEM-MASTER.
               OPEN INPUT RECIPE-FILE.
               PERFORM L3-LOAD-RECIPE
                   UNTIL MORE-RECIPES = 'NO'.
               CLOSE RECIPE-FILE.
               OPEN INPUT FCST-HIST.
               PERFORM L3-LOAD-FCST-HIST
                   UNTIL MORE-FCST-HIST = 'NO'.
               CLOSE FCST-HIST.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT SALES-HIST.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-ACCUM-HIST
                   THRU L3-ACCUM-HIST-EXIT.
               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               CLOSE SALES-HIST.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN OUTPUT FCST-WORK.
               PERFORM L3-FORECAST
                   VARYING C-IS-SUB FROM 1 BY 1
                       UNTIL C-IS-SUB > C-IS-CTR.
               CLOSE FCST-WORK.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               SORT FCST-SORT-WORK
                   ON ASCENDING KEY FS-ITEM-NO
                   ON ASCENDING KEY FS-STORE
                   USING FCST-WORK
                   GIVING FCST-SORTED.
               IF SORT-RETURN NOT = ZERO
                   DISPLAY 'CBLHJB67 - SORT OF FCST-WORK FAILED, '
                       'SORT-RETURN = ' SORT-RETURN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT PRTOUT.
               PERFORM L3-INIT-HEADING.
               IF C-IS-CTR = 0
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               OPEN INPUT FCST-SORTED.
               PERFORM L3-PRINT-FORECAST
                   UNTIL MORE-FCST = 'NO'.
               CLOSE FCST-SORTED.
               PERFORM L3-PRINT-ACCURACY.
               PERFORM L3-PRINT-INGRED.
               PERFORM L3-TOTALS.
               PERFORM L3-REWRITE-FCST-HIST.
               PERFORM L3-WRITE-INGRED.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PRTOUT.

           L3-READ-INPUT.
               READ SALES-HIST
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-RUNLOG-RECS-READ
               END-IF.

           L3-LOAD-PROMO.
      *    A PROMO RUNNING ANY PART OF THE FORECAST MONTH ADDS ITS
      *    DISCOUNT TIMES THE LIFT FACTOR, PRORATED BY ITS DAYS IN
      *    THE MONTH. PROMO CODES ARE NOT ITEM-SPECIFIC, SO THE LIFT
      *    APPLIES ACROSS THE LINE.
               READ PROMO-FILE
                   AT END
                       MOVE 'NO' TO MORE-PROMOS
                   NOT AT END
                       PERFORM L4-PROMO-LIFT
               END-READ.

           L4-PROMO-LIFT.
               MOVE PM-START-DATE TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS = 'Y'
                   MOVE PM-END-DATE TO C-VAL-DATE
                   CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS
               END-IF.
               IF C-DATE-STATUS = 'Y'
                   AND PM-START-DATE NOT > C-FCST-END
                   AND PM-END-DATE NOT < C-FCST-START
                   IF PM-START-DATE > C-FCST-START
                       MOVE PM-START-DATE TO C-FROM-DATE
                   ELSE
                       MOVE C-FCST-START  TO C-FROM-DATE
                   END-IF
                   IF PM-END-DATE < C-FCST-END
                       MOVE PM-END-DATE   TO C-TO-DATE
                   ELSE
                       MOVE C-FCST-END    TO C-TO-DATE
                   END-IF
                   COMPUTE C-OVERLAP-DAYS =
                       FUNCTION INTEGER-OF-DATE(C-TO-DATE)
                       - FUNCTION INTEGER-OF-DATE(C-FROM-DATE) + 1
                   COMPUTE C-PROMO-LIFT ROUNDED = C-PROMO-LIFT
                       + PM-DISC-PCT * C-LIFT-FACTOR
                           * C-OVERLAP-DAYS / C-MONTH-DAYS
                   ADD 1 TO C-PROMO-CTR
               END-IF.

           L3-LOAD-ITEM.
      *    THE NAME ON THE LATEST EFFECTIVE ROW FOR THE ITEM WINS.
               READ ITEM-MASTER
                   AT END
                       MOVE 'NO' TO MORE-ITEMS
                   NOT AT END
                       PERFORM L4-STORE-ITEM
               END-READ.

           L4-STORE-ITEM.
               PERFORM VARYING C-ITM-SUB FROM 1 BY 1
                   UNTIL C-ITM-SUB > C-ITM-CTR
                       OR ITM-CODE(C-ITM-SUB) = IM-ITEM-CODE
               END-PERFORM.
               IF C-ITM-SUB > C-ITM-CTR
                   IF C-ITM-CTR < 200
                       ADD 1 TO C-ITM-CTR
                       MOVE IM-ITEM-CODE TO ITM-CODE(C-ITM-SUB)
                       MOVE IM-ITEM-NAME TO ITM-NAME(C-ITM-SUB)
                       MOVE IM-EFF-DATE  TO ITM-EFF-DATE(C-ITM-SUB)
                   ELSE
                       IF NOT C-ITM-OVFL
                           SET C-ITM-OVFL TO TRUE
                           DISPLAY 'CBLHJB67 - ITEM-TABLE OVERFLOW, '
                               'SOME ITEM NAMES NOT SHOWN'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               ELSE
                   IF IM-EFF-DATE > ITM-EFF-DATE(C-ITM-SUB)
                       MOVE IM-ITEM-NAME TO ITM-NAME(C-ITM-SUB)
                       MOVE IM-EFF-DATE  TO ITM-EFF-DATE(C-ITM-SUB)
                   END-IF
               END-IF.

           L3-LOAD-RECIPE.
               READ RECIPE-FILE
                   AT END
                       MOVE 'NO' TO MORE-RECIPES
                   NOT AT END
                       IF C-RCP-CTR < 200
                           ADD 1 TO C-RCP-CTR
                           MOVE RCP-ITEM-CODE TO
                               RCT-ITEM-CODE(C-RCP-CTR)
                           MOVE RCP-INGREDIENT TO
                               RCT-INGREDIENT(C-RCP-CTR)
                           MOVE RCP-QTY-PER-UNIT TO
                               RCT-QTY-PER-UNIT(C-RCP-CTR)
                       ELSE
                           IF NOT C-RCP-OVFL
                               SET C-RCP-OVFL TO TRUE
                               DISPLAY 'CBLHJB67 - RECIPE-TABLE '
                                   'OVERFLOW, INGREDIENT NEED '
                                   'INCOMPLETE'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-FCST-HIST.
      *    EARLIER FORECASTS ARE KEPT 13 MONTHS. A FORECAST ALREADY
      *    ON FILE FOR THIS RUN'S MONTH IS DROPPED - THE RERUN
      *    REPLACES IT. LAST PERIOD'S FORECAST FEEDS THE ACCURACY
      *    PAGE. THE FILE IS REWRITTEN IN FULL, SO AN OVERFLOW HALTS
      *    THE RUN.
               READ FCST-HIST
                   AT END
                       MOVE 'NO' TO MORE-FCST-HIST
                   NOT AT END
                       PERFORM L4-KEEP-FCST-HIST
               END-READ.

           L4-KEEP-FCST-HIST.
               COMPUTE C-REC-IDX = FH-YEAR * 12 + FH-MONTH - 1.
               COMPUTE C-KEEP-IDX = C-FCST-IDX - 13.
               IF C-REC-IDX NOT = C-FCST-IDX
                   AND C-REC-IDX > C-KEEP-IDX
                   IF C-FH-CTR < 5000
                       ADD 1 TO C-FH-CTR
                       MOVE FH-REC TO FH-ENTRY(C-FH-CTR)
                   ELSE
                       IF NOT C-JOB-ABEND
                           DISPLAY 'CBLHJB67 - FCST-HIST-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                       END-IF
                   END-IF
                   IF C-REC-IDX = C-FCST-IDX - 1
                       MOVE FH-ITEM-NO TO C-KEY-ITEM
                       PERFORM L4-FIND-ACCURACY
                       IF C-ACC-SUB > 0
                           ADD FH-UNITS TO ACC-FCST(C-ACC-SUB)
                       END-IF
                   END-IF
               END-IF.

           L4-FIND-ACCURACY.
               PERFORM VARYING C-ACC-SUB FROM 1 BY 1
                   UNTIL C-ACC-SUB > C-ACC-CTR
                       OR ACC-ITEM-NO(C-ACC-SUB) = C-KEY-ITEM
               END-PERFORM.
               IF C-ACC-SUB > C-ACC-CTR
                   IF C-ACC-CTR < 200
                       ADD 1 TO C-ACC-CTR
                       MOVE C-KEY-ITEM TO ACC-ITEM-NO(C-ACC-SUB)
                       MOVE 0          TO ACC-FCST(C-ACC-SUB)
                       MOVE 0          TO ACC-ACTUAL(C-ACC-SUB)
                   ELSE
                       DISPLAY 'CBLHJB67 - ACCURACY-TABLE OVERFLOW, '
                           'ACCURACY PAGE INCOMPLETE'
                       MOVE 8 TO RETURN-CODE
                       MOVE 0 TO C-ACC-SUB
                   END-IF
               END-IF.

           L3-ACCUM-HIST.
      *    ROWS WRITTEN BEFORE PIZZAHST.DAT CARRIED THE STORE AND
      *    UNITS CANNOT BE SPLIT BY STORE - THEY ARE COUNTED AND
      *    LEFT OUT.
               IF SH-STORE = SPACES OR SH-UNITS NOT NUMERIC
                   ADD 1 TO C-NO-DETAIL-CTR
                   GO TO L3-ACCUM-HIST-EXIT.

               COMPUTE C-REC-IDX = SH-YEAR * 12 + SH-MONTH - 1.
               COMPUTE C-K = C-FCST-IDX - C-REC-IDX.
               IF C-K < 1 OR C-K > 15
                   GO TO L3-ACCUM-HIST-EXIT.

               ADD 1 TO C-USED-CTR.
               PERFORM VARYING C-IS-SUB FROM 1 BY 1
                   UNTIL C-IS-SUB > C-IS-CTR
                       OR (IS-ITEM-NO(C-IS-SUB) = SH-ITEM-NO
                           AND IS-STORE(C-IS-SUB) = SH-STORE)
               END-PERFORM.
               IF C-IS-SUB > C-IS-CTR
                   IF C-IS-CTR < 600
                       ADD 1 TO C-IS-CTR
                       MOVE SH-ITEM-NO TO IS-ITEM-NO(C-IS-SUB)
                       MOVE SH-STORE   TO IS-STORE(C-IS-SUB)
                       PERFORM VARYING C-MON-SUB FROM 1 BY 1
                           UNTIL C-MON-SUB > 15
                               MOVE 0 TO IS-UNITS(C-IS-SUB, C-MON-SUB)
                       END-PERFORM
                   ELSE
                       DISPLAY 'CBLHJB67 - ITEM-STORE-TABLE '
                           'OVERFLOW, RUN HALTED'
                       MOVE 16 TO RETURN-CODE
                       SET C-JOB-ABEND TO TRUE
                       MOVE 'NO' TO MORE-RECS
                       GO TO L3-ACCUM-HIST-EXIT
                   END-IF
               END-IF.
               ADD SH-UNITS TO IS-UNITS(C-IS-SUB, C-K).
               IF C-K = 1
                   MOVE SH-ITEM-NO TO C-KEY-ITEM
                   PERFORM L4-FIND-ACCURACY
                   IF C-ACC-SUB > 0
                       ADD SH-UNITS TO ACC-ACTUAL(C-ACC-SUB)
                   END-IF
               END-IF.

           L3-ACCUM-HIST-EXIT.
               EXIT.

           L3-FORECAST.
      *    THE MOVING AVERAGE IS WEIGHTED 3, 2, 1 FROM THE AS-OF
      *    MONTH BACK, OVER THE MONTHS THE ITEM SOLD AT THE STORE,
      *    SO A NEW ITEM IS NOT AVERAGED DOWN BY MONTHS BEFORE IT
      *    WAS ON THE MENU.
               MOVE 0 TO C-WEIGHT-SUM.
               IF IS-UNITS(C-IS-SUB, 1) > 0
                   ADD 3 TO C-WEIGHT-SUM
               END-IF.
               IF IS-UNITS(C-IS-SUB, 2) > 0
                   ADD 2 TO C-WEIGHT-SUM
               END-IF.
               IF IS-UNITS(C-IS-SUB, 3) > 0
                   ADD 1 TO C-WEIGHT-SUM
               END-IF.
               IF C-WEIGHT-SUM = 0
                   MOVE 0 TO C-WMA
               ELSE
                   COMPUTE C-WMA ROUNDED =
                       (IS-UNITS(C-IS-SUB, 1) * 3
                        + IS-UNITS(C-IS-SUB, 2) * 2
                        + IS-UNITS(C-IS-SUB, 3)) / C-WEIGHT-SUM
               END-IF.
      *    THE SEASONAL FACTOR IS LAST YEAR'S FORECAST MONTH OVER
      *    LAST YEAR'S SAME WEIGHTED BASE, HELD BETWEEN 0.50 AND
      *    2.00 SO ONE ODD MONTH CANNOT SWAMP THE ORDER. WITHOUT A
      *    YEAR OF HISTORY IT IS 1.00.
               MOVE 0 TO C-WEIGHT-SUM.
               IF IS-UNITS(C-IS-SUB, 13) > 0
                   ADD 3 TO C-WEIGHT-SUM
               END-IF.
               IF IS-UNITS(C-IS-SUB, 14) > 0
                   ADD 2 TO C-WEIGHT-SUM
               END-IF.
               IF IS-UNITS(C-IS-SUB, 15) > 0
                   ADD 1 TO C-WEIGHT-SUM
               END-IF.
               MOVE 1 TO C-SEASONAL.
               IF C-WEIGHT-SUM > 0 AND IS-UNITS(C-IS-SUB, 12) > 0
                   COMPUTE C-LY-WMA ROUNDED =
                       (IS-UNITS(C-IS-SUB, 13) * 3
                        + IS-UNITS(C-IS-SUB, 14) * 2
                        + IS-UNITS(C-IS-SUB, 15)) / C-WEIGHT-SUM
                   IF C-LY-WMA > 0
                       COMPUTE C-SEASONAL-RAW ROUNDED =
                           IS-UNITS(C-IS-SUB, 12) / C-LY-WMA
                       IF C-SEASONAL-RAW < 0.50
                           MOVE 0.50 TO C-SEASONAL
                       ELSE
                           IF C-SEASONAL-RAW > 2.00
                               MOVE 2.00 TO C-SEASONAL
                           ELSE
                               MOVE C-SEASONAL-RAW TO C-SEASONAL
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               COMPUTE C-FCST-UNITS ROUNDED =
                   C-WMA * C-SEASONAL * (100 + C-PROMO-LIFT) / 100.
               ADD 1              TO C-FCST-LINE-CTR.
               ADD C-FCST-UNITS   TO C-GT-FCST-UNITS.
               MOVE IS-ITEM-NO(C-IS-SUB)    TO FW-ITEM-NO.
               MOVE IS-STORE(C-IS-SUB)      TO FW-STORE.
               MOVE IS-UNITS(C-IS-SUB, 1)   TO FW-UNITS-M0.
               MOVE IS-UNITS(C-IS-SUB, 2)   TO FW-UNITS-M1.
               MOVE IS-UNITS(C-IS-SUB, 3)   TO FW-UNITS-M2.
               MOVE C-WMA                   TO FW-WMA.
               MOVE C-SEASONAL              TO FW-SEASONAL.
               MOVE C-FCST-UNITS            TO FW-FCST.
               MOVE SPACES                  TO FW-FILL.
               WRITE FW-REC.
               IF C-FH-CTR < 5000
                   ADD 1 TO C-FH-CTR
                   MOVE IS-ITEM-NO(C-IS-SUB) TO FHT-ITEM-NO(C-FH-CTR)
                   MOVE IS-STORE(C-IS-SUB)   TO FHT-STORE(C-FH-CTR)
                   MOVE C-FCST-YEAR          TO FHT-YEAR(C-FH-CTR)
                   MOVE C-FCST-MONTH         TO FHT-MONTH(C-FH-CTR)
                   MOVE C-FCST-UNITS         TO FHT-UNITS(C-FH-CTR)
                   MOVE C-ASOF-DATE          TO FHT-RUN-DATE(C-FH-CTR)
               ELSE
                   IF NOT C-JOB-ABEND
                       DISPLAY 'CBLHJB67 - FCST-HIST-TABLE '
                           'OVERFLOW, RUN HALTED'
                       MOVE 16 TO RETURN-CODE
                       SET C-JOB-ABEND TO TRUE
                   END-IF
               END-IF.
               PERFORM L4-EXPLODE-RECIPE
                   VARYING C-RCP-SUB FROM 1 BY 1
                       UNTIL C-RCP-SUB > C-RCP-CTR.

           L4-EXPLODE-RECIPE.
               IF RCT-ITEM-CODE(C-RCP-SUB) = IS-ITEM-NO(C-IS-SUB)
                   COMPUTE C-NEED-QTY =
                       C-FCST-UNITS * RCT-QTY-PER-UNIT(C-RCP-SUB)
                   PERFORM VARYING C-ING-SUB FROM 1 BY 1
                       UNTIL C-ING-SUB > C-ING-CTR
                           OR ING-NAME(C-ING-SUB) =
                               RCT-INGREDIENT(C-RCP-SUB)
                   END-PERFORM
                   IF C-ING-SUB > C-ING-CTR
                       IF C-ING-CTR < 100
                           ADD 1 TO C-ING-CTR
                           MOVE RCT-INGREDIENT(C-RCP-SUB)
                               TO ING-NAME(C-ING-SUB)
                           MOVE 0 TO ING-QTY(C-ING-SUB)
                       ELSE
                           IF NOT C-JOB-ABEND
                               DISPLAY 'CBLHJB67 - INGRED-TABLE '
                                   'OVERFLOW, RUN HALTED'
                               MOVE 16 TO RETURN-CODE
                               SET C-JOB-ABEND TO TRUE
                           END-IF
                           MOVE 0 TO C-ING-SUB
                       END-IF
                   END-IF
                   IF C-ING-SUB > 0
                       ADD C-NEED-QTY TO ING-QTY(C-ING-SUB)
                   END-IF
               END-IF.

           L3-INIT-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
               WRITE PRTLINE FROM COL-HEADING1
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM COL-HEADING2
                   AFTER ADVANCING 1 LINE.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM COL-HEADING1
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM COL-HEADING2
                   AFTER ADVANCING 1 LINE.

           L4-PAGE-ONLY.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.

           L3-PRINT-FORECAST.
               READ FCST-SORTED
                   AT END
                       MOVE 'NO' TO MORE-FCST
                   NOT AT END
                       PERFORM L4-PUT-FORECAST
               END-READ.

           L4-PUT-FORECAST.
               MOVE FD-ITEM-NO             TO D-ITEM-NO.
               MOVE FD-ITEM-NO             TO C-KEY-ITEM.
               PERFORM L5-ITEM-NAME.
               IF C-ITM-SUB > C-ITM-CTR
                   MOVE 'NOT ON ITEM MASTER' TO D-ITEM-NAME
               ELSE
                   MOVE ITM-NAME(C-ITM-SUB) TO D-ITEM-NAME
               END-IF.
               MOVE FD-STORE               TO D-STORE.
               MOVE FD-UNITS-M2            TO D-UNITS-M2.
               MOVE FD-UNITS-M1            TO D-UNITS-M1.
               MOVE FD-UNITS-M0            TO D-UNITS-M0.
               MOVE FD-WMA                 TO D-WMA.
               MOVE FD-SEASONAL            TO D-SEASONAL.
               MOVE C-PROMO-LIFT           TO D-LIFT.
               MOVE FD-FCST                TO D-FCST.
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L5-ITEM-NAME.
               PERFORM VARYING C-ITM-SUB FROM 1 BY 1
                   UNTIL C-ITM-SUB > C-ITM-CTR
                       OR ITM-CODE(C-ITM-SUB) = C-KEY-ITEM
               END-PERFORM.

           L3-PRINT-ACCURACY.
      *    LAST PERIOD'S FORECAST, SUMMED ACROSS THE STORES, AGAINST
      *    THE UNITS THAT ACTUALLY SOLD IN THE AS-OF MONTH.
               PERFORM L4-PAGE-ONLY.
               MOVE C-ASOF-MONTH           TO AH-MONTH.
               MOVE C-ASOF-YEAR            TO AH-YEAR.
               WRITE PRTLINE FROM ACC-HEAD-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM ACC-COL-HEADING
                   AFTER ADVANCING 2 LINES.
               PERFORM L4-PUT-ACCURACY
                   VARYING C-ACC-SUB FROM 1 BY 1
                       UNTIL C-ACC-SUB > C-ACC-CTR.
               IF C-GT-ACC-FCST = 0
                   WRITE PRTLINE FROM ACC-NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               MOVE C-GT-ACC-FCST          TO AT-FCST.
               MOVE C-GT-ACC-ACTUAL        TO AT-ACTUAL.
               IF C-GT-ACC-ACTUAL > 0
                   COMPUTE AT-ABS-PCT ROUNDED =
                       C-GT-ABS-VAR * 100 / C-GT-ACC-ACTUAL
               ELSE
                   MOVE 0                  TO AT-ABS-PCT
               END-IF.
               WRITE PRTLINE FROM ACC-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

           L4-PUT-ACCURACY.
               MOVE ACC-ITEM-NO(C-ACC-SUB) TO AD-ITEM-NO.
               MOVE ACC-ITEM-NO(C-ACC-SUB) TO C-KEY-ITEM.
               PERFORM L5-ITEM-NAME.
               IF C-ITM-SUB > C-ITM-CTR
                   MOVE 'NOT ON ITEM MASTER' TO AD-ITEM-NAME
               ELSE
                   MOVE ITM-NAME(C-ITM-SUB) TO AD-ITEM-NAME
               END-IF.
               COMPUTE C-VARIANCE =
                   ACC-ACTUAL(C-ACC-SUB) - ACC-FCST(C-ACC-SUB).
               IF C-VARIANCE < 0
                   COMPUTE C-ABS-VAR = 0 - C-VARIANCE
               ELSE
                   MOVE C-VARIANCE TO C-ABS-VAR
               END-IF.
               MOVE SPACES                 TO AD-NOTE.
               IF ACC-FCST(C-ACC-SUB) = 0
                   MOVE 0                  TO C-PCT-ERR
                   MOVE 'NO FORECAST'      TO AD-NOTE
               ELSE
                   COMPUTE C-PCT-ERR ROUNDED =
                       C-VARIANCE * 100 / ACC-FCST(C-ACC-SUB)
                   IF ACC-ACTUAL(C-ACC-SUB) = 0
                       MOVE 'NO SALES'     TO AD-NOTE
                   END-IF
               END-IF.
               ADD ACC-FCST(C-ACC-SUB)     TO C-GT-ACC-FCST.
               ADD ACC-ACTUAL(C-ACC-SUB)   TO C-GT-ACC-ACTUAL.
               ADD C-ABS-VAR               TO C-GT-ABS-VAR.
               MOVE ACC-FCST(C-ACC-SUB)    TO AD-FCST.
               MOVE ACC-ACTUAL(C-ACC-SUB)  TO AD-ACTUAL.
               MOVE C-VARIANCE             TO AD-VARIANCE.
               MOVE C-PCT-ERR              TO AD-PCT-ERR.
               WRITE PRTLINE FROM ACC-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-PAGE-ONLY.

           L3-PRINT-INGRED.
               WRITE PRTLINE FROM ING-HEAD-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM L4-PAGE-ONLY.
               PERFORM L4-PUT-INGRED
                   VARYING C-ING-SUB FROM 1 BY 1
                       UNTIL C-ING-SUB > C-ING-CTR.

           L4-PUT-INGRED.
               MOVE ING-NAME(C-ING-SUB)    TO ID-NAME.
               MOVE ING-QTY(C-ING-SUB)     TO ID-QTY.
               WRITE PRTLINE FROM ING-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-PAGE-ONLY.

           L3-TOTALS.
               MOVE C-RUNLOG-RECS-READ     TO GT-READ-CTR.
               MOVE C-USED-CTR             TO GT-USED-CTR.
               MOVE C-NO-DETAIL-CTR        TO GT-NO-DETAIL-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               MOVE C-FCST-LINE-CTR        TO GT-FCST-LINE-CTR.
               MOVE C-GT-FCST-UNITS        TO GT-FCST-UNITS.
               MOVE C-PROMO-CTR            TO GT-PROMO-CTR.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.

           L3-REWRITE-FCST-HIST.
               OPEN OUTPUT FCST-HIST.
               PERFORM VARYING C-FH-SUB FROM 1 BY 1
                   UNTIL C-FH-SUB > C-FH-CTR
                       MOVE FH-ENTRY(C-FH-SUB) TO FH-REC
                       WRITE FH-REC
               END-PERFORM.
               CLOSE FCST-HIST.

           L3-WRITE-INGRED.
      *    FCSTING.DAT IS IN THE INGUSAGE.DAT LAYOUT SO CBLHJB36
      *    CAN ORDER AGAINST THE FORECAST INSTEAD OF LAST CYCLE.
               OPEN OUTPUT FCST-INGRED.
               PERFORM VARYING C-ING-SUB FROM 1 BY 1
                   UNTIL C-ING-SUB > C-ING-CTR
                       MOVE ING-NAME(C-ING-SUB) TO IU-NAME
                       MOVE ING-QTY(C-ING-SUB)  TO IU-QTY
                       WRITE IU-REC
               END-PERFORM.
               CLOSE FCST-INGRED.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB67'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
      *    ROWS WITHOUT STORE AND UNITS ARE THE REJECTS; EVERY OTHER
      *    ROW READ IS PROCESSED, IN THE WINDOW OR NOT, SO READ =
      *    PROCESSED + REJECTED HOLDS.
               MOVE C-RUNLOG-RECS-READ     TO RL-RECS-READ.
               COMPUTE RL-RECS-PROCESSED =
                   C-RUNLOG-RECS-READ - C-NO-DETAIL-CTR.
               MOVE C-NO-DETAIL-CTR        TO RL-RECS-REJECTED.
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
               MOVE 'CBLHJB67'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-PIZZAHST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PIZZAHST.DAT' DELIMITED BY SIZE
               INTO FP-PIZZAHST-DAT.
           MOVE SPACES TO FP-ITEMMSTR-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'ITEMMSTR.DAT' DELIMITED BY SIZE
               INTO FP-ITEMMSTR-DAT.
           MOVE SPACES TO FP-PROMO-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PROMO.DAT' DELIMITED BY SIZE
               INTO FP-PROMO-DAT.
           MOVE SPACES TO FP-RECIPE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RECIPE.DAT' DELIMITED BY SIZE
               INTO FP-RECIPE-DAT.
           MOVE SPACES TO FP-FCSTCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'FCSTCTL.DAT' DELIMITED BY SIZE
               INTO FP-FCSTCTL-DAT.
           MOVE SPACES TO FP-FCSTHIST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'FCSTHIST.DAT' DELIMITED BY SIZE
               INTO FP-FCSTHIST-DAT.
           MOVE SPACES TO FP-FCSTING-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'FCSTING.DAT' DELIMITED BY SIZE
               INTO FP-FCSTING-DAT.
           MOVE SPACES TO FP-FCSTWRK-TMP.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'FCSTWRK.TMP' DELIMITED BY SIZE
               INTO FP-FCSTWRK-TMP.
           MOVE SPACES TO FP-FCSTWRK-SRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'FCSTWRK.SRT' DELIMITED BY SIZE
               INTO FP-FCSTWRK-SRT.
           MOVE SPACES TO FP-FCSTRPT-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'FCSTRPT.PRT' DELIMITED BY SIZE
               INTO FP-FCSTRPT-PRT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB67.
