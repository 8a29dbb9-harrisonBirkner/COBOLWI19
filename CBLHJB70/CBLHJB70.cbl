       IDENTIFICATION DIVISION.
      *MENU PRICE-CHANGE WHAT-IF. BEFORE A PRICE GOES UP THE OWNERS
      *WANT TO SEE WHAT IT DOES TO REVENUE AND MARGIN. EACH ROW OF
      *PRICEPRP.DAT PROPOSES A NEW PRICE AND EFFECTIVE DATE FOR AN
      *ITEM. THE PROPOSAL IS APPLIED TO THE UNITS THE ITEM SOLD AT
      *EACH STORE OVER THE LAST N MONTHS ON PIZZAHST.DAT (N FROM
      *PRICCTL.DAT, 12 WHEN NOT SET) AND SET AGAINST THE SAME UNITS
      *AT TODAY'S EFFECTIVE-DATED PRICE - THE PRICE RULE CBLHJB01
      *AND CBLHJB34 USE. EACH ITEM IS COSTED BY THE CBLHJB34 RECIPE
      *ROLLUP FROM RECIPE.DAT AND INGONHND.DAT. PRICESIM.PRT SHOWS
      *CURRENT AGAINST PROPOSED REVENUE, MARGIN, AND MARGIN PERCENT
      *BY ITEM AND STORE WITH ITEM AND GRAND TOTALS, AND FLAGS ANY
      *PROPOSED PRICE STILL BELOW COST. WITH THE APPROVE FLAG ON
      *PRICCTL.DAT SET TO Y AND AN OPERATOR ON OPERCTL.DAT CLEARED
      *FOR TABLE MAINTENANCE, THE ACCEPTED PRICES ARE WRITTEN TO
      *ITEMMSTR.DAT AS NEW EFFECTIVE-DATED ROWS, EACH WITH ITS
      *MAINTAUD.DAT ENTRY, JUST AS A CBLHJB25 CHANGE WOULD BE. A
      *PRICE BELOW COST IS NEVER APPLIED BY THIS RUN - THAT
      *DECISION IS KEYED THROUGH CBLHJB25.
       PROGRAM-ID. CBLHJB70.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL PRICE-PROPOSAL
               ASSIGN TO DYNAMIC FP-PRICEPRP-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PRICE-CTL
               ASSIGN TO DYNAMIC FP-PRICCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ITEM-MASTER
               ASSIGN TO DYNAMIC FP-ITEMMSTR-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-ITEM-STATUS.

           SELECT OPTIONAL SALES-HIST
               ASSIGN TO DYNAMIC FP-PIZZAHST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECIPE-FILE
               ASSIGN TO DYNAMIC FP-RECIPE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INGRED-ONHAND
               ASSIGN TO DYNAMIC FP-INGONHND-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPER-CTL
               ASSIGN TO DYNAMIC FP-OPERCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO DYNAMIC FP-MAINTAUD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-PRICESIM-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD PRICE-PROPOSAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-REC
           RECORD CONTAINS 16 CHARACTERS.

       01 PP-REC.
           05 PP-ITEM-CODE             PIC X(4).
           05 PP-NEW-PRICE             PIC 99V99.
           05 PP-EFF-DATE              PIC 9(8).

           FD PRICE-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS PC-REC
           RECORD CONTAINS 3 CHARACTERS.

       01 PC-REC.
           05 PC-MONTHS                PIC 99.
           05 PC-APPROVE-FLAG          PIC X.
               88 PC-APPROVE           VALUE 'Y'.

           FD ITEM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS IM-REC
           RECORD CONTAINS 36 CHARACTERS.

       01 IM-REC.
           05 IM-ITEM-CODE             PIC X(4).
           05 IM-ITEM-NAME             PIC X(20).
           05 IM-EFF-DATE              PIC 9(8).
           05 IM-SELL-PRICE            PIC 99V99.

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

           FD RECIPE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RCP-REC
           RECORD CONTAINS 29 CHARACTERS.

       01 RCP-REC.
           05 RCP-ITEM-CODE            PIC X(4).
           05 RCP-INGREDIENT           PIC X(20).
           05 RCP-QTY-PER-UNIT         PIC 9(3)V99.

           FD INGRED-ONHAND
           LABEL RECORD IS STANDARD
           DATA RECORD IS ING-REC
           RECORD CONTAINS 35 CHARACTERS.

       01 ING-REC.
           05 ING-NAME                 PIC X(20).
           05 ING-ON-HAND              PIC 9(7)V99.
           05 ING-UNIT-COST            PIC 9(4)V99.

           FD OPER-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS OC-REC
           RECORD CONTAINS 8 CHARACTERS.

       01 OC-REC.
           05 OC-OPER-ID               PIC X(8).

           FD AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AU-REC
           RECORD CONTAINS 188 CHARACTERS.

       01 AU-REC.
           05 AU-DATE                  PIC 9(8).
           05 AU-TIME                  PIC X(11).
           05 AU-FILE-CODE             PIC X(8).
           05 AU-ACTION                PIC X.
           05 AU-OLD-IMAGE             PIC X(80).
           05 AU-NEW-IMAGE             PIC X(80).

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
           05 FP-PRICEPRP-DAT        PIC X(40)   VALUE SPACES.
           05 FP-PRICCTL-DAT         PIC X(40)   VALUE SPACES.
           05 FP-ITEMMSTR-DAT        PIC X(40)   VALUE SPACES.
           05 FP-PIZZAHST-DAT        PIC X(40)   VALUE SPACES.
           05 FP-RECIPE-DAT          PIC X(40)   VALUE SPACES.
           05 FP-INGONHND-DAT        PIC X(40)   VALUE SPACES.
           05 FP-OPERCTL-DAT         PIC X(40)   VALUE SPACES.
           05 FP-MAINTAUD-DAT        PIC X(40)   VALUE SPACES.
           05 FP-PRICESIM-PRT        PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-ITEMS           PIC X(3)    VALUE 'YES'.
               05 MORE-HIST            PIC X(3)    VALUE 'YES'.
               05 MORE-RECIPES         PIC X(3)    VALUE 'YES'.
               05 MORE-ONHAND          PIC X(3)    VALUE 'YES'.
               05 C-ITEM-STATUS        PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-APPROVE-SW         PIC X       VALUE 'N'.
                  88 C-APPROVING       VALUE 'Y'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-PROP-READ-CTR      PIC 9(5)    VALUE 0.
               05 C-PROP-OK-CTR        PIC 9(5)    VALUE 0.
               05 C-PROP-REJ-CTR       PIC 9(5)    VALUE 0.
               05 C-BELOW-CTR          PIC 9(5)    VALUE 0.
               05 C-APPLIED-CTR        PIC 9(5)    VALUE 0.
               05 C-NO-DETAIL-CTR      PIC 9(7)    VALUE 0.
               05 C-MST-CTR            PIC 999     VALUE 0.
               05 C-MST-SUB            PIC 999     VALUE 0.
               05 C-BEST-SUB           PIC 999     VALUE 0.
               05 C-SAME-SUB           PIC 999     VALUE 0.
               05 C-PROP-CTR           PIC 999     VALUE 0.
               05 C-PROP-SUB           PIC 999     VALUE 0.
               05 C-IS-CTR             PIC 999     VALUE 0.
               05 C-IS-SUB             PIC 999     VALUE 0.
               05 C-RCP-CTR            PIC 999     VALUE 0.
               05 C-RCP-SUB            PIC 999     VALUE 0.
               05 C-RCP-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-RCP-OVFL        VALUE 'Y'.
               05 C-ONH-CTR            PIC 999     VALUE 0.
               05 C-ONH-SUB            PIC 999     VALUE 0.
               05 C-ONH-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-ONH-OVFL        VALUE 'Y'.
               05 C-MONTHS             PIC 99      VALUE 12.
               05 C-ASOF-IDX           PIC 9(6)    VALUE 0.
               05 C-FIRST-IDX          PIC 9(6)    VALUE 0.
               05 C-REC-IDX            PIC 9(6)    VALUE 0.
               05 C-FIRST-YEAR         PIC 9(4)    VALUE 0.
               05 C-FIRST-MONTH        PIC 99      VALUE 0.
               05 C-ITEM-COST          PIC 9(5)V99 VALUE 0.
               05 C-NO-COST-SW         PIC X       VALUE 'N'.
                  88 C-NO-COST         VALUE 'Y'.
               05 C-NO-RECIPE-SW       PIC X       VALUE 'N'.
                  88 C-NO-RECIPE       VALUE 'Y'.
               05 C-MSG                PIC X(24)   VALUE SPACES.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
               05 C-REV-PCT            PIC S9(5)V9 VALUE 0.
               05 C-REV-PCT-ED         PIC ZZ,ZZ9.9-.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 C-ASOF-DATE-R REDEFINES C-ASOF-DATE.
                   10 C-ASOF-YEAR      PIC 9(4).
                   10 C-ASOF-MONTH     PIC 99.
                   10 C-ASOF-DAY       PIC 99.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

      *    ONE SET OF FIGURES - UNITS, CURRENT AND PROPOSED REVENUE,
      *    COST - FOR A STORE LINE, AN ITEM TOTAL, OR THE GRAND
      *    TOTAL.
           01 SIM-FIGURES.
               05 SF-UNITS             PIC 9(9)    VALUE 0.
               05 SF-CUR-REV           PIC 9(11)V99 VALUE 0.
               05 SF-NEW-REV           PIC 9(11)V99 VALUE 0.
               05 SF-COST              PIC 9(11)V99 VALUE 0.
               05 SF-CUR-MARGIN        PIC S9(11)V99 VALUE 0.
               05 SF-NEW-MARGIN        PIC S9(11)V99 VALUE 0.
               05 SF-CUR-PCT           PIC S9(5)V9 VALUE 0.
               05 SF-NEW-PCT           PIC S9(5)V9 VALUE 0.

           01 ITEM-FIGURES.
               05 IF-UNITS             PIC 9(9)    VALUE 0.
               05 IF-CUR-REV           PIC 9(11)V99 VALUE 0.
               05 IF-NEW-REV           PIC 9(11)V99 VALUE 0.
               05 IF-COST              PIC 9(11)V99 VALUE 0.

           01 GRAND-FIGURES.
               05 GF-UNITS             PIC 9(9)    VALUE 0.
               05 GF-CUR-REV           PIC 9(11)V99 VALUE 0.
               05 GF-NEW-REV           PIC 9(11)V99 VALUE 0.
               05 GF-COST              PIC 9(11)V99 VALUE 0.

      *    ITEMMSTR.DAT IS REWRITTEN WHEN PRICES ARE APPROVED, SO
      *    EVERY ROW MUST FIT HERE.
           01 MASTER-TABLE.
               05 MASTER-ENTRY         OCCURS 500 TIMES.
                   10 MST-ITEM-CODE    PIC X(4).
                   10 MST-ITEM-NAME    PIC X(20).
                   10 MST-EFF-DATE     PIC 9(8).
                   10 MST-PRICE        PIC 99V99.

           01 PROPOSAL-TABLE.
               05 PROPOSAL-ENTRY       OCCURS 100 TIMES.
                   10 PRP-ITEM-CODE    PIC X(4).
                   10 PRP-ITEM-NAME    PIC X(20).
                   10 PRP-NEW-PRICE    PIC 99V99.
                   10 PRP-EFF-DATE     PIC 9(8).
                   10 PRP-CUR-PRICE    PIC 99V99.
                   10 PRP-COST         PIC 9(5)V99.
                   10 PRP-STATUS       PIC X.
                       88 PRP-VALID    VALUE 'V'.
                       88 PRP-BELOW    VALUE 'B'.
                       88 PRP-REJECTED VALUE 'R'.
                   10 PRP-MSG          PIC X(24).

      *    UNITS SOLD IN THE WINDOW BY PROPOSED ITEM AND STORE.
           01 ITEM-STORE-TABLE.
               05 IS-ENTRY             OCCURS 600 TIMES.
                   10 IS-ITEM-NO       PIC X(4).
                   10 IS-STORE         PIC XX.
                   10 IS-UNITS         PIC 9(9).

           01 RECIPE-TABLE.
               05 RECIPE-ENTRY         OCCURS 200 TIMES.
                   10 RCT-ITEM-CODE    PIC X(4).
                   10 RCT-INGREDIENT   PIC X(20).
                   10 RCT-QTY-PER-UNIT PIC 9(3)V99.

           01 ONHAND-TABLE.
               05 ONHAND-ENTRY         OCCURS 100 TIMES.
                   10 ONH-NAME         PIC X(20).
                   10 ONH-UNIT-COST    PIC 9(4)V99.

           01 SIGN-ON-FIELDS.
               05 SO-PROGRAM           PIC X(8)    VALUE 'CBLHJB70'.
               05 SO-MODE              PIC X       VALUE 'B'.
               05 SO-OPER-ID           PIC X(8)    VALUE SPACES.
               05 SO-PASSWORD          PIC X(8)    VALUE SPACES.
               05 SO-REQ-LEVEL         PIC 9       VALUE 2.
               05 SO-RESULT            PIC X       VALUE 'N'.

           01 OVERFLOW-WARN-LINE.
               05 FILLER           PIC X(21)
                  VALUE '*** TABLE OVERFLOW - '.
               05 OVW-TABLE-NAME   PIC X(15).
               05 FILLER           PIC X(40)
                  VALUE ' ENTRIES DROPPED, COSTS INCOMPLETE ***'.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(35)   VALUE SPACES.
               05 FILLER               PIC X(31)
                  VALUE 'MENU PRICE-CHANGE SIMULATION   '.
               05 FILLER               PIC X(42)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 WINDOW-LINE.
               05 FILLER               PIC X(18)
                  VALUE 'VOLUME SOLD FROM  '.
               05 WL-FIRST-MONTH       PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 WL-FIRST-YEAR        PIC 9(4).
               05 FILLER               PIC X(9)    VALUE ' THROUGH '.
               05 WL-LAST-MONTH        PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 WL-LAST-YEAR         PIC 9(4).
               05 FILLER               PIC XX      VALUE ' ('.
               05 WL-MONTHS            PIC Z9.
               05 FILLER               PIC X(8)    VALUE ' MONTHS)'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 WL-MODE              PIC X(50).

           01 COL-HEADING1.
               05 FILLER               PIC X(28)   VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'CURRENT'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'PROPOSED'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'CURRENT'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'PROPOSED'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'CURRENT'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'PROPOSED'.

           01 COL-HEADING2.
               05 FILLER               PIC X(16)   VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'UNITS'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'REVENUE'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'REVENUE'.
               05 FILLER               PIC X(9)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'MARGIN'.
               05 FILLER               PIC X(9)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'MARGIN'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'MGN %'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'MGN %'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'REMARKS'.

           01 ITEM-LINE.
               05 FILLER               PIC X(5)    VALUE 'ITEM '.
               05 IL-ITEM-CODE         PIC X(4).
               05 FILLER               PIC X       VALUE SPACE.
               05 IL-ITEM-NAME         PIC X(20).
               05 FILLER               PIC X(15)
                  VALUE '  RECIPE COST '.
               05 IL-COST              PIC $$,$$9.99.
               05 FILLER               PIC X(17)
                  VALUE '  CURRENT PRICE '.
               05 IL-CUR-PRICE         PIC $$9.99.
               05 FILLER               PIC X(12)
                  VALUE '  PROPOSED '.
               05 IL-NEW-PRICE         PIC $$9.99.
               05 FILLER               PIC X(13)
                  VALUE '  EFFECTIVE '.
               05 IL-EFF-MM            PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 IL-EFF-DD            PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 IL-EFF-YY            PIC 9(4).

           01 FIGURE-LINE.
               05 FL-LABEL             PIC X(10).
               05 FL-UNITS             PIC ZZZ,ZZZ,ZZ9.
               05 FILLER               PIC X       VALUE SPACE.
               05 FL-CUR-REV           PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC XX      VALUE SPACES.
               05 FL-NEW-REV           PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC XX      VALUE SPACES.
               05 FL-CUR-MARGIN        PIC ZZ,ZZZ,ZZ9.99-.
               05 FILLER               PIC X       VALUE SPACE.
               05 FL-NEW-MARGIN        PIC ZZ,ZZZ,ZZ9.99-.
               05 FILLER               PIC X       VALUE SPACE.
               05 FL-CUR-PCT           PIC ZZ,ZZ9.9-.
               05 FILLER               PIC X       VALUE SPACE.
               05 FL-NEW-PCT           PIC ZZ,ZZ9.9-.
               05 FILLER               PIC XX      VALUE SPACES.
               05 FL-REMARKS           PIC X(24).

           01 REJECT-HEADING.
               05 FILLER               PIC X(4)    VALUE 'ITEM'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'PROPOSED'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'EFFECTIVE'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'REASON'.

           01 REJECT-LINE.
               05 RJ-ITEM-CODE         PIC X(4).
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 RJ-NEW-PRICE         PIC X(6).
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 RJ-EFF-DATE          PIC X(8).
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 RJ-MSG               PIC X(24).

           01 APPLIED-LINE.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 AP-ACTION            PIC X(8).
               05 AP-ITEM-CODE         PIC X(4).
               05 FILLER               PIC X       VALUE SPACE.
               05 AP-ITEM-NAME         PIC X(20).
               05 FILLER               PIC X(12)
                  VALUE '  EFFECTIVE '.
               05 AP-EFF-MM            PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 AP-EFF-DD            PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 AP-EFF-YY            PIC 9(4).
               05 FILLER               PIC X(9)    VALUE '  PRICE  '.
               05 AP-PRICE             PIC $$9.99.

           01 NOTE-LINE.
               05 NOTE-TEXT            PIC X(80).

           01 TOTAL-LINE1.
               05 FILLER               PIC X(21)
                  VALUE 'PROPOSALS READ       '.
               05 GT-PROP-READ-CTR     PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'PROPOSALS SIMULATED  '.
               05 GT-PROP-OK-CTR       PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'PROPOSALS REJECTED   '.
               05 GT-PROP-REJ-CTR      PIC ZZ,ZZ9.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(21)
                  VALUE 'STILL BELOW COST     '.
               05 GT-BELOW-CTR         PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'PRICES APPLIED       '.
               05 GT-APPLIED-CTR       PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'HISTORY ROWS SKIPPED '.
               05 GT-NO-DETAIL-CTR     PIC Z,ZZZ,ZZ9.

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
               OPEN INPUT PRICE-CTL.
               READ PRICE-CTL
                   AT END
                       MOVE 0   TO PC-MONTHS
                       MOVE 'N' TO PC-APPROVE-FLAG.
               CLOSE PRICE-CTL.
               IF PC-MONTHS NUMERIC AND PC-MONTHS > 0
                   MOVE PC-MONTHS          TO C-MONTHS
               END-IF.
      *    APPROVING CHANGES THE PRICE MASTER, SO IT NEEDS THE SAME
      *    AUTHORITY AS A CBLHJB25 TABLE CHANGE. A SIMULATION ALONE
      *    NEEDS NONE.
               IF PC-APPROVE
                   OPEN INPUT OPER-CTL
                   READ OPER-CTL
                       AT END
                           MOVE SPACES TO OC-OPER-ID
                   END-READ
                   CLOSE OPER-CTL
                   MOVE OC-OPER-ID         TO SO-OPER-ID
                   CALL 'CBLOPSEC' USING SO-PROGRAM, SO-MODE,
                       SO-OPER-ID, SO-PASSWORD, SO-REQ-LEVEL,
                       SO-RESULT
                   IF SO-RESULT NOT = 'Y'
                       DISPLAY 'CBLHJB70 - OPERATOR ' SO-OPER-ID
                           ' NOT AUTHORIZED FOR PRICE CHANGES - '
                           'RUN REFUSED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET C-APPROVING TO TRUE
               END-IF.
               OPEN INPUT ITEM-MASTER.
               IF C-ITEM-STATUS NOT = '00'
                   DISPLAY 'CBLHJB70 - UNABLE TO OPEN ITEM-MASTER, '
                       'STATUS = ' C-ITEM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM L3-LOAD-MASTER
                   UNTIL MORE-ITEMS = 'NO'.
               CLOSE ITEM-MASTER.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT RECIPE-FILE.
               PERFORM L3-LOAD-RECIPE
                   UNTIL MORE-RECIPES = 'NO'.
               CLOSE RECIPE-FILE.
               OPEN INPUT INGRED-ONHAND.
               PERFORM L3-LOAD-ONHAND
                   UNTIL MORE-ONHAND = 'NO'.
               CLOSE INGRED-ONHAND.
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
      *    THE WINDOW IS THE AS-OF MONTH AND THE N - 1 MONTHS BEFORE
      *    IT, COUNTED AS YEAR * 12 + MONTH THE WAY CBLHJB67 DOES.
               COMPUTE C-ASOF-IDX = C-ASOF-YEAR * 12 + C-ASOF-MONTH - 1.
               COMPUTE C-FIRST-IDX = C-ASOF-IDX - C-MONTHS + 1.
               DIVIDE C-FIRST-IDX BY 12 GIVING C-FIRST-YEAR
                   REMAINDER C-FIRST-MONTH.
               ADD 1 TO C-FIRST-MONTH.
               OPEN INPUT PRICE-PROPOSAL.
               PERFORM L3-READ-PROPOSAL.

           L2-MAINLINE.
               PERFORM L3-EDIT-PROPOSAL
                   THRU L3-EDIT-PROPOSAL-EXIT.
               IF MORE-RECS = 'YES'
                   PERFORM L3-READ-PROPOSAL
               END-IF.

           L2-CLOSING.
               CLOSE PRICE-PROPOSAL.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT SALES-HIST.
               PERFORM L3-LOAD-HIST
                   UNTIL MORE-HIST = 'NO'.
               CLOSE SALES-HIST.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN OUTPUT PRTOUT.
               PERFORM L4-HEADING-FIRST.
               PERFORM L3-SIMULATE-ITEM
                   VARYING C-PROP-SUB FROM 1 BY 1
                       UNTIL C-PROP-SUB > C-PROP-CTR.
               PERFORM L3-GRAND-TOTAL.
               PERFORM L3-PRINT-REJECTS.
               IF C-APPROVING
                   PERFORM L3-APPLY-PRICES
               END-IF.
               PERFORM L3-TOTALS.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PRTOUT.

           L3-READ-PROPOSAL.
               READ PRICE-PROPOSAL
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-PROP-READ-CTR
               END-IF.

           L3-LOAD-MASTER.
               READ ITEM-MASTER
                   AT END
                       MOVE 'NO' TO MORE-ITEMS
                   NOT AT END
                       IF C-MST-CTR < 500
                           ADD 1 TO C-MST-CTR
                           MOVE IM-REC TO MASTER-ENTRY(C-MST-CTR)
                       ELSE
                           DISPLAY 'CBLHJB70 - MASTER-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-ITEMS
                       END-IF
               END-READ.

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
                               DISPLAY 'CBLHJB70 - RECIPE-TABLE '
                                   'OVERFLOW, COSTS INCOMPLETE'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-ONHAND.
               READ INGRED-ONHAND
                   AT END
                       MOVE 'NO' TO MORE-ONHAND
                   NOT AT END
                       IF C-ONH-CTR < 100
                           ADD 1 TO C-ONH-CTR
                           MOVE ING-NAME      TO ONH-NAME(C-ONH-CTR)
                           MOVE ING-UNIT-COST TO
                               ONH-UNIT-COST(C-ONH-CTR)
                       ELSE
                           IF NOT C-ONH-OVFL
                               SET C-ONH-OVFL TO TRUE
                               DISPLAY 'CBLHJB70 - ONHAND-TABLE '
                                   'OVERFLOW, COSTS INCOMPLETE'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ.

      *    A PROPOSAL NEEDS A KNOWN ITEM, A PRICE, AND A REAL
      *    EFFECTIVE DATE NO EARLIER THAN THE RUN DATE - A BACKDATED
      *    ROW WOULD REPRICE SALES ALREADY REPORTED.
           L3-EDIT-PROPOSAL.
               IF C-PROP-CTR >= 100
                   DISPLAY 'CBLHJB70 - PROPOSAL-TABLE OVERFLOW, '
                       'RUN HALTED'
                   MOVE 16 TO RETURN-CODE
                   SET C-JOB-ABEND TO TRUE
                   MOVE 'NO' TO MORE-RECS
                   GO TO L3-EDIT-PROPOSAL-EXIT.
               ADD 1 TO C-PROP-CTR.
               MOVE PP-ITEM-CODE           TO PRP-ITEM-CODE(C-PROP-CTR).
               MOVE SPACES                 TO PRP-ITEM-NAME(C-PROP-CTR).
      *    PRICE AND DATE ARE CARRIED AS KEYED SO A BAD ONE PRINTS
      *    ON THE REJECT LIST AS IT CAME IN.
               MOVE PP-REC(5:12)           TO
                   PROPOSAL-ENTRY(C-PROP-CTR)(25:12).
               MOVE 0                      TO PRP-CUR-PRICE(C-PROP-CTR).
               MOVE 0                      TO PRP-COST(C-PROP-CTR).
               MOVE 'R'                    TO PRP-STATUS(C-PROP-CTR).
               MOVE SPACES                 TO PRP-MSG(C-PROP-CTR).
               PERFORM VARYING C-MST-SUB FROM 1 BY 1
                   UNTIL C-MST-SUB > C-MST-CTR
                       OR MST-ITEM-CODE(C-MST-SUB) = PP-ITEM-CODE
               END-PERFORM.
               IF PP-ITEM-CODE = SPACES OR C-MST-SUB > C-MST-CTR
                   MOVE 'ITEM NOT ON ITEMMSTR.DAT' TO
                       PRP-MSG(C-PROP-CTR)
                   GO TO L3-EDIT-PROPOSAL-REJECT.
               MOVE MST-ITEM-NAME(C-MST-SUB) TO
                   PRP-ITEM-NAME(C-PROP-CTR).
               IF PP-NEW-PRICE NOT NUMERIC OR PP-NEW-PRICE = 0
                   MOVE 'PRICE MISSING OR BAD   ' TO
                       PRP-MSG(C-PROP-CTR)
                   GO TO L3-EDIT-PROPOSAL-REJECT.
               MOVE PP-EFF-DATE            TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS NOT = 'Y'
                   MOVE 'BAD EFFECTIVE DATE     ' TO
                       PRP-MSG(C-PROP-CTR)
                   GO TO L3-EDIT-PROPOSAL-REJECT.
               IF PP-EFF-DATE < C-ASOF-DATE
                   MOVE 'EFFECTIVE BEFORE RUN DATE' TO
                       PRP-MSG(C-PROP-CTR)
                   GO TO L3-EDIT-PROPOSAL-REJECT.
               PERFORM VARYING C-PROP-SUB FROM 1 BY 1
                   UNTIL C-PROP-SUB >= C-PROP-CTR
                       OR (PRP-ITEM-CODE(C-PROP-SUB) = PP-ITEM-CODE
                       AND NOT PRP-REJECTED(C-PROP-SUB))
               END-PERFORM.
               IF C-PROP-SUB < C-PROP-CTR
                   MOVE 'ITEM PROPOSED TWICE    ' TO
                       PRP-MSG(C-PROP-CTR)
                   GO TO L3-EDIT-PROPOSAL-REJECT.
               MOVE 'V'                    TO PRP-STATUS(C-PROP-CTR).
               ADD 1 TO C-PROP-OK-CTR.
               GO TO L3-EDIT-PROPOSAL-EXIT.

           L3-EDIT-PROPOSAL-REJECT.
               ADD 1 TO C-PROP-REJ-CTR.

           L3-EDIT-PROPOSAL-EXIT.
               EXIT.

      *    ROWS WRITTEN BEFORE PIZZAHST.DAT CARRIED THE STORE AND
      *    UNITS CANNOT BE SPLIT BY STORE - THEY ARE COUNTED AND
      *    LEFT OUT, AS IN CBLHJB67.
           L3-LOAD-HIST.
               READ SALES-HIST
                   AT END
                       MOVE 'NO' TO MORE-HIST
                   NOT AT END
                       PERFORM L4-ACCUM-HIST
                           THRU L4-ACCUM-HIST-EXIT
               END-READ.

           L4-ACCUM-HIST.
               PERFORM VARYING C-PROP-SUB FROM 1 BY 1
                   UNTIL C-PROP-SUB > C-PROP-CTR
                       OR (PRP-ITEM-CODE(C-PROP-SUB) = SH-ITEM-NO
                       AND PRP-VALID(C-PROP-SUB))
               END-PERFORM.
               IF C-PROP-SUB > C-PROP-CTR
                   GO TO L4-ACCUM-HIST-EXIT.
               COMPUTE C-REC-IDX = SH-YEAR * 12 + SH-MONTH - 1.
               IF C-REC-IDX < C-FIRST-IDX OR C-REC-IDX > C-ASOF-IDX
                   GO TO L4-ACCUM-HIST-EXIT.
               IF SH-STORE = SPACES OR SH-UNITS NOT NUMERIC
                   ADD 1 TO C-NO-DETAIL-CTR
                   GO TO L4-ACCUM-HIST-EXIT.
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
                       MOVE 0          TO IS-UNITS(C-IS-SUB)
                   ELSE
                       DISPLAY 'CBLHJB70 - ITEM-STORE-TABLE '
                           'OVERFLOW, RUN HALTED'
                       MOVE 16 TO RETURN-CODE
                       SET C-JOB-ABEND TO TRUE
                       MOVE 'NO' TO MORE-HIST
                       GO TO L4-ACCUM-HIST-EXIT
                   END-IF
               END-IF.
               ADD SH-UNITS TO IS-UNITS(C-IS-SUB).

           L4-ACCUM-HIST-EXIT.
               EXIT.

           L3-SIMULATE-ITEM.
               IF NOT PRP-REJECTED(C-PROP-SUB)
                   PERFORM L4-ROLL-UP-COST
                   PERFORM L4-FIND-CURRENT-PRICE
                   MOVE C-ITEM-COST        TO PRP-COST(C-PROP-SUB)
                   IF PRP-NEW-PRICE(C-PROP-SUB) < C-ITEM-COST
                       MOVE 'B'            TO PRP-STATUS(C-PROP-SUB)
                       ADD 1 TO C-BELOW-CTR
                   END-IF
                   MOVE PRP-ITEM-CODE(C-PROP-SUB) TO IL-ITEM-CODE
                   MOVE PRP-ITEM-NAME(C-PROP-SUB) TO IL-ITEM-NAME
                   MOVE C-ITEM-COST        TO IL-COST
                   MOVE PRP-CUR-PRICE(C-PROP-SUB) TO IL-CUR-PRICE
                   MOVE PRP-NEW-PRICE(C-PROP-SUB) TO IL-NEW-PRICE
                   MOVE PRP-EFF-DATE(C-PROP-SUB)(5:2) TO IL-EFF-MM
                   MOVE PRP-EFF-DATE(C-PROP-SUB)(7:2) TO IL-EFF-DD
                   MOVE PRP-EFF-DATE(C-PROP-SUB)(1:4) TO IL-EFF-YY
                   WRITE PRTLINE FROM ITEM-LINE
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM L4-HEADING
                   INITIALIZE ITEM-FIGURES
                   PERFORM L4-SIMULATE-STORE
                       VARYING C-IS-SUB FROM 1 BY 1
                           UNTIL C-IS-SUB > C-IS-CTR
                   MOVE IF-UNITS           TO SF-UNITS
                   MOVE IF-CUR-REV         TO SF-CUR-REV
                   MOVE IF-NEW-REV         TO SF-NEW-REV
                   MOVE IF-COST            TO SF-COST
                   MOVE 'ITEM TOTAL'       TO FL-LABEL
                   EVALUATE TRUE
                       WHEN C-NO-RECIPE
                           MOVE 'NO RECIPE ON FILE       '
                               TO FL-REMARKS
                       WHEN C-NO-COST
                           MOVE 'INGREDIENT COST MISSING '
                               TO FL-REMARKS
                       WHEN PRP-BELOW(C-PROP-SUB)
                           MOVE '*** STILL BELOW COST    '
                               TO FL-REMARKS
                       WHEN IF-UNITS = 0
                           MOVE 'NO SALES IN WINDOW      '
                               TO FL-REMARKS
                       WHEN OTHER
                           MOVE SPACES     TO FL-REMARKS
                   END-EVALUATE
                   PERFORM L4-PRINT-FIGURES
                   ADD IF-UNITS            TO GF-UNITS
                   ADD IF-CUR-REV          TO GF-CUR-REV
                   ADD IF-NEW-REV          TO GF-NEW-REV
                   ADD IF-COST             TO GF-COST
               END-IF.

           L4-SIMULATE-STORE.
               IF IS-ITEM-NO(C-IS-SUB) = PRP-ITEM-CODE(C-PROP-SUB)
                   MOVE IS-UNITS(C-IS-SUB) TO SF-UNITS
                   COMPUTE SF-CUR-REV =
                       SF-UNITS * PRP-CUR-PRICE(C-PROP-SUB)
                   COMPUTE SF-NEW-REV =
                       SF-UNITS * PRP-NEW-PRICE(C-PROP-SUB)
                   COMPUTE SF-COST = SF-UNITS * C-ITEM-COST
                   ADD SF-UNITS            TO IF-UNITS
                   ADD SF-CUR-REV          TO IF-CUR-REV
                   ADD SF-NEW-REV          TO IF-NEW-REV
                   ADD SF-COST             TO IF-COST
                   MOVE SPACES             TO FL-LABEL
                   STRING '  STORE ' IS-STORE(C-IS-SUB)
                       DELIMITED BY SIZE INTO FL-LABEL
                   MOVE SPACES             TO FL-REMARKS
                   PERFORM L4-PRINT-FIGURES
               END-IF.

           L4-PRINT-FIGURES.
               COMPUTE SF-CUR-MARGIN = SF-CUR-REV - SF-COST.
               COMPUTE SF-NEW-MARGIN = SF-NEW-REV - SF-COST.
               IF SF-CUR-REV > 0
                   COMPUTE SF-CUR-PCT ROUNDED =
                       SF-CUR-MARGIN / SF-CUR-REV * 100
               ELSE
                   MOVE 0 TO SF-CUR-PCT
               END-IF.
               IF SF-NEW-REV > 0
                   COMPUTE SF-NEW-PCT ROUNDED =
                       SF-NEW-MARGIN / SF-NEW-REV * 100
               ELSE
                   MOVE 0 TO SF-NEW-PCT
               END-IF.
               MOVE SF-UNITS               TO FL-UNITS.
               MOVE SF-CUR-REV             TO FL-CUR-REV.
               MOVE SF-NEW-REV             TO FL-NEW-REV.
               MOVE SF-CUR-MARGIN          TO FL-CUR-MARGIN.
               MOVE SF-NEW-MARGIN          TO FL-NEW-MARGIN.
               MOVE SF-CUR-PCT             TO FL-CUR-PCT.
               MOVE SF-NEW-PCT             TO FL-NEW-PCT.
               WRITE PRTLINE FROM FIGURE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L4-ROLL-UP-COST.
               MOVE 0   TO C-ITEM-COST.
               MOVE 'N' TO C-NO-COST-SW.
               MOVE 'Y' TO C-NO-RECIPE-SW.
               PERFORM VARYING C-RCP-SUB FROM 1 BY 1
                   UNTIL C-RCP-SUB > C-RCP-CTR
                       IF RCT-ITEM-CODE(C-RCP-SUB) =
                           PRP-ITEM-CODE(C-PROP-SUB)
                           MOVE 'N' TO C-NO-RECIPE-SW
                           PERFORM L5-COST-ONE-INGREDIENT
                       END-IF
               END-PERFORM.

           L5-COST-ONE-INGREDIENT.
               PERFORM VARYING C-ONH-SUB FROM 1 BY 1
                   UNTIL C-ONH-SUB > C-ONH-CTR
                       OR RCT-INGREDIENT(C-RCP-SUB) =
                           ONH-NAME(C-ONH-SUB)
               END-PERFORM.
               IF C-ONH-SUB > C-ONH-CTR
                   SET C-NO-COST TO TRUE
               ELSE
                   IF ONH-UNIT-COST(C-ONH-SUB) = 0
                       SET C-NO-COST TO TRUE
                   END-IF
                   COMPUTE C-ITEM-COST = C-ITEM-COST +
                       RCT-QTY-PER-UNIT(C-RCP-SUB) *
                       ONH-UNIT-COST(C-ONH-SUB)
               END-IF.

           L4-FIND-CURRENT-PRICE.
      *    THE CURRENT PRICE IS THE MASTER ROW WITH THE LATEST
      *    EFFECTIVE DATE ON OR BEFORE THE RUN DATE - THE SAME RULE
      *    CBLHJB01 PRICES SALES WITH.
               MOVE 0 TO C-BEST-SUB.
               PERFORM VARYING C-MST-SUB FROM 1 BY 1
                   UNTIL C-MST-SUB > C-MST-CTR
                       IF MST-ITEM-CODE(C-MST-SUB) =
                           PRP-ITEM-CODE(C-PROP-SUB)
                           AND MST-EFF-DATE(C-MST-SUB) NOT >
                               C-ASOF-DATE
                           IF C-BEST-SUB = 0
                               MOVE C-MST-SUB TO C-BEST-SUB
                           ELSE
                               IF MST-EFF-DATE(C-MST-SUB) >
                                   MST-EFF-DATE(C-BEST-SUB)
                                   MOVE C-MST-SUB TO C-BEST-SUB
                               END-IF
                           END-IF
                       END-IF
               END-PERFORM.
               IF C-BEST-SUB > 0
                   MOVE MST-PRICE(C-BEST-SUB) TO
                       PRP-CUR-PRICE(C-PROP-SUB)
               ELSE
                   MOVE 0 TO PRP-CUR-PRICE(C-PROP-SUB)
               END-IF.

           L3-GRAND-TOTAL.
               IF C-PROP-OK-CTR = 0
                   MOVE 'NO VALID PRICE PROPOSALS ON PRICEPRP.DAT'
                       TO NOTE-TEXT
                   WRITE PRTLINE FROM NOTE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               MOVE GF-UNITS               TO SF-UNITS.
               MOVE GF-CUR-REV             TO SF-CUR-REV.
               MOVE GF-NEW-REV             TO SF-NEW-REV.
               MOVE GF-COST                TO SF-COST.
               MOVE 'ALL ITEMS'            TO FL-LABEL.
               MOVE SPACES                 TO FL-REMARKS.
               IF SF-CUR-REV > 0
                   COMPUTE C-REV-PCT ROUNDED =
                       (SF-NEW-REV - SF-CUR-REV) / SF-CUR-REV * 100
                   MOVE SPACES             TO FL-REMARKS
                   MOVE C-REV-PCT          TO C-REV-PCT-ED
                   STRING 'REVENUE ' C-REV-PCT-ED ' PCT'
                       DELIMITED BY SIZE INTO FL-REMARKS
               END-IF.
               MOVE SPACES                 TO PRTLINE.
               WRITE PRTLINE
                   AFTER ADVANCING 1 LINE.
               PERFORM L4-PRINT-FIGURES.

           L3-PRINT-REJECTS.
               IF C-PROP-REJ-CTR > 0
                   MOVE 'PROPOSALS REJECTED - NOT SIMULATED OR APPLIED'
                       TO NOTE-TEXT
                   WRITE PRTLINE FROM NOTE-LINE
                       AFTER ADVANCING 3 LINES
                   WRITE PRTLINE FROM REJECT-HEADING
                       AFTER ADVANCING 2 LINES
                   PERFORM VARYING C-PROP-SUB FROM 1 BY 1
                       UNTIL C-PROP-SUB > C-PROP-CTR
                           IF PRP-REJECTED(C-PROP-SUB)
                               PERFORM L4-PRINT-REJECT
                           END-IF
                   END-PERFORM
               END-IF.
               IF C-RCP-OVFL
                   MOVE 'RECIPE-TABLE'     TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               IF C-ONH-OVFL
                   MOVE 'ONHAND-TABLE'     TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.

           L4-PRINT-REJECT.
               MOVE PRP-ITEM-CODE(C-PROP-SUB) TO RJ-ITEM-CODE.
               MOVE PROPOSAL-ENTRY(C-PROP-SUB)(25:4) TO RJ-NEW-PRICE.
               MOVE PROPOSAL-ENTRY(C-PROP-SUB)(29:8) TO RJ-EFF-DATE.
               MOVE PRP-MSG(C-PROP-SUB)       TO RJ-MSG.
               WRITE PRTLINE FROM REJECT-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

      *    EACH ACCEPTED PRICE BECOMES A NEW EFFECTIVE-DATED ROW. A
      *    ROW ALREADY ON FILE FOR THE SAME ITEM AND DATE IS CHANGED
      *    IN PLACE RATHER THAN DOUBLED. EVERY ROW IS AUDITED ON
      *    MAINTAUD.DAT UNDER FILE CODE ITEMMSTR, AS CBLHJB25 DOES.
           L3-APPLY-PRICES.
               MOVE 'PRICES APPLIED TO ITEMMSTR.DAT' TO NOTE-TEXT.
               WRITE PRTLINE FROM NOTE-LINE
                   AFTER ADVANCING 3 LINES.
               PERFORM L4-APPLY-ONE-PRICE
                   VARYING C-PROP-SUB FROM 1 BY 1
                       UNTIL C-PROP-SUB > C-PROP-CTR.
               IF C-APPLIED-CTR = 0
                   MOVE '    NO PRICES APPLIED' TO NOTE-TEXT
                   WRITE PRTLINE FROM NOTE-LINE
                       AFTER ADVANCING 1 LINE
               ELSE
                   OPEN OUTPUT ITEM-MASTER
                   PERFORM VARYING C-MST-SUB FROM 1 BY 1
                       UNTIL C-MST-SUB > C-MST-CTR
                           MOVE MASTER-ENTRY(C-MST-SUB) TO IM-REC
                           WRITE IM-REC
                   END-PERFORM
                   CLOSE ITEM-MASTER
               END-IF.
      *    THE APPROVED PROPOSALS HAVE BEEN APPLIED; THE FILE IS
      *    EMPTIED SO THE SAME PRICES ARE NOT APPLIED TWICE.
               OPEN OUTPUT PRICE-PROPOSAL.
               CLOSE PRICE-PROPOSAL.

           L4-APPLY-ONE-PRICE.
               IF PRP-VALID(C-PROP-SUB)
                   MOVE 0 TO C-SAME-SUB
                   PERFORM VARYING C-MST-SUB FROM 1 BY 1
                       UNTIL C-MST-SUB > C-MST-CTR
                           IF MST-ITEM-CODE(C-MST-SUB) =
                               PRP-ITEM-CODE(C-PROP-SUB)
                               AND MST-EFF-DATE(C-MST-SUB) =
                                   PRP-EFF-DATE(C-PROP-SUB)
                               MOVE C-MST-SUB TO C-SAME-SUB
                           END-IF
                   END-PERFORM
                   IF C-SAME-SUB = 0 AND C-MST-CTR >= 500
                       DISPLAY 'CBLHJB70 - MASTER-TABLE FULL, '
                           'PRICE NOT APPLIED FOR '
                           PRP-ITEM-CODE(C-PROP-SUB)
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM L5-WRITE-PRICE-ROW
                   END-IF
               END-IF.

           L5-WRITE-PRICE-ROW.
               MOVE SPACES                 TO AU-OLD-IMAGE.
               MOVE SPACES                 TO AU-NEW-IMAGE.
               IF C-SAME-SUB = 0
                   ADD 1 TO C-MST-CTR
                   MOVE C-MST-CTR          TO C-SAME-SUB
                   MOVE 'A'                TO AU-ACTION
                   MOVE 'ADDED   '         TO AP-ACTION
               ELSE
                   MOVE MASTER-ENTRY(C-SAME-SUB) TO AU-OLD-IMAGE
                   MOVE 'C'                TO AU-ACTION
                   MOVE 'CHANGED '         TO AP-ACTION
               END-IF.
               MOVE PRP-ITEM-CODE(C-PROP-SUB) TO
                   MST-ITEM-CODE(C-SAME-SUB).
               MOVE PRP-ITEM-NAME(C-PROP-SUB) TO
                   MST-ITEM-NAME(C-SAME-SUB).
               MOVE PRP-EFF-DATE(C-PROP-SUB) TO
                   MST-EFF-DATE(C-SAME-SUB).
               MOVE PRP-NEW-PRICE(C-PROP-SUB) TO
                   MST-PRICE(C-SAME-SUB).
               MOVE MASTER-ENTRY(C-SAME-SUB) TO AU-NEW-IMAGE.
               PERFORM L6-WRITE-AUDIT.
               ADD 1 TO C-APPLIED-CTR.
               MOVE PRP-ITEM-CODE(C-PROP-SUB) TO AP-ITEM-CODE.
               MOVE PRP-ITEM-NAME(C-PROP-SUB) TO AP-ITEM-NAME.
               MOVE PRP-EFF-DATE(C-PROP-SUB)(5:2) TO AP-EFF-MM.
               MOVE PRP-EFF-DATE(C-PROP-SUB)(7:2) TO AP-EFF-DD.
               MOVE PRP-EFF-DATE(C-PROP-SUB)(1:4) TO AP-EFF-YY.
               MOVE PRP-NEW-PRICE(C-PROP-SUB) TO AP-PRICE.
               WRITE PRTLINE FROM APPLIED-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L6-WRITE-AUDIT.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE CURRENT-YEAR           TO AU-DATE(1:4).
               MOVE CURRENT-MONTH          TO AU-DATE(5:2).
               MOVE CURRENT-DAY            TO AU-DATE(7:2).
               MOVE CURRENT-TIME           TO AU-TIME.
               MOVE 'ITEMMSTR'             TO AU-FILE-CODE.
               OPEN EXTEND AUDIT-FILE.
               WRITE AU-REC.
               CLOSE AUDIT-FILE.

           L3-TOTALS.
               MOVE C-PROP-READ-CTR        TO GT-PROP-READ-CTR.
               MOVE C-PROP-OK-CTR          TO GT-PROP-OK-CTR.
               MOVE C-PROP-REJ-CTR         TO GT-PROP-REJ-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               MOVE C-BELOW-CTR            TO GT-BELOW-CTR.
               MOVE C-APPLIED-CTR          TO GT-APPLIED-CTR.
               MOVE C-NO-DETAIL-CTR        TO GT-NO-DETAIL-CTR.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.

           L4-HEADING-FIRST.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
               PERFORM L4-WINDOW-LINES.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               PERFORM L4-WINDOW-LINES.

           L4-WINDOW-LINES.
               MOVE C-FIRST-MONTH          TO WL-FIRST-MONTH.
               MOVE C-FIRST-YEAR           TO WL-FIRST-YEAR.
               MOVE C-ASOF-MONTH           TO WL-LAST-MONTH.
               MOVE C-ASOF-YEAR            TO WL-LAST-YEAR.
               MOVE C-MONTHS               TO WL-MONTHS.
               IF C-APPROVING
                   MOVE 'APPROVED RUN - PRICES APPLIED TO ITEMMSTR.DAT'
                       TO WL-MODE
               ELSE
                   MOVE 'SIMULATION ONLY - ITEMMSTR.DAT NOT CHANGED'
                       TO WL-MODE
               END-IF.
               WRITE PRTLINE FROM WINDOW-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM COL-HEADING1
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM COL-HEADING2
                   AFTER ADVANCING 1 LINE.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB70'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-PROP-READ-CTR        TO RL-RECS-READ.
               MOVE C-PROP-OK-CTR          TO RL-RECS-PROCESSED.
               MOVE C-PROP-REJ-CTR         TO RL-RECS-REJECTED.
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
               MOVE 'CBLHJB70'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-PRICEPRP-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PRICEPRP.DAT' DELIMITED BY SIZE
               INTO FP-PRICEPRP-DAT.
           MOVE SPACES TO FP-PRICCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PRICCTL.DAT' DELIMITED BY SIZE
               INTO FP-PRICCTL-DAT.
           MOVE SPACES TO FP-ITEMMSTR-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'ITEMMSTR.DAT' DELIMITED BY SIZE
               INTO FP-ITEMMSTR-DAT.
           MOVE SPACES TO FP-PIZZAHST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PIZZAHST.DAT' DELIMITED BY SIZE
               INTO FP-PIZZAHST-DAT.
           MOVE SPACES TO FP-RECIPE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RECIPE.DAT' DELIMITED BY SIZE
               INTO FP-RECIPE-DAT.
           MOVE SPACES TO FP-INGONHND-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INGONHND.DAT' DELIMITED BY SIZE
               INTO FP-INGONHND-DAT.
           MOVE SPACES TO FP-OPERCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'OPERCTL.DAT' DELIMITED BY SIZE
               INTO FP-OPERCTL-DAT.
           MOVE SPACES TO FP-MAINTAUD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'MAINTAUD.DAT' DELIMITED BY SIZE
               INTO FP-MAINTAUD-DAT.
           MOVE SPACES TO FP-PRICESIM-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PRICESIM.PRT' DELIMITED BY SIZE
               INTO FP-PRICESIM-PRT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB70.
