       IDENTIFICATION DIVISION.
      *DAILY STORE CASH-DRAWER CLOSE RECONCILIATION FOR THE PIZZA
      *LINE. EACH STORE TURNS IN ONE CLOSE RECORD PER BUSINESS DAY
      *ON STORCLOS.DAT - CASH COUNTED, CARD BATCH TOTAL, PAID-OUTS,
      *AND THE STARTING BANK. WHAT THE STORE TOOK IN IS THE CASH
      *COUNTED LESS THE STARTING BANK, PLUS THE PAID-OUTS TAKEN
      *FROM THE DRAWER, PLUS THE CARD BATCH. WHAT IT SHOULD HAVE
      *TAKEN IN IS PRICED FROM CBLPIZZA.DAT BY STORE AND SALE DATE
      *THE WAY CBLHJB01 PRICES THE SALES RUN - THE EFFECTIVE-DATED
      *ITEMMSTR.DAT PRICE, LESS THE PROMO.DAT DISCOUNT FOR A
      *PROMO-CODED SALE - AND A SALE CBLHJB01 WOULD REJECT IS LEFT
      *OUT HERE TOO. THE RECONCILIATION, STORRECN.PRT, SHOWS THE
      *OVER/SHORT BY STORE AND DAY WITH A RUNNING MONTH-TO-DATE
      *OVER/SHORT PER STORE, FLAGS A DAY OVER OR SHORT BY MORE THAN
      *THE THRESHOLD ON CLOSCTL.DAT (25.00 WHEN NOT SET), AND FLAGS
      *A STORE THAT SOLD PRODUCT BUT TURNED IN NO CLOSE. EVERY
      *RECONCILED DAY IS KEPT ON THE CLOSE HISTORY, CLOSHIST.DAT,
      *FOR A YEAR - THE MONTH-TO-DATE FIGURES COME FROM IT, AND A
      *LATE OR CORRECTED CLOSE SIMPLY RESTATES ITS DAY. POSTED CLOSE
      *RECORDS MOVE TO STORCLOS.PST AND THE INPUT IS EMPTIED.
       PROGRAM-ID. CBLHJB66.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT PIZZA-INPUT
               ASSIGN TO DYNAMIC FP-CBLPIZZA-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-PIZZA-INPUT-STATUS.

           SELECT OPTIONAL PROMO-FILE
               ASSIGN TO DYNAMIC FP-PROMO-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ITEM-MASTER
               ASSIGN TO DYNAMIC FP-ITEMMSTR-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CLOSE-INPUT
               ASSIGN TO DYNAMIC FP-STORCLOS-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CLOSE-POSTED
               ASSIGN TO DYNAMIC FP-STORCLOS-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CLOSE-HIST
               ASSIGN TO DYNAMIC FP-CLOSHIST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CLOSE-CTL
               ASSIGN TO DYNAMIC FP-CLOSCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECON-WORK
               ASSIGN TO DYNAMIC FP-STORRECN-TMP
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECON-SORT-WORK
               ASSIGN TO 'SORTWK1'.

           SELECT RECON-SORTED
               ASSIGN TO DYNAMIC FP-STORRECN-SRT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-STORRECN-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD PIZZA-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-PIZZA-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 I-PIZZA-REC.
           05 I-PIZZA-ITEM-NO          PIC X(4).
           05 I-PIZZA-CUR-DATE         PIC 9(8).
           05 I-PIZZA-PRICE            PIC 99V99.
           05 I-PIZZA-CUR-QTY          PIC 9(5).
           05 I-PIZZA-PREV-QTY         PIC 9(5).
           05 I-PIZZA-STORE            PIC XX.
               88 VAL-STORES           VALUE '01','02','03'.
           05 I-PIZZA-PROMO            PIC X(4).

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

           FD ITEM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS IM-REC
           RECORD CONTAINS 36 CHARACTERS.

       01 IM-REC.
           05 IM-ITEM-CODE             PIC X(4).
           05 IM-ITEM-NAME             PIC X(20).
           05 IM-EFF-DATE              PIC 9(8).
           05 IM-SELL-PRICE            PIC 99V99.

           FD CLOSE-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS SC-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 SC-REC.
           05 SC-STORE                 PIC XX.
               88 VAL-SC-STORES        VALUE '01','02','03'.
           05 SC-BUS-DATE              PIC 9(8).
           05 SC-CASH-COUNTED          PIC 9(6)V99.
           05 SC-CARD-TOTAL            PIC 9(6)V99.
           05 SC-PAID-OUTS             PIC 9(5)V99.
           05 SC-START-BANK            PIC 9(5)V99.

           FD CLOSE-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS SC-PST-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 SC-PST-REC                   PIC X(40).

           FD CLOSE-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS CH-REC
           RECORD CONTAINS 52 CHARACTERS.

       01 CH-REC.
           05 CH-STORE                 PIC XX.
           05 CH-BUS-DATE              PIC 9(8).
           05 CH-EXPECTED              PIC 9(7)V99.
           05 CH-CASH-NET              PIC S9(7)V99.
           05 CH-CARD-TOTAL            PIC 9(6)V99.
           05 CH-PAID-OUTS             PIC 9(5)V99.
           05 CH-OVER-SHORT            PIC S9(7)V99.

           FD CLOSE-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS CT-REC
           RECORD CONTAINS 5 CHARACTERS.

       01 CT-REC.
           05 CT-THRESHOLD             PIC 9(3)V99.

           FD RECON-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS RW-REC
           RECORD CONTAINS 53 CHARACTERS.

       01 RW-REC.
           05 RW-STORE                 PIC XX.
           05 RW-BUS-DATE              PIC 9(8).
           05 RW-EXPECTED              PIC 9(7)V99.
           05 RW-CASH-NET              PIC S9(7)V99.
           05 RW-CARD-TOTAL            PIC 9(6)V99.
           05 RW-PAID-OUTS             PIC 9(5)V99.
           05 RW-OVER-SHORT            PIC S9(7)V99.
           05 RW-CLOSE-SW              PIC X.

           SD RECON-SORT-WORK
           DATA RECORD IS RS-REC.

       01 RS-REC.
           05 RS-STORE                 PIC XX.
           05 RS-BUS-DATE              PIC 9(8).
           05 RS-REST                  PIC X(43).

           FD RECON-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS RD-REC
           RECORD CONTAINS 53 CHARACTERS.

       01 RD-REC.
           05 RD-STORE                 PIC XX.
           05 RD-BUS-DATE              PIC 9(8).
           05 RD-BUS-DATE-R REDEFINES RD-BUS-DATE.
               10 RD-BUS-YEAR          PIC 9(4).
               10 RD-BUS-MONTH         PIC 99.
               10 RD-BUS-DAY           PIC 99.
           05 RD-EXPECTED              PIC 9(7)V99.
           05 RD-CASH-NET              PIC S9(7)V99.
           05 RD-CARD-TOTAL            PIC 9(6)V99.
           05 RD-PAID-OUTS             PIC 9(5)V99.
           05 RD-OVER-SHORT            PIC S9(7)V99.
           05 RD-CLOSE-SW              PIC X.
               88 RD-NO-CLOSE          VALUE 'N'.

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
           05 FP-CBLPIZZA-DAT        PIC X(40)   VALUE SPACES.
           05 FP-PROMO-DAT           PIC X(40)   VALUE SPACES.
           05 FP-ITEMMSTR-DAT        PIC X(40)   VALUE SPACES.
           05 FP-STORCLOS-DAT        PIC X(40)   VALUE SPACES.
           05 FP-STORCLOS-PST        PIC X(40)   VALUE SPACES.
           05 FP-CLOSHIST-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CLOSCTL-DAT         PIC X(40)   VALUE SPACES.
           05 FP-STORRECN-TMP        PIC X(40)   VALUE SPACES.
           05 FP-STORRECN-SRT        PIC X(40)   VALUE SPACES.
           05 FP-STORRECN-PRT        PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-PROMOS          PIC X(3)    VALUE 'YES'.
               05 MORE-ITEMS           PIC X(3)    VALUE 'YES'.
               05 MORE-CLOSES          PIC X(3)    VALUE 'YES'.
               05 MORE-HIST            PIC X(3)    VALUE 'YES'.
               05 MORE-RECON           PIC X(3)    VALUE 'YES'.
               05 C-PIZZA-INPUT-STATUS PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 ERR-SW               PIC X       VALUE 'N'.
               05 ERR-MSG              PIC X(40)   VALUE SPACES.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-RUNLOG-RECS-READ   PIC 9(7)    VALUE 0.
               05 C-SALE-REJ-CTR       PIC 9(7)    VALUE 0.
               05 C-CLOSE-READ-CTR     PIC 9(7)    VALUE 0.
               05 C-CLOSE-OK-CTR       PIC 9(7)    VALUE 0.
               05 C-CLOSE-ERR-CTR      PIC 9(7)    VALUE 0.
               05 C-FLAG-CTR           PIC 9(5)    VALUE 0.
               05 C-MISSING-CTR        PIC 9(5)    VALUE 0.
               05 C-PMO-CTR            PIC 99      VALUE 0.
               05 C-PMO-SUB            PIC 99      VALUE 0.
               05 C-PMO-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-PMO-OVFL        VALUE 'Y'.
               05 C-PRICE-CTR          PIC 999     VALUE 0.
               05 C-PRICE-SUB          PIC 999     VALUE 0.
               05 C-BEST-SUB           PIC 999     VALUE 0.
               05 C-PRICE-OVFL-SW      PIC X       VALUE 'N'.
                  88 C-PRICE-OVFL      VALUE 'Y'.
               05 C-DAY-CTR            PIC 9(4)    VALUE 0.
               05 C-DAY-SUB            PIC 9(4)    VALUE 0.
               05 C-HST-CTR            PIC 9(4)    VALUE 0.
               05 C-HST-SUB            PIC 9(4)    VALUE 0.
               05 C-STR-CTR            PIC 99      VALUE 0.
               05 C-STR-SUB            PIC 99      VALUE 0.
               05 C-ERR-LINE-CTR       PIC 99      VALUE 0.
               05 C-ERR-LINE-SUB       PIC 99      VALUE 0.
               05 C-MASTER-PRICE       PIC 99V99   VALUE 0.
               05 C-LINE-REVENUE       PIC 9(9)V99 VALUE 0.
               05 C-THRESHOLD          PIC 9(3)V99 VALUE 25.00.
               05 C-CASH-NET           PIC S9(7)V99 VALUE 0.
               05 C-MTD-AMT            PIC S9(9)V99 VALUE 0.
               05 C-PREV-STORE         PIC XX      VALUE SPACES.
               05 C-FLAG               PIC X(12)   VALUE SPACES.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 C-ASOF-DATE-R REDEFINES C-ASOF-DATE.
                   10 C-ASOF-YEAR      PIC 9(4).
                   10 C-ASOF-MONTH     PIC 99.
                   10 C-ASOF-DAY       PIC 99.
               05 C-KEEP-DATE          PIC 9(8)    VALUE 0.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

           01 PROMO-TABLE.
               05 PROMO-ENTRY          OCCURS 50 TIMES.
                   10 PMO-CODE         PIC X(4).
                   10 PMO-DISC-PCT     PIC 99.
                   10 PMO-START-DATE   PIC 9(8).
                   10 PMO-END-DATE     PIC 9(8).

           01 PRICE-TABLE.
               05 PRICE-ENTRY          OCCURS 200 TIMES.
                   10 PRT-ITEM-CODE    PIC X(4).
                   10 PRT-EFF-DATE     PIC 9(8).
                   10 PRT-PRICE        PIC 99V99.

      *    ONE ROW PER STORE AND BUSINESS DAY ON THIS RUN'S SALES OR
      *    CLOSE RECORDS. CLOSE-SW: Y CLOSE THIS RUN, H CLOSE ALREADY
      *    ON THE HISTORY, N NO CLOSE TURNED IN.
           01 DAY-TABLE.
               05 DAY-ENTRY            OCCURS 1000 TIMES.
                   10 DY-STORE         PIC XX.
                   10 DY-BUS-DATE      PIC 9(8).
                   10 DY-EXPECTED      PIC 9(7)V99.
                   10 DY-CASH-NET      PIC S9(7)V99.
                   10 DY-CARD-TOTAL    PIC 9(6)V99.
                   10 DY-PAID-OUTS     PIC 9(5)V99.
                   10 DY-OVER-SHORT    PIC S9(7)V99.
                   10 DY-CLOSE-SW      PIC X.

           01 HIST-TABLE.
               05 HST-ENTRY            OCCURS 3000 TIMES.
                   10 HST-STORE        PIC XX.
                   10 HST-BUS-DATE     PIC 9(8).
                   10 HST-BUS-DATE-R REDEFINES HST-BUS-DATE.
                       15 HST-BUS-YEAR  PIC 9(4).
                       15 HST-BUS-MONTH PIC 99.
                       15 HST-BUS-DAY   PIC 99.
                   10 HST-EXPECTED     PIC 9(7)V99.
                   10 HST-CASH-NET     PIC S9(7)V99.
                   10 HST-CARD-TOTAL   PIC 9(6)V99.
                   10 HST-PAID-OUTS    PIC 9(5)V99.
                   10 HST-OVER-SHORT   PIC S9(7)V99.

           01 STORE-TABLE.
               05 STR-ENTRY            OCCURS 10 TIMES.
                   10 STR-STORE        PIC XX.
                   10 STR-DAYS         PIC 9(4).
                   10 STR-FLAGGED      PIC 9(4).
                   10 STR-MISSING      PIC 9(4).

      *    REJECTED CLOSE RECORDS ARE HELD FOR THE LAST SECTION OF
      *    THE REPORT SO THE STORE CAN REKEY THEM.
           01 ERR-LINE-TABLE.
               05 ERR-LINE-ENTRY       OCCURS 50 TIMES.
                   10 ELT-REC          PIC X(40).
                   10 ELT-MSG          PIC X(40).

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(31)   VALUE SPACES.
               05 FILLER               PIC X(38)
                  VALUE 'STORE CASH-DRAWER CLOSE RECONCILIATION'.
               05 FILLER               PIC X(39)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 COL-HEADING.
               05 FILLER               PIC X(5)    VALUE 'STORE'.
               05 FILLER               PIC X(13)   VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'BUS DATE'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'EXPECTED'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'CASH NET'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'CARD'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'PAID-OUTS'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'OVER/SHORT'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'MTD O/S'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'FLAG'.

           01 DETAIL-LINE.
               05 D-STORE              PIC XX.
               05 FILLER               PIC X       VALUE SPACE.
               05 D-STORE-NAME         PIC X(13).
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-BUS-MM             PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 D-BUS-DD             PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 D-BUS-YY             PIC 9(4).
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-EXPECTED           PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X       VALUE SPACE.
               05 D-CLOSE-AMTS.
                   10 D-CASH-NET       PIC Z,ZZZ,ZZ9.99-.
                   10 FILLER           PIC X       VALUE SPACE.
                   10 D-CARD-TOTAL     PIC ZZZ,ZZ9.99.
                   10 FILLER           PIC X       VALUE SPACE.
                   10 D-PAID-OUTS      PIC ZZ,ZZ9.99.
                   10 FILLER           PIC X       VALUE SPACE.
                   10 D-OVER-SHORT     PIC Z,ZZZ,ZZ9.99-.
               05 D-CLOSE-AMTS-X REDEFINES D-CLOSE-AMTS
                                       PIC X(48).
               05 FILLER               PIC X       VALUE SPACE.
               05 D-MTD                PIC ZZZ,ZZ9.99-.
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-FLAG               PIC X(12).

           01 NONE-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(36)
                  VALUE 'NO SALES OR CLOSE RECORDS THIS RUN  '.

           01 SUMMARY-HEAD-LINE.
               05 FILLER               PIC X(35)
                  VALUE 'MONTH-TO-DATE OVER/SHORT BY STORE -'.
               05 FILLER               PIC X       VALUE SPACE.
               05 SH-MONTH             PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 SH-YEAR              PIC 9(4).

           01 SUMMARY-COL-HEADING.
               05 FILLER               PIC X(5)    VALUE 'STORE'.
               05 FILLER               PIC X(13)   VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'DAYS THIS'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'FLAGGED'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'NO CLOSE'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(12)   VALUE 'MTD OVER/SHT'.

           01 SUMMARY-LINE.
               05 SL-STORE             PIC XX.
               05 FILLER               PIC X       VALUE SPACE.
               05 SL-STORE-NAME        PIC X(13).
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 SL-DAYS              PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 SL-FLAGGED           PIC Z,ZZ9.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 SL-MISSING           PIC Z,ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 SL-MTD               PIC Z,ZZZ,ZZ9.99-.

           01 ERR-HEAD-LINE.
               05 FILLER               PIC X(34)
                  VALUE 'CLOSE RECORDS REJECTED - REKEY    '.

           01 ERR-DETAIL-LINE.
               05 ED-REC               PIC X(40).
               05 FILLER               PIC XX      VALUE SPACES.
               05 ED-MSG               PIC X(40).

           01 TOTAL-LINE1.
               05 FILLER               PIC X(21)
                  VALUE 'CLOSE RECORDS READ   '.
               05 GT-CLOSE-READ-CTR    PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'CLOSE RECORDS POSTED '.
               05 GT-CLOSE-OK-CTR      PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'CLOSE RECORDS REJECT '.
               05 GT-CLOSE-ERR-CTR     PIC Z,ZZ9.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(21)
                  VALUE 'DAYS OVER THRESHOLD  '.
               05 GT-FLAG-CTR          PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'DAYS WITH NO CLOSE   '.
               05 GT-MISSING-CTR       PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'THRESHOLD            '.
               05 GT-THRESHOLD         PIC ZZ9.99.

           01 TOTAL-LINE3.
               05 FILLER               PIC X(21)
                  VALUE 'SALE RECORDS READ    '.
               05 GT-SALE-READ-CTR     PIC ZZZ,ZZ9.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'SALES NOT PRICED     '.
               05 GT-SALE-REJ-CTR      PIC ZZZ,ZZ9.

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
               OPEN INPUT PIZZA-INPUT.
               IF C-PIZZA-INPUT-STATUS NOT = '00'
                   DISPLAY 'CBLHJB66 - UNABLE TO OPEN PIZZA-INPUT, '
                       'STATUS = ' C-PIZZA-INPUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET C-JOB-ABEND TO TRUE
               END-IF.
               IF C-JOB-ABEND
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
                   MOVE CURRENT-YEAR           TO C-ASOF-YEAR
                   MOVE CURRENT-MONTH          TO C-ASOF-MONTH
                   MOVE CURRENT-DAY            TO C-ASOF-DAY
               ELSE
                   MOVE RC-AS-OF-MONTH         TO TITLE-MONTH
                   MOVE RC-AS-OF-DAY           TO TITLE-DAY
                   MOVE RC-AS-OF-YEAR          TO TITLE-YEAR
                   MOVE RC-AS-OF-DATE          TO C-ASOF-DATE
               END-IF.
      *    THE HISTORY KEEPS A YEAR OF DAYS - ANYTHING OLDER IS
      *    DROPPED WHEN THE FILE IS REWRITTEN.
               COMPUTE C-KEEP-DATE = C-ASOF-DATE - 10000.
               OPEN INPUT CLOSE-CTL.
               READ CLOSE-CTL
                   AT END
                       MOVE 0 TO CT-THRESHOLD.
               CLOSE CLOSE-CTL.
               IF CT-THRESHOLD NUMERIC AND CT-THRESHOLD > 0
                   MOVE CT-THRESHOLD TO C-THRESHOLD
               END-IF.
               OPEN INPUT PROMO-FILE.
               PERFORM L3-LOAD-PROMO
                   UNTIL MORE-PROMOS = 'NO'.
               CLOSE PROMO-FILE.
               OPEN INPUT ITEM-MASTER.
               PERFORM L3-LOAD-PRICE
                   UNTIL MORE-ITEMS = 'NO'.
               CLOSE ITEM-MASTER.
               OPEN INPUT CLOSE-HIST.
               PERFORM L3-LOAD-HIST
                   UNTIL MORE-HIST = 'NO'.
               CLOSE CLOSE-HIST.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-CHECK-SALE
                   THRU L3-CHECK-SALE-EXIT.
               IF ERR-SW = 'N'
                   PERFORM L3-PRICE-SALE
               ELSE
                   ADD 1 TO C-SALE-REJ-CTR
               END-IF.
               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               CLOSE PIZZA-INPUT.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT CLOSE-INPUT.
               OPEN EXTEND CLOSE-POSTED.
               PERFORM L3-APPLY-CLOSE
                   UNTIL MORE-CLOSES = 'NO'.
               CLOSE CLOSE-POSTED.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               PERFORM L3-MATCH-HISTORY
                   VARYING C-DAY-SUB FROM 1 BY 1
                       UNTIL C-DAY-SUB > C-DAY-CTR.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               PERFORM L3-PRINT-RECON.
               PERFORM L3-PRINT-SUMMARY.
               PERFORM L3-PRINT-REJECTS.
               PERFORM L3-TOTALS.
               PERFORM L3-REWRITE-HIST.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE CLOSE-INPUT.
      *    POSTED CLOSE RECORDS MOVE TO STORCLOS.PST AND THE INPUT IS
      *    EMPTIED - THE DAY STAYS RECONCILED ON CLOSHIST.DAT.
               OPEN OUTPUT CLOSE-INPUT.
               CLOSE CLOSE-INPUT.
               CLOSE PRTOUT.

           L3-READ-INPUT.
               READ PIZZA-INPUT
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-RUNLOG-RECS-READ
               END-IF.

           L3-LOAD-PROMO.
      *    A PROMO WITH A BAD START OR END DATE IS DROPPED, AS IN
      *    CBLHJB01 - SALES CODED TO IT THEN FALL OUT AS REJECTS.
               READ PROMO-FILE
                   AT END
                       MOVE 'NO' TO MORE-PROMOS
                   NOT AT END
                       PERFORM L4-STORE-PROMO
               END-READ.

           L4-STORE-PROMO.
               MOVE PM-START-DATE TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS = 'Y'
                   MOVE PM-END-DATE TO C-VAL-DATE
                   CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS
               END-IF.
               IF C-DATE-STATUS = 'Y'
                   IF C-PMO-CTR < 50
                       ADD 1 TO C-PMO-CTR
                       MOVE PM-CODE       TO PMO-CODE(C-PMO-CTR)
                       MOVE PM-DISC-PCT   TO PMO-DISC-PCT(C-PMO-CTR)
                       MOVE PM-START-DATE TO PMO-START-DATE(C-PMO-CTR)
                       MOVE PM-END-DATE   TO PMO-END-DATE(C-PMO-CTR)
                   ELSE
                       IF NOT C-PMO-OVFL
                           SET C-PMO-OVFL TO TRUE
                           DISPLAY 'CBLHJB66 - PROMO-TABLE '
                               'OVERFLOW, PROMO PRICING INCOMPLETE'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF.

           L3-LOAD-PRICE.
               READ ITEM-MASTER
                   AT END
                       MOVE 'NO' TO MORE-ITEMS
                   NOT AT END
                       IF C-PRICE-CTR < 200
                           ADD 1 TO C-PRICE-CTR
                           MOVE IM-ITEM-CODE  TO
                               PRT-ITEM-CODE(C-PRICE-CTR)
                           MOVE IM-EFF-DATE   TO
                               PRT-EFF-DATE(C-PRICE-CTR)
                           MOVE IM-SELL-PRICE TO PRT-PRICE(C-PRICE-CTR)
                       ELSE
                           IF NOT C-PRICE-OVFL
                               SET C-PRICE-OVFL TO TRUE
                               DISPLAY 'CBLHJB66 - PRICE-TABLE '
                                   'OVERFLOW, KEYED PRICES USED PAST '
                                   '200 ROWS'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-HIST.
      *    CLOSHIST.DAT IS REWRITTEN IN FULL FROM THIS TABLE, SO AN
      *    OVERFLOW HALTS THE RUN RATHER THAN LOSE RECONCILED DAYS.
               READ CLOSE-HIST
                   AT END
                       MOVE 'NO' TO MORE-HIST
                   NOT AT END
                       IF CH-BUS-DATE > C-KEEP-DATE
                           IF C-HST-CTR < 3000
                               ADD 1 TO C-HST-CTR
                               MOVE CH-REC TO HST-ENTRY(C-HST-CTR)
                           ELSE
                               DISPLAY 'CBLHJB66 - HIST-TABLE '
                                   'OVERFLOW, RUN HALTED'
                               MOVE 16 TO RETURN-CODE
                               SET C-JOB-ABEND TO TRUE
                               MOVE 'NO' TO MORE-HIST
                           END-IF
                       END-IF
               END-READ.

           L3-CHECK-SALE.
      *    THE SAME REJECTS CBLHJB01 APPLIES, SO EXPECTED REVENUE
      *    TIES TO THE STORE SUBTOTALS ON THE SALES REPORT.
               MOVE 'N' TO ERR-SW.
               IF NOT VAL-STORES
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-CHECK-SALE-EXIT.

               MOVE I-PIZZA-CUR-DATE TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS NOT = 'Y'
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-CHECK-SALE-EXIT.

               IF I-PIZZA-PROMO NOT = SPACES
                   PERFORM VARYING C-PMO-SUB FROM 1 BY 1
                       UNTIL C-PMO-SUB > C-PMO-CTR
                           OR I-PIZZA-PROMO = PMO-CODE(C-PMO-SUB)
                   END-PERFORM
                   IF C-PMO-SUB > C-PMO-CTR
                       MOVE 'Y' TO ERR-SW
                       GO TO L3-CHECK-SALE-EXIT
                   END-IF
                   IF I-PIZZA-CUR-DATE < PMO-START-DATE(C-PMO-SUB)
                       OR I-PIZZA-CUR-DATE > PMO-END-DATE(C-PMO-SUB)
                       MOVE 'Y' TO ERR-SW
                       GO TO L3-CHECK-SALE-EXIT
                   END-IF
               END-IF.

               IF I-PIZZA-PREV-QTY NOT NUMERIC
                   OR I-PIZZA-CUR-QTY NOT NUMERIC
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-CHECK-SALE-EXIT.

               IF I-PIZZA-PREV-QTY = 0
                   AND I-PIZZA-CUR-QTY > 0
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-CHECK-SALE-EXIT.

               IF I-PIZZA-PREV-QTY > 0
                   AND I-PIZZA-CUR-QTY > I-PIZZA-PREV-QTY * 10
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-CHECK-SALE-EXIT.

           L3-CHECK-SALE-EXIT.
               EXIT.

           L3-PRICE-SALE.
               PERFORM L4-FIND-MASTER-PRICE.
               IF I-PIZZA-PROMO NOT = SPACES
      *    CBLHJB01 ROUNDS THE DISCOUNTED UNIT PRICE BEFORE
      *    EXTENDING IT, SO THIS DOES TOO.
                   COMPUTE C-MASTER-PRICE ROUNDED = C-MASTER-PRICE *
                       (100 - PMO-DISC-PCT(C-PMO-SUB)) / 100
               END-IF.
               COMPUTE C-LINE-REVENUE =
                   C-MASTER-PRICE * I-PIZZA-CUR-QTY.
               MOVE I-PIZZA-STORE    TO RW-STORE.
               MOVE I-PIZZA-CUR-DATE TO RW-BUS-DATE.
               PERFORM L4-FIND-DAY.
               IF C-DAY-SUB > 0
                   ADD C-LINE-REVENUE TO DY-EXPECTED(C-DAY-SUB)
               END-IF.

           L4-FIND-MASTER-PRICE.
      *    THE OFFICIAL SELLING PRICE IS THE MASTER PRICE ROW FOR
      *    THE ITEM WITH THE LATEST EFFECTIVE DATE ON OR BEFORE THE
      *    SALE DATE. WITH NO ROW ON FILE THE KEYED PRICE STANDS.
               MOVE 0 TO C-BEST-SUB.
               PERFORM VARYING C-PRICE-SUB FROM 1 BY 1
                   UNTIL C-PRICE-SUB > C-PRICE-CTR
                       IF PRT-ITEM-CODE(C-PRICE-SUB) =
                           I-PIZZA-ITEM-NO
                           AND PRT-EFF-DATE(C-PRICE-SUB) NOT >
                               I-PIZZA-CUR-DATE
                           IF C-BEST-SUB = 0
                               MOVE C-PRICE-SUB TO C-BEST-SUB
                           ELSE
                               IF PRT-EFF-DATE(C-PRICE-SUB) >
                                   PRT-EFF-DATE(C-BEST-SUB)
                                   MOVE C-PRICE-SUB TO C-BEST-SUB
                               END-IF
                           END-IF
                       END-IF
               END-PERFORM.
               IF C-BEST-SUB > 0
                   MOVE PRT-PRICE(C-BEST-SUB) TO C-MASTER-PRICE
               ELSE
                   MOVE I-PIZZA-PRICE TO C-MASTER-PRICE
               END-IF.

           L4-FIND-DAY.
      *    FINDS OR ADDS THE STORE/DAY ROW FOR RW-STORE AND
      *    RW-BUS-DATE. A FULL TABLE HALTS THE RUN - A DAY LEFT OFF
      *    WOULD READ AS A STORE THAT NEVER CLOSED.
               PERFORM VARYING C-DAY-SUB FROM 1 BY 1
                   UNTIL C-DAY-SUB > C-DAY-CTR
                       OR (DY-STORE(C-DAY-SUB) = RW-STORE
                           AND DY-BUS-DATE(C-DAY-SUB) = RW-BUS-DATE)
               END-PERFORM.
               IF C-DAY-SUB > C-DAY-CTR
                   IF C-DAY-CTR < 1000
                       ADD 1 TO C-DAY-CTR
                       MOVE C-DAY-CTR   TO C-DAY-SUB
                       MOVE RW-STORE    TO DY-STORE(C-DAY-SUB)
                       MOVE RW-BUS-DATE TO DY-BUS-DATE(C-DAY-SUB)
                       MOVE 0           TO DY-EXPECTED(C-DAY-SUB)
                       MOVE 0           TO DY-CASH-NET(C-DAY-SUB)
                       MOVE 0           TO DY-CARD-TOTAL(C-DAY-SUB)
                       MOVE 0           TO DY-PAID-OUTS(C-DAY-SUB)
                       MOVE 0           TO DY-OVER-SHORT(C-DAY-SUB)
                       MOVE 'N'         TO DY-CLOSE-SW(C-DAY-SUB)
                   ELSE
                       IF NOT C-JOB-ABEND
                           DISPLAY 'CBLHJB66 - DAY-TABLE OVERFLOW, '
                               'RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                       END-IF
                       MOVE 0 TO C-DAY-SUB
                   END-IF
               END-IF.

           L3-APPLY-CLOSE.
               READ CLOSE-INPUT
                   AT END
                       MOVE 'NO' TO MORE-CLOSES
                   NOT AT END
                       ADD 1 TO C-CLOSE-READ-CTR
                       PERFORM L4-CHECK-CLOSE
                           THRU L4-CHECK-CLOSE-EXIT
                       IF ERR-SW = 'N'
                           PERFORM L4-POST-CLOSE
                       ELSE
                           PERFORM L4-HOLD-REJECT
                       END-IF
                       MOVE SC-REC TO SC-PST-REC
                       WRITE SC-PST-REC
               END-READ.

           L4-CHECK-CLOSE.
               MOVE 'N' TO ERR-SW.
               IF NOT VAL-SC-STORES
                   MOVE 'STORE CODE MUST BE 01, 02, OR 03' TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L4-CHECK-CLOSE-EXIT.

               MOVE SC-BUS-DATE TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS NOT = 'Y'
                   MOVE 'BUSINESS DATE IS NOT A VALID DATE' TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L4-CHECK-CLOSE-EXIT.

               IF SC-BUS-DATE > C-ASOF-DATE
                   MOVE 'BUSINESS DATE IS IN THE FUTURE' TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L4-CHECK-CLOSE-EXIT.

               IF SC-CASH-COUNTED NOT NUMERIC
                   OR SC-CARD-TOTAL NOT NUMERIC
                   OR SC-PAID-OUTS NOT NUMERIC
                   OR SC-START-BANK NOT NUMERIC
                   MOVE 'AN AMOUNT IS NOT NUMERIC' TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L4-CHECK-CLOSE-EXIT.

           L4-CHECK-CLOSE-EXIT.
               EXIT.

           L4-POST-CLOSE.
      *    A SECOND CLOSE FOR THE SAME STORE AND DAY REPLACES THE
      *    FIRST - THE STORE IS CORRECTING ITS COUNT.
               MOVE SC-STORE    TO RW-STORE.
               MOVE SC-BUS-DATE TO RW-BUS-DATE.
               PERFORM L4-FIND-DAY.
               IF C-DAY-SUB > 0
                   ADD 1 TO C-CLOSE-OK-CTR
                   COMPUTE DY-CASH-NET(C-DAY-SUB) =
                       SC-CASH-COUNTED - SC-START-BANK
                   MOVE SC-CARD-TOTAL TO DY-CARD-TOTAL(C-DAY-SUB)
                   MOVE SC-PAID-OUTS  TO DY-PAID-OUTS(C-DAY-SUB)
                   MOVE 'Y'           TO DY-CLOSE-SW(C-DAY-SUB)
               END-IF.

           L4-HOLD-REJECT.
               ADD 1 TO C-CLOSE-ERR-CTR.
               IF C-ERR-LINE-CTR < 50
                   ADD 1 TO C-ERR-LINE-CTR
                   MOVE SC-REC  TO ELT-REC(C-ERR-LINE-CTR)
                   MOVE ERR-MSG TO ELT-MSG(C-ERR-LINE-CTR)
               END-IF.

           L3-MATCH-HISTORY.
      *    A DAY WITH NO CLOSE THIS RUN TAKES ITS COUNT FROM THE
      *    HISTORY IF THE STORE CLOSED IT ON AN EARLIER RUN. EVERY
      *    CLOSED DAY IS THEN RESTATED ON THE HISTORY AGAINST THE
      *    EXPECTED REVENUE PRICED ON THIS RUN.
               PERFORM VARYING C-HST-SUB FROM 1 BY 1
                   UNTIL C-HST-SUB > C-HST-CTR
                       OR (HST-STORE(C-HST-SUB) = DY-STORE(C-DAY-SUB)
                           AND HST-BUS-DATE(C-HST-SUB) =
                               DY-BUS-DATE(C-DAY-SUB))
               END-PERFORM.
               IF DY-CLOSE-SW(C-DAY-SUB) = 'N'
                   AND C-HST-SUB NOT > C-HST-CTR
                   MOVE HST-CASH-NET(C-HST-SUB)
                       TO DY-CASH-NET(C-DAY-SUB)
                   MOVE HST-CARD-TOTAL(C-HST-SUB)
                       TO DY-CARD-TOTAL(C-DAY-SUB)
                   MOVE HST-PAID-OUTS(C-HST-SUB)
                       TO DY-PAID-OUTS(C-DAY-SUB)
                   MOVE 'H' TO DY-CLOSE-SW(C-DAY-SUB)
               END-IF.
               IF DY-CLOSE-SW(C-DAY-SUB) = 'N'
                   MOVE 0 TO DY-OVER-SHORT(C-DAY-SUB)
               ELSE
                   COMPUTE DY-OVER-SHORT(C-DAY-SUB) =
                       DY-CASH-NET(C-DAY-SUB)
                       + DY-PAID-OUTS(C-DAY-SUB)
                       + DY-CARD-TOTAL(C-DAY-SUB)
                       - DY-EXPECTED(C-DAY-SUB)
                   IF C-HST-SUB > C-HST-CTR
                       IF C-HST-CTR < 3000
                           ADD 1 TO C-HST-CTR
                           MOVE C-HST-CTR TO C-HST-SUB
                       ELSE
                           DISPLAY 'CBLHJB66 - HIST-TABLE OVERFLOW, '
                               'RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE C-DAY-CTR TO C-DAY-SUB
                       END-IF
                   END-IF
                   IF NOT C-JOB-ABEND
                       MOVE DY-STORE(C-DAY-SUB)
                           TO HST-STORE(C-HST-SUB)
                       MOVE DY-BUS-DATE(C-DAY-SUB)
                           TO HST-BUS-DATE(C-HST-SUB)
                       MOVE DY-EXPECTED(C-DAY-SUB)
                           TO HST-EXPECTED(C-HST-SUB)
                       MOVE DY-CASH-NET(C-DAY-SUB)
                           TO HST-CASH-NET(C-HST-SUB)
                       MOVE DY-CARD-TOTAL(C-DAY-SUB)
                           TO HST-CARD-TOTAL(C-HST-SUB)
                       MOVE DY-PAID-OUTS(C-DAY-SUB)
                           TO HST-PAID-OUTS(C-HST-SUB)
                       MOVE DY-OVER-SHORT(C-DAY-SUB)
                           TO HST-OVER-SHORT(C-HST-SUB)
                   END-IF
               END-IF.

           L3-PRINT-RECON.
               OPEN OUTPUT RECON-WORK.
               PERFORM VARYING C-DAY-SUB FROM 1 BY 1
                   UNTIL C-DAY-SUB > C-DAY-CTR
                       MOVE DAY-ENTRY(C-DAY-SUB) TO RW-REC
                       WRITE RW-REC
               END-PERFORM.
               CLOSE RECON-WORK.
               SORT RECON-SORT-WORK
                   ON ASCENDING KEY RS-STORE
                   ON ASCENDING KEY RS-BUS-DATE
                   USING RECON-WORK
                   GIVING RECON-SORTED.
               IF SORT-RETURN NOT = ZERO
                   DISPLAY 'CBLHJB66 - SORT OF RECON-WORK FAILED, '
                       'SORT-RETURN = ' SORT-RETURN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT PRTOUT.
               PERFORM L3-INIT-HEADING.
               IF C-DAY-CTR = 0
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               OPEN INPUT RECON-SORTED.
               PERFORM L4-PRINT-DAY
                   UNTIL MORE-RECON = 'NO'.
               CLOSE RECON-SORTED.

           L3-INIT-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L4-PRINT-DAY.
               READ RECON-SORTED
                   AT END
                       MOVE 'NO' TO MORE-RECON
                   NOT AT END
                       PERFORM L5-PUT-DAY
               END-READ.

           L5-PUT-DAY.
               IF RD-STORE NOT = C-PREV-STORE
                   MOVE RD-STORE TO C-PREV-STORE
                   IF PAGE-CTR > 1 OR LINAGE-COUNTER > 4
                       MOVE SPACES TO PRTLINE
                       WRITE PRTLINE
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-IF.
               PERFORM L5-FIND-STORE.
               ADD 1 TO STR-DAYS(C-STR-SUB).
               MOVE RD-STORE               TO D-STORE.
               PERFORM L5-EVAL-STORE-NAME.
               MOVE RD-BUS-MONTH           TO D-BUS-MM.
               MOVE RD-BUS-DAY             TO D-BUS-DD.
               MOVE RD-BUS-YEAR            TO D-BUS-YY.
               MOVE RD-EXPECTED            TO D-EXPECTED.
               MOVE RD-CASH-NET            TO D-CASH-NET.
               MOVE RD-CARD-TOTAL          TO D-CARD-TOTAL.
               MOVE RD-PAID-OUTS           TO D-PAID-OUTS.
               MOVE RD-OVER-SHORT          TO D-OVER-SHORT.
      *    THE RUNNING MONTH-TO-DATE IS EVERY CLOSED DAY ON THE
      *    HISTORY FOR THIS STORE IN THE SAME MONTH, THROUGH THIS DAY.
               MOVE 0 TO C-MTD-AMT.
               PERFORM VARYING C-HST-SUB FROM 1 BY 1
                   UNTIL C-HST-SUB > C-HST-CTR
                       IF HST-STORE(C-HST-SUB) = RD-STORE
                           AND HST-BUS-YEAR(C-HST-SUB) = RD-BUS-YEAR
                           AND HST-BUS-MONTH(C-HST-SUB) = RD-BUS-MONTH
                           AND HST-BUS-DATE(C-HST-SUB) NOT >
                               RD-BUS-DATE
                           ADD HST-OVER-SHORT(C-HST-SUB) TO C-MTD-AMT
                       END-IF
               END-PERFORM.
               MOVE C-MTD-AMT              TO D-MTD.
               MOVE SPACES                 TO C-FLAG.
               IF RD-NO-CLOSE
                   MOVE 'NO CLOSE'         TO C-FLAG
                   ADD 1 TO C-MISSING-CTR
                   ADD 1 TO STR-MISSING(C-STR-SUB)
                   MOVE SPACES             TO D-CLOSE-AMTS-X
               ELSE
                   IF RD-OVER-SHORT > C-THRESHOLD
                       MOVE '*** OVER'     TO C-FLAG
                   END-IF
                   IF RD-OVER-SHORT < 0 - C-THRESHOLD
                       MOVE '*** SHORT'    TO C-FLAG
                   END-IF
                   IF C-FLAG NOT = SPACES
                       ADD 1 TO C-FLAG-CTR
                       ADD 1 TO STR-FLAGGED(C-STR-SUB)
                   END-IF
               END-IF.
               MOVE C-FLAG                 TO D-FLAG.
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L5-FIND-STORE.
               PERFORM VARYING C-STR-SUB FROM 1 BY 1
                   UNTIL C-STR-SUB > C-STR-CTR
                       OR STR-STORE(C-STR-SUB) = RD-STORE
               END-PERFORM.
               IF C-STR-SUB > C-STR-CTR
                   ADD 1 TO C-STR-CTR
                   MOVE RD-STORE TO STR-STORE(C-STR-SUB)
                   MOVE 0        TO STR-DAYS(C-STR-SUB)
                   MOVE 0        TO STR-FLAGGED(C-STR-SUB)
                   MOVE 0        TO STR-MISSING(C-STR-SUB)
               END-IF.

           L5-EVAL-STORE-NAME.
               EVALUATE D-STORE
                   WHEN '01'
                       MOVE 'DOWNTOWN'     TO D-STORE-NAME
                   WHEN '02'
                       MOVE 'WESTSIDE'     TO D-STORE-NAME
                   WHEN '03'
                       MOVE 'NORTH END'    TO D-STORE-NAME
                   WHEN OTHER
                       MOVE 'UNKNOWN STORE' TO D-STORE-NAME
               END-EVALUATE.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L3-PRINT-SUMMARY.
      *    THE SUMMARY IS FOR THE RUN'S MONTH - EVERY STORE WITH A
      *    CLOSED DAY THAT MONTH ON THE HISTORY, PLUS ANY STORE ON
      *    THIS RUN, SO A LOCATION RUNNING SHORT STANDS OUT.
               PERFORM VARYING C-HST-SUB FROM 1 BY 1
                   UNTIL C-HST-SUB > C-HST-CTR
                       IF HST-BUS-YEAR(C-HST-SUB) = C-ASOF-YEAR
                           AND HST-BUS-MONTH(C-HST-SUB) = C-ASOF-MONTH
                           MOVE HST-STORE(C-HST-SUB) TO RD-STORE
                           PERFORM L5-FIND-STORE
                       END-IF
               END-PERFORM.
               MOVE C-ASOF-MONTH           TO SH-MONTH.
               MOVE C-ASOF-YEAR            TO SH-YEAR.
               WRITE PRTLINE FROM SUMMARY-HEAD-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM L4-HEADING.
               WRITE PRTLINE FROM SUMMARY-COL-HEADING
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-HEADING.
               PERFORM L4-PRINT-STORE-SUMMARY
                   VARYING C-STR-SUB FROM 1 BY 1
                       UNTIL C-STR-SUB > C-STR-CTR.

           L4-PRINT-STORE-SUMMARY.
               MOVE 0 TO C-MTD-AMT.
               PERFORM VARYING C-HST-SUB FROM 1 BY 1
                   UNTIL C-HST-SUB > C-HST-CTR
                       IF HST-STORE(C-HST-SUB) = STR-STORE(C-STR-SUB)
                           AND HST-BUS-YEAR(C-HST-SUB) = C-ASOF-YEAR
                           AND HST-BUS-MONTH(C-HST-SUB) = C-ASOF-MONTH
                           ADD HST-OVER-SHORT(C-HST-SUB) TO C-MTD-AMT
                       END-IF
               END-PERFORM.
               MOVE STR-STORE(C-STR-SUB)   TO SL-STORE.
               MOVE STR-STORE(C-STR-SUB)   TO D-STORE.
               PERFORM L5-EVAL-STORE-NAME.
               MOVE D-STORE-NAME           TO SL-STORE-NAME.
               MOVE STR-DAYS(C-STR-SUB)    TO SL-DAYS.
               MOVE STR-FLAGGED(C-STR-SUB) TO SL-FLAGGED.
               MOVE STR-MISSING(C-STR-SUB) TO SL-MISSING.
               MOVE C-MTD-AMT              TO SL-MTD.
               WRITE PRTLINE FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L3-PRINT-REJECTS.
               IF C-CLOSE-ERR-CTR > 0
                   WRITE PRTLINE FROM ERR-HEAD-LINE
                       AFTER ADVANCING 3 LINES
                           AT EOP
                               PERFORM L4-HEADING
                   END-WRITE
                   PERFORM VARYING C-ERR-LINE-SUB FROM 1 BY 1
                       UNTIL C-ERR-LINE-SUB > C-ERR-LINE-CTR
                           MOVE ELT-REC(C-ERR-LINE-SUB) TO ED-REC
                           MOVE ELT-MSG(C-ERR-LINE-SUB) TO ED-MSG
                           WRITE PRTLINE FROM ERR-DETAIL-LINE
                               AFTER ADVANCING 1 LINE
                                   AT EOP
                                       PERFORM L4-HEADING
                           END-WRITE
                   END-PERFORM
               END-IF.

           L3-TOTALS.
               MOVE C-CLOSE-READ-CTR       TO GT-CLOSE-READ-CTR.
               MOVE C-CLOSE-OK-CTR         TO GT-CLOSE-OK-CTR.
               MOVE C-CLOSE-ERR-CTR        TO GT-CLOSE-ERR-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               MOVE C-FLAG-CTR             TO GT-FLAG-CTR.
               MOVE C-MISSING-CTR          TO GT-MISSING-CTR.
               MOVE C-THRESHOLD            TO GT-THRESHOLD.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.
               MOVE C-RUNLOG-RECS-READ     TO GT-SALE-READ-CTR.
               MOVE C-SALE-REJ-CTR         TO GT-SALE-REJ-CTR.
               WRITE PRTLINE FROM TOTAL-LINE3
                   AFTER ADVANCING 1 LINE.

           L3-REWRITE-HIST.
               OPEN OUTPUT CLOSE-HIST.
               PERFORM VARYING C-HST-SUB FROM 1 BY 1
                   UNTIL C-HST-SUB > C-HST-CTR
                       MOVE HST-ENTRY(C-HST-SUB) TO CH-REC
                       WRITE CH-REC
               END-PERFORM.
               CLOSE CLOSE-HIST.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB66'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
      *    THE CLOSE RECORDS ARE WHAT THIS STEP POSTS - THE SALES
      *    ARE ONLY PRICED, AND THEIR COUNTS PRINT ON THE REPORT.
               MOVE C-CLOSE-READ-CTR       TO RL-RECS-READ.
               MOVE C-CLOSE-OK-CTR         TO RL-RECS-PROCESSED.
               MOVE C-CLOSE-ERR-CTR        TO RL-RECS-REJECTED.
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
               MOVE 'CBLHJB66'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-CBLPIZZA-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CBLPIZZA.DAT' DELIMITED BY SIZE
               INTO FP-CBLPIZZA-DAT.
           MOVE SPACES TO FP-PROMO-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PROMO.DAT' DELIMITED BY SIZE
               INTO FP-PROMO-DAT.
           MOVE SPACES TO FP-ITEMMSTR-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'ITEMMSTR.DAT' DELIMITED BY SIZE
               INTO FP-ITEMMSTR-DAT.
           MOVE SPACES TO FP-STORCLOS-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STORCLOS.DAT' DELIMITED BY SIZE
               INTO FP-STORCLOS-DAT.
           MOVE SPACES TO FP-STORCLOS-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STORCLOS.PST' DELIMITED BY SIZE
               INTO FP-STORCLOS-PST.
           MOVE SPACES TO FP-CLOSHIST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CLOSHIST.DAT' DELIMITED BY SIZE
               INTO FP-CLOSHIST-DAT.
           MOVE SPACES TO FP-CLOSCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CLOSCTL.DAT' DELIMITED BY SIZE
               INTO FP-CLOSCTL-DAT.
           MOVE SPACES TO FP-STORRECN-TMP.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STORRECN.TMP' DELIMITED BY SIZE
               INTO FP-STORRECN-TMP.
           MOVE SPACES TO FP-STORRECN-SRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STORRECN.SRT' DELIMITED BY SIZE
               INTO FP-STORRECN-SRT.
           MOVE SPACES TO FP-STORRECN-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STORRECN.PRT' DELIMITED BY SIZE
               INTO FP-STORRECN-PRT.
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

       END PROGRAM CBLHJB66.
