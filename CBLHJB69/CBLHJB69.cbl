       IDENTIFICATION DIVISION.
      *INGREDIENT VENDOR PAYABLES - THREE-WAY MATCH OF VENDOR
      *INVOICES AGAINST THE PURCHASE ORDER AND THE RECEIPT. EACH
      *INVOICE LINE KEYED TO APINV.DAT (VENDOR, INVOICE NUMBER, PO
      *NUMBER, INGREDIENT, QUANTITY, UNIT PRICE, INVOICE DATE, AND
      *TERMS DAYS) IS MATCHED TO ITS LINE ON THE CBLHJB36 PO
      *REGISTER, POREG.DAT, AND TO THE TYPE R RECEIPTS CBLHJB35
      *POSTED TO INGTRAN.PST AGAINST THAT PO. A LINE PASSES WHEN ITS
      *QUANTITY IS COVERED BY WHAT WAS BOTH ORDERED AND RECEIVED AND
      *NOT ALREADY INVOICED, AND ITS PRICE IS WITHIN THE APCTL.DAT
      *TOLERANCE (2.00 PERCENT WHEN NOT SET) OF THE PO PRICE. AN
      *INVOICE IS APPROVED ONLY WHEN EVERY ONE OF ITS LINES PASSES:
      *ITS LINES MOVE TO APINV.PST, IT GOES ON THE OPEN PAYABLES
      *FILE APOPEN.DAT DUE ON THE INVOICE DATE PLUS TERMS, AND ITS
      *AMOUNT IS ADDED TO APSUM.DAT FOR THE GL EXTRACT (CBLHJB26,
      *SOURCE APINV). AN INVOICE WITH ANY FAILED LINE - UNKNOWN
      *VENDOR, NO PO, A DUPLICATE INVOICE NUMBER, A QUANTITY OR
      *PRICE MISMATCH - IS LISTED ON THE EXCEPTION PAGE AND LEFT ON
      *APINV.DAT TO REMATCH THE NEXT NIGHT, SO AN INVOICE THAT BEAT
      *ITS DELIVERY CLEARS ONCE THE RECEIPT IS POSTED. APMATCH.PRT
      *ENDS WITH THE OPEN PAYABLES AGED BY DUE DATE AND THE CASH
      *REQUIREMENTS BY WHEN THE MONEY IS DUE.
       PROGRAM-ID. CBLHJB69.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL AP-INVOICE
               ASSIGN TO DYNAMIC FP-APINV-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AP-POSTED
               ASSIGN TO DYNAMIC FP-APINV-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VENDOR-MASTER
               ASSIGN TO DYNAMIC FP-VENDOR-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-VENDOR-STATUS.

           SELECT OPTIONAL PO-REGISTER
               ASSIGN TO DYNAMIC FP-POREG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRAN-POSTED
               ASSIGN TO DYNAMIC FP-INGTRAN-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AP-OPEN
               ASSIGN TO DYNAMIC FP-APOPEN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPEN-SORT-WORK
               ASSIGN TO 'SORTWK1'.

           SELECT OPEN-SORTED
               ASSIGN TO DYNAMIC FP-APOPEN-SRT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AP-CTL
               ASSIGN TO DYNAMIC FP-APCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AP-SUM
               ASSIGN TO DYNAMIC FP-APSUM-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-APMATCH-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD AP-INVOICE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AI-REC
           RECORD CONTAINS 68 CHARACTERS.

       01 AI-REC                       PIC X(68).

           FD AP-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS AX-REC
           RECORD CONTAINS 68 CHARACTERS.

       01 AX-REC.
           05 AX-VENDOR                PIC X(4).
           05 AX-INVOICE-NO            PIC X(10).
           05 AX-PO-NO                 PIC X(8).
           05 AX-INGREDIENT            PIC X(20).
           05 AX-QTY                   PIC 9(7)V99.
           05 FILLER                   PIC X(17).

           FD VENDOR-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS VN-REC
           RECORD CONTAINS 64 CHARACTERS.

       01 VN-REC.
           05 VN-VENDOR                PIC X(4).
           05 VN-VENDOR-NAME           PIC X(20).
           05 VN-INGREDIENT            PIC X(20).
           05 VN-PACK-SIZE             PIC 9(5).
           05 VN-LEAD-DAYS             PIC 9(3).
           05 VN-REORDER-POINT         PIC 9(7)V99.
           05 FILLER                   PIC X(3).

           FD PO-REGISTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PG-REC
           RECORD CONTAINS 63 CHARACTERS.

       01 PG-REC.
           05 PG-PO-NO                 PIC X(8).
           05 PG-VENDOR                PIC X(4).
           05 PG-INGREDIENT            PIC X(20).
           05 PG-ORDER-QTY             PIC 9(9)V99.
           05 PG-PACKS                 PIC 9(5).
           05 PG-ORDER-DATE            PIC 9(8).
           05 PG-RECEIVED-FLAG         PIC X.
           05 PG-UNIT-PRICE            PIC 9(4)V99.

           FD TRAN-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS IT-REC
           RECORD CONTAINS 62 CHARACTERS.

       01 IT-REC.
           05 IT-INGREDIENT            PIC X(20).
           05 IT-TYPE                  PIC X.
               88 IT-RECEIPT           VALUE 'R'.
           05 IT-QTY                   PIC 9(7)V99.
           05 IT-DATE                  PIC 9(8).
           05 IT-STORE                 PIC XX.
           05 IT-EXPIRE-DATE           PIC 9(8).
           05 IT-UNIT-COST             PIC 9(4)V99.
           05 IT-PO-NO                 PIC X(8).

           FD AP-OPEN
           LABEL RECORD IS STANDARD
           DATA RECORD IS AO-REC
           RECORD CONTAINS 48 CHARACTERS.

       01 AO-REC.
           05 AO-VENDOR                PIC X(4).
           05 AO-INVOICE-NO            PIC X(10).
           05 AO-INV-DATE              PIC 9(8).
           05 AO-DUE-DATE              PIC 9(8).
           05 AO-AMOUNT                PIC 9(7)V99.
           05 AO-APPROVED-DATE         PIC 9(8).
           05 AO-STATUS                PIC X.

           SD OPEN-SORT-WORK
           DATA RECORD IS OS-REC.

       01 OS-REC.
           05 OS-VENDOR                PIC X(4).
           05 OS-INVOICE-NO            PIC X(10).
           05 OS-INV-DATE              PIC 9(8).
           05 OS-DUE-DATE              PIC 9(8).
           05 OS-REST                  PIC X(18).

           FD OPEN-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS OD-REC
           RECORD CONTAINS 48 CHARACTERS.

       01 OD-REC.
           05 OD-VENDOR                PIC X(4).
           05 OD-INVOICE-NO            PIC X(10).
           05 OD-INV-DATE              PIC 9(8).
           05 OD-DUE-DATE              PIC 9(8).
           05 OD-AMOUNT                PIC 9(7)V99.
           05 OD-APPROVED-DATE         PIC 9(8).
           05 OD-STATUS                PIC X.
               88 OD-OPEN              VALUE 'O'.

           FD AP-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS AC-REC
           RECORD CONTAINS 4 CHARACTERS.

       01 AC-REC.
           05 AC-PRICE-TOL-PCT         PIC 99V99.

           FD AP-SUM
           LABEL RECORD IS STANDARD
           DATA RECORD IS AS-REC
           RECORD CONTAINS 27 CHARACTERS.

       01 AS-REC.
           05 AS-TOT-APPROVED          PIC 9(9)V99.
           05 AS-PROGRAM-ID            PIC X(8).
           05 AS-RUN-DATE              PIC 9(8).

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
           05 FP-APINV-DAT           PIC X(40)   VALUE SPACES.
           05 FP-APINV-PST           PIC X(40)   VALUE SPACES.
           05 FP-VENDOR-DAT          PIC X(40)   VALUE SPACES.
           05 FP-POREG-DAT           PIC X(40)   VALUE SPACES.
           05 FP-INGTRAN-PST         PIC X(40)   VALUE SPACES.
           05 FP-APOPEN-DAT          PIC X(40)   VALUE SPACES.
           05 FP-APOPEN-SRT          PIC X(40)   VALUE SPACES.
           05 FP-APCTL-DAT           PIC X(40)   VALUE SPACES.
           05 FP-APSUM-DAT           PIC X(40)   VALUE SPACES.
           05 FP-APMATCH-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-VENDORS         PIC X(3)    VALUE 'YES'.
               05 MORE-POS             PIC X(3)    VALUE 'YES'.
               05 MORE-RECEIPTS        PIC X(3)    VALUE 'YES'.
               05 MORE-POSTED          PIC X(3)    VALUE 'YES'.
               05 MORE-OPEN            PIC X(3)    VALUE 'YES'.
               05 C-VENDOR-STATUS      PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-LINE-READ-CTR      PIC 9(7)    VALUE 0.
               05 C-LINE-OK-CTR        PIC 9(7)    VALUE 0.
               05 C-LINE-HELD-CTR      PIC 9(7)    VALUE 0.
               05 C-INV-OK-CTR         PIC 9(5)    VALUE 0.
               05 C-INV-HELD-CTR       PIC 9(5)    VALUE 0.
               05 C-OPEN-CTR           PIC 9(5)    VALUE 0.
               05 C-VND-CTR            PIC 999     VALUE 0.
               05 C-VND-SUB            PIC 999     VALUE 0.
               05 C-VND-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-VND-OVFL        VALUE 'Y'.
               05 C-PO-CTR             PIC 9(4)    VALUE 0.
               05 C-PO-SUB             PIC 9(4)    VALUE 0.
               05 C-PO-OVFL-SW         PIC X       VALUE 'N'.
                  88 C-PO-OVFL         VALUE 'Y'.
               05 C-PRV-CTR            PIC 9(4)    VALUE 0.
               05 C-PRV-SUB            PIC 9(4)    VALUE 0.
               05 C-PRV-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-PRV-OVFL        VALUE 'Y'.
               05 C-INV-CTR            PIC 999     VALUE 0.
               05 C-INV-SUB            PIC 999     VALUE 0.
               05 C-LN-SUB             PIC 999     VALUE 0.
               05 C-INV-KEY            PIC X(14)   VALUE SPACES.
               05 C-BAD-LINES          PIC 999     VALUE 0.
               05 C-INV-LINES          PIC 999     VALUE 0.
               05 C-LINE-AMT           PIC 9(9)V99 VALUE 0.
               05 C-INV-AMOUNT         PIC 9(9)V99 VALUE 0.
               05 C-TOT-APPROVED       PIC 9(9)V99 VALUE 0.
               05 C-AVAIL-QTY          PIC S9(9)V99 VALUE 0.
               05 C-PRICE-DIFF         PIC S9(5)V99 VALUE 0.
               05 C-PRICE-LIMIT        PIC 9(5)V99 VALUE 0.
               05 C-TOL-PCT            PIC 99V99   VALUE 2.00.
               05 C-MSG                PIC X(24)   VALUE SPACES.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
               05 C-DUE-DATE           PIC 9(8)    VALUE 0.
               05 C-DAYS-PAST          PIC S9(5)   VALUE 0.
               05 C-BKT-SUB            PIC 9       VALUE 0.
               05 C-CASH-SUB           PIC 9       VALUE 0.
               05 C-CUM-AMT            PIC 9(9)V99 VALUE 0.
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

      *    THE INVOICE LINE UNDER EXAMINATION.
           01 INV-WORK.
               05 IW-KEY.
                   10 IW-VENDOR        PIC X(4).
                   10 IW-INVOICE-NO    PIC X(10).
               05 IW-PO-NO             PIC X(8).
               05 IW-INGREDIENT        PIC X(20).
               05 IW-QTY               PIC 9(7)V99.
               05 IW-UNIT-PRICE        PIC 9(4)V99.
               05 IW-INV-DATE          PIC 9(8).
               05 IW-INV-DATE-R REDEFINES IW-INV-DATE.
                   10 IW-INV-YEAR      PIC 9(4).
                   10 IW-INV-MONTH     PIC 99.
                   10 IW-INV-DAY       PIC 99.
               05 IW-TERMS-DAYS        PIC 999.

           01 VENDOR-TABLE.
               05 VENDOR-ENTRY         OCCURS 300 TIMES.
                   10 VND-CODE         PIC X(4).
                   10 VND-NAME         PIC X(20).

      *    ONE ROW PER PO LINE: WHAT WAS ORDERED, RECEIVED AGAINST
      *    IT, ALREADY INVOICED, AND PENDING ON THE INVOICE NOW
      *    BEING MATCHED.
           01 PO-TABLE.
               05 PO-ENTRY             OCCURS 1000 TIMES.
                   10 POT-PO-NO        PIC X(8).
                   10 POT-VENDOR       PIC X(4).
                   10 POT-INGREDIENT   PIC X(20).
                   10 POT-ORDER-QTY    PIC 9(9)V99.
                   10 POT-UNIT-PRICE   PIC 9(4)V99.
                   10 POT-RECV-QTY     PIC 9(9)V99.
                   10 POT-INV-QTY      PIC 9(9)V99.
                   10 POT-PEND-QTY     PIC 9(9)V99.

           01 PRIOR-TABLE.
               05 PRIOR-ENTRY          OCCURS 2000 TIMES.
                   10 PRV-KEY          PIC X(14).

      *    APINV.DAT IS REWRITTEN WITH THE HELD LINES, SO EVERY LINE
      *    READ MUST FIT HERE.
           01 INV-TABLE.
               05 INV-ENTRY            OCCURS 500 TIMES.
                   10 INV-LINE         PIC X(68).
                   10 INV-PO-SUB       PIC 9(4).
                   10 INV-DONE-SW      PIC X.
                   10 INV-STATUS       PIC X.
                   10 INV-MSG          PIC X(24).

      *    AGING BUCKETS BY DAYS PAST DUE AND CASH REQUIREMENT
      *    PERIODS BY DAYS UNTIL DUE.
           01 BUCKET-TABLE.
               05 BUCKET-ENTRY         OCCURS 5 TIMES.
                   10 BKT-AMT          PIC 9(9)V99.
                   10 BKT-CTR          PIC 9(5).
           01 BUCKET-NAMES.
               05 FILLER               PIC X(16)
                  VALUE 'NOT YET DUE     '.
               05 FILLER               PIC X(16)
                  VALUE '1-30 DAYS PAST  '.
               05 FILLER               PIC X(16)
                  VALUE '31-60 DAYS PAST '.
               05 FILLER               PIC X(16)
                  VALUE '61-90 DAYS PAST '.
               05 FILLER               PIC X(16)
                  VALUE 'OVER 90 DAYS    '.
           01 BUCKET-NAME-R REDEFINES BUCKET-NAMES.
               05 BKT-NAME             PIC X(16) OCCURS 5 TIMES.

           01 CASH-TABLE.
               05 CASH-ENTRY           OCCURS 6 TIMES.
                   10 CSH-AMT          PIC 9(9)V99.
           01 CASH-NAMES.
               05 FILLER               PIC X(20)
                  VALUE 'PAST DUE NOW        '.
               05 FILLER               PIC X(20)
                  VALUE 'DUE IN 0-7 DAYS     '.
               05 FILLER               PIC X(20)
                  VALUE 'DUE IN 8-14 DAYS    '.
               05 FILLER               PIC X(20)
                  VALUE 'DUE IN 15-30 DAYS   '.
               05 FILLER               PIC X(20)
                  VALUE 'DUE IN 31-60 DAYS   '.
               05 FILLER               PIC X(20)
                  VALUE 'DUE AFTER 60 DAYS   '.
           01 CASH-NAME-R REDEFINES CASH-NAMES.
               05 CSH-NAME             PIC X(20) OCCURS 6 TIMES.

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
                  VALUE 'VENDOR INVOICE MATCH AND OPEN PAYABLES'.
               05 FILLER               PIC X(39)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 SECTION-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 SECTION-TEXT         PIC X(50).

           01 APPR-HEADING.
               05 FILLER               PIC X(6)    VALUE 'VENDOR'.
               05 FILLER               PIC X(21)   VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'INVOICE'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'INV DATE'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'DUE DATE'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'LINES'.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'AMOUNT'.

           01 APPR-LINE.
               05 AL-VENDOR            PIC X(4).
               05 FILLER               PIC X       VALUE SPACE.
               05 AL-VENDOR-NAME       PIC X(20).
               05 FILLER               PIC XX      VALUE SPACES.
               05 AL-INVOICE-NO        PIC X(10).
               05 FILLER               PIC XX      VALUE SPACES.
               05 AL-INV-DATE.
                   10 AL-INV-MM        PIC 99.
                   10 FILLER           PIC X       VALUE '/'.
                   10 AL-INV-DD        PIC 99.
                   10 FILLER           PIC X       VALUE '/'.
                   10 AL-INV-YY        PIC 9(4).
               05 FILLER               PIC XX      VALUE SPACES.
               05 AL-DUE-DATE.
                   10 AL-DUE-MM        PIC 99.
                   10 FILLER           PIC X       VALUE '/'.
                   10 AL-DUE-DD        PIC 99.
                   10 FILLER           PIC X       VALUE '/'.
                   10 AL-DUE-YY        PIC 9(4).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 AL-LINES             PIC ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 AL-AMOUNT            PIC Z,ZZZ,ZZ9.99.

           01 EXC-HEADING.
               05 FILLER               PIC X(6)    VALUE 'VENDOR'.
               05 FILLER               PIC XX      VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'INVOICE'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PO NO.'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'INGREDIENT'.
               05 FILLER               PIC X(15)   VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'QUANTITY'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'PRICE'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'REASON'.

           01 EXC-LINE.
               05 EL-VENDOR            PIC X(4).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 EL-INVOICE-NO        PIC X(10).
               05 FILLER               PIC XX      VALUE SPACES.
               05 EL-PO-NO             PIC X(8).
               05 FILLER               PIC XX      VALUE SPACES.
               05 EL-INGREDIENT        PIC X(20).
               05 FILLER               PIC X       VALUE SPACE.
               05 EL-QTY               PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X       VALUE SPACE.
               05 EL-PRICE             PIC Z,ZZ9.99.
               05 FILLER               PIC XX      VALUE SPACES.
               05 EL-MSG               PIC X(24).

           01 AGE-HEADING.
               05 FILLER               PIC X(6)    VALUE 'VENDOR'.
               05 FILLER               PIC X(21)   VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'INVOICE'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'INV DATE'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'DUE DATE'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'DAYS PAST'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'AMOUNT'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'AGING '.

           01 AGE-LINE.
               05 GL-VENDOR            PIC X(4).
               05 FILLER               PIC X       VALUE SPACE.
               05 GL-VENDOR-NAME       PIC X(20).
               05 FILLER               PIC XX      VALUE SPACES.
               05 GL-INVOICE-NO        PIC X(10).
               05 FILLER               PIC XX      VALUE SPACES.
               05 GL-INV-MM            PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 GL-INV-DD            PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 GL-INV-YY            PIC 9(4).
               05 FILLER               PIC XX      VALUE SPACES.
               05 GL-DUE-MM            PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 GL-DUE-DD            PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 GL-DUE-YY            PIC 9(4).
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 GL-DAYS-PAST         PIC ZZ,ZZ9-.
               05 FILLER               PIC XX      VALUE SPACES.
               05 GL-AMOUNT            PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC XX      VALUE SPACES.
               05 GL-BUCKET            PIC X(16).

           01 BUCKET-LINE.
               05 FILLER               PIC X(20)   VALUE SPACES.
               05 BL-NAME              PIC X(16).
               05 FILLER               PIC XX      VALUE SPACES.
               05 BL-CTR               PIC ZZ,ZZ9.
               05 FILLER               PIC X(10)   VALUE ' INVOICES '.
               05 BL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.

           01 CASH-HEADING.
               05 FILLER               PIC X(20)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PERIOD'.
               05 FILLER               PIC X(23)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'AMOUNT'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'CUMULATIVE'.

           01 CASH-LINE.
               05 FILLER               PIC X(20)   VALUE SPACES.
               05 CL-NAME              PIC X(20).
               05 FILLER               PIC XX      VALUE SPACES.
               05 CL-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC XX      VALUE SPACES.
               05 CL-CUM-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.

           01 NONE-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 NONE-TEXT            PIC X(40).

           01 OVERFLOW-WARN-LINE.
               05 FILLER           PIC X(21)
                  VALUE '*** TABLE OVERFLOW - '.
               05 OVW-TABLE-NAME   PIC X(15).
               05 FILLER           PIC X(40)
                  VALUE ' ENTRIES DROPPED, MATCH INCOMPLETE ***  '.

           01 TOTAL-LINE1.
               05 FILLER               PIC X(21)
                  VALUE 'INVOICE LINES READ   '.
               05 GT-LINE-READ-CTR     PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'LINES APPROVED       '.
               05 GT-LINE-OK-CTR       PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'LINES HELD           '.
               05 GT-LINE-HELD-CTR     PIC Z,ZZ9.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(21)
                  VALUE 'INVOICES APPROVED    '.
               05 GT-INV-OK-CTR        PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'INVOICES HELD        '.
               05 GT-INV-HELD-CTR      PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'AMOUNT APPROVED      '.
               05 GT-TOT-APPROVED      PIC ZZZ,ZZZ,ZZ9.99.

           01 TOTAL-LINE3.
               05 FILLER               PIC X(21)
                  VALUE 'PRICE TOLERANCE PCT  '.
               05 GT-TOL-PCT           PIC Z9.99.

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
               OPEN INPUT VENDOR-MASTER.
               IF C-VENDOR-STATUS NOT = '00'
                   DISPLAY 'CBLHJB69 - UNABLE TO OPEN VENDOR-MASTER, '
                       'STATUS = ' C-VENDOR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM L3-LOAD-VENDOR
                   UNTIL MORE-VENDORS = 'NO'.
               CLOSE VENDOR-MASTER.
               OPEN INPUT PO-REGISTER.
               PERFORM L3-LOAD-PO
                   UNTIL MORE-POS = 'NO'.
               CLOSE PO-REGISTER.
               OPEN INPUT TRAN-POSTED.
               PERFORM L3-LOAD-RECEIPT
                   UNTIL MORE-RECEIPTS = 'NO'.
               CLOSE TRAN-POSTED.
               OPEN INPUT AP-POSTED.
               PERFORM L3-LOAD-POSTED
                   UNTIL MORE-POSTED = 'NO'.
               CLOSE AP-POSTED.
               OPEN INPUT AP-CTL.
               READ AP-CTL
                   AT END
                       MOVE 0 TO AC-PRICE-TOL-PCT.
               CLOSE AP-CTL.
               IF AC-PRICE-TOL-PCT NUMERIC AND AC-PRICE-TOL-PCT > 0
                   MOVE AC-PRICE-TOL-PCT TO C-TOL-PCT
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
      *    A SECOND RUN ON THE SAME DAY ADDS TO THE DAY'S APPROVED
      *    TOTAL, SO THE GL EXTRACT STILL JOURNALS THE FIRST RUN'S.
               OPEN INPUT AP-SUM.
               READ AP-SUM
                   AT END
                       MOVE 0 TO AS-RUN-DATE.
               CLOSE AP-SUM.
               IF AS-RUN-DATE = C-ASOF-DATE
                   AND AS-TOT-APPROVED NUMERIC
                   MOVE AS-TOT-APPROVED    TO C-TOT-APPROVED
               END-IF.
               OPEN INPUT AP-INVOICE.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               IF C-INV-CTR < 500
                   ADD 1 TO C-INV-CTR
                   MOVE AI-REC             TO INV-LINE(C-INV-CTR)
                   MOVE 0                  TO INV-PO-SUB(C-INV-CTR)
                   MOVE 'N'                TO INV-DONE-SW(C-INV-CTR)
                   MOVE SPACES             TO INV-STATUS(C-INV-CTR)
                   MOVE SPACES             TO INV-MSG(C-INV-CTR)
               ELSE
                   DISPLAY 'CBLHJB69 - INV-TABLE OVERFLOW, RUN HALTED'
                   MOVE 16 TO RETURN-CODE
                   SET C-JOB-ABEND TO TRUE
                   MOVE 'NO' TO MORE-RECS
               END-IF.
               IF MORE-RECS = 'YES'
                   PERFORM L3-READ-INPUT
               END-IF.

           L2-CLOSING.
               CLOSE AP-INVOICE.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN OUTPUT PRTOUT.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
               MOVE 'INVOICES APPROVED FOR PAYMENT' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM APPR-HEADING
                   AFTER ADVANCING 2 LINES.
               OPEN EXTEND AP-POSTED.
               OPEN EXTEND AP-OPEN.
               PERFORM L3-MATCH-INVOICE
                   VARYING C-INV-SUB FROM 1 BY 1
                       UNTIL C-INV-SUB > C-INV-CTR.
               CLOSE AP-POSTED.
               CLOSE AP-OPEN.
               IF C-INV-OK-CTR = 0
                   MOVE 'NO INVOICES APPROVED THIS RUN' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               PERFORM L3-PRINT-EXCEPTIONS.
               PERFORM L3-REWRITE-HELD.
               PERFORM L3-WRITE-AP-SUM.
               PERFORM L3-AGING.
               PERFORM L3-CASH-REQUIREMENTS.
               PERFORM L3-TOTALS.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PRTOUT.

           L3-READ-INPUT.
               READ AP-INVOICE
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-LINE-READ-CTR
               END-IF.

           L3-LOAD-VENDOR.
               READ VENDOR-MASTER
                   AT END
                       MOVE 'NO' TO MORE-VENDORS
                   NOT AT END
                       PERFORM VARYING C-VND-SUB FROM 1 BY 1
                           UNTIL C-VND-SUB > C-VND-CTR
                               OR VND-CODE(C-VND-SUB) = VN-VENDOR
                       END-PERFORM
                       IF C-VND-SUB > C-VND-CTR
                           IF C-VND-CTR < 300
                               ADD 1 TO C-VND-CTR
                               MOVE VN-VENDOR TO VND-CODE(C-VND-CTR)
                               MOVE VN-VENDOR-NAME
                                   TO VND-NAME(C-VND-CTR)
                           ELSE
                               IF NOT C-VND-OVFL
                                   SET C-VND-OVFL TO TRUE
                                   DISPLAY 'CBLHJB69 - VENDOR-TABLE '
                                       'OVERFLOW, MATCH INCOMPLETE'
                                   MOVE 8 TO RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-PO.
               READ PO-REGISTER
                   AT END
                       MOVE 'NO' TO MORE-POS
                   NOT AT END
                       IF C-PO-CTR < 1000
                           ADD 1 TO C-PO-CTR
                           MOVE PG-PO-NO      TO POT-PO-NO(C-PO-CTR)
                           MOVE PG-VENDOR     TO POT-VENDOR(C-PO-CTR)
                           MOVE PG-INGREDIENT TO
                               POT-INGREDIENT(C-PO-CTR)
                           MOVE PG-ORDER-QTY  TO
                               POT-ORDER-QTY(C-PO-CTR)
                           IF PG-UNIT-PRICE NUMERIC
                               MOVE PG-UNIT-PRICE TO
                                   POT-UNIT-PRICE(C-PO-CTR)
                           ELSE
                               MOVE 0 TO POT-UNIT-PRICE(C-PO-CTR)
                           END-IF
                           MOVE 0 TO POT-RECV-QTY(C-PO-CTR)
                           MOVE 0 TO POT-INV-QTY(C-PO-CTR)
                           MOVE 0 TO POT-PEND-QTY(C-PO-CTR)
                       ELSE
                           IF NOT C-PO-OVFL
                               SET C-PO-OVFL TO TRUE
                               DISPLAY 'CBLHJB69 - PO-TABLE '
                                   'OVERFLOW, MATCH INCOMPLETE'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ.

      *    ONLY A RECEIPT THAT QUOTES THE PO NUMBER COUNTS AS
      *    DELIVERED AGAINST IT.
           L3-LOAD-RECEIPT.
               READ TRAN-POSTED
                   AT END
                       MOVE 'NO' TO MORE-RECEIPTS
                   NOT AT END
                       IF IT-RECEIPT AND IT-PO-NO NOT = SPACES
                           AND IT-QTY NUMERIC
                           PERFORM VARYING C-PO-SUB FROM 1 BY 1
                               UNTIL C-PO-SUB > C-PO-CTR
                                   OR (POT-PO-NO(C-PO-SUB) = IT-PO-NO
                                   AND POT-INGREDIENT(C-PO-SUB) =
                                       IT-INGREDIENT)
                           END-PERFORM
                           IF C-PO-SUB <= C-PO-CTR
                               ADD IT-QTY TO POT-RECV-QTY(C-PO-SUB)
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-POSTED.
               READ AP-POSTED
                   AT END
                       MOVE 'NO' TO MORE-POSTED
                   NOT AT END
                       PERFORM L4-NOTE-PRIOR-INVOICE
                       PERFORM VARYING C-PO-SUB FROM 1 BY 1
                           UNTIL C-PO-SUB > C-PO-CTR
                               OR (POT-PO-NO(C-PO-SUB) = AX-PO-NO
                               AND POT-INGREDIENT(C-PO-SUB) =
                                   AX-INGREDIENT)
                       END-PERFORM
                       IF C-PO-SUB <= C-PO-CTR
                           ADD AX-QTY TO POT-INV-QTY(C-PO-SUB)
                       END-IF
               END-READ.

           L4-NOTE-PRIOR-INVOICE.
               PERFORM VARYING C-PRV-SUB FROM 1 BY 1
                   UNTIL C-PRV-SUB > C-PRV-CTR
                       OR PRV-KEY(C-PRV-SUB) = AX-REC(1:14)
               END-PERFORM.
               IF C-PRV-SUB > C-PRV-CTR
                   IF C-PRV-CTR < 2000
                       ADD 1 TO C-PRV-CTR
                       MOVE AX-REC(1:14)   TO PRV-KEY(C-PRV-CTR)
                   ELSE
                       IF NOT C-PRV-OVFL
                           SET C-PRV-OVFL TO TRUE
                           DISPLAY 'CBLHJB69 - PRIOR-TABLE OVERFLOW, '
                               'DUPLICATE CHECK INCOMPLETE'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF.

      *    THE FIRST UNMATCHED LINE OF AN INVOICE BRINGS IN ALL ITS
      *    LINES, WHEREVER THEY SIT ON THE FILE. THE INVOICE IS
      *    APPROVED WHOLE OR HELD WHOLE.
           L3-MATCH-INVOICE.
               IF INV-DONE-SW(C-INV-SUB) = 'N'
                   MOVE INV-LINE(C-INV-SUB)(1:14) TO C-INV-KEY
                   MOVE 0                  TO C-BAD-LINES
                   MOVE 0                  TO C-INV-LINES
                   MOVE 0                  TO C-INV-AMOUNT
                   PERFORM L4-CHECK-INVOICE-LINE
                       VARYING C-LN-SUB FROM C-INV-SUB BY 1
                           UNTIL C-LN-SUB > C-INV-CTR
                   IF C-BAD-LINES = 0
                       PERFORM L4-APPROVE-INVOICE
                   ELSE
                       ADD 1 TO C-INV-HELD-CTR
                   END-IF
                   PERFORM L4-SETTLE-PENDING
                       VARYING C-LN-SUB FROM C-INV-SUB BY 1
                           UNTIL C-LN-SUB > C-INV-CTR
               END-IF.

           L4-CHECK-INVOICE-LINE.
               IF INV-LINE(C-LN-SUB)(1:14) = C-INV-KEY
                   MOVE 'Y'                TO INV-DONE-SW(C-LN-SUB)
                   ADD 1 TO C-INV-LINES
                   PERFORM L5-CHECK-LINE
                       THRU L5-CHECK-LINE-EXIT
                   MOVE C-MSG              TO INV-MSG(C-LN-SUB)
                   IF C-MSG NOT = SPACES
                       ADD 1 TO C-BAD-LINES
                   END-IF
               END-IF.

           L5-CHECK-LINE.
               MOVE INV-LINE(C-LN-SUB)     TO INV-WORK.
               MOVE SPACES                 TO C-MSG.
               PERFORM VARYING C-VND-SUB FROM 1 BY 1
                   UNTIL C-VND-SUB > C-VND-CTR
                       OR VND-CODE(C-VND-SUB) = IW-VENDOR
               END-PERFORM.
               IF C-VND-SUB > C-VND-CTR
                   MOVE 'VENDOR NOT ON VENDOR.DAT' TO C-MSG
                   GO TO L5-CHECK-LINE-EXIT.
               MOVE IW-INV-DATE            TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS NOT = 'Y'
                   MOVE 'BAD INVOICE DATE'  TO C-MSG
                   GO TO L5-CHECK-LINE-EXIT.
               IF IW-QTY NOT NUMERIC OR IW-QTY = 0
                   OR IW-UNIT-PRICE NOT NUMERIC
                   OR IW-TERMS-DAYS NOT NUMERIC
                   MOVE 'BAD QTY, PRICE OR TERMS' TO C-MSG
                   GO TO L5-CHECK-LINE-EXIT.
               PERFORM VARYING C-PRV-SUB FROM 1 BY 1
                   UNTIL C-PRV-SUB > C-PRV-CTR
                       OR PRV-KEY(C-PRV-SUB) = IW-KEY
               END-PERFORM.
               IF C-PRV-SUB <= C-PRV-CTR
                   MOVE 'DUPLICATE INVOICE NUMBER' TO C-MSG
                   GO TO L5-CHECK-LINE-EXIT.
               PERFORM VARYING C-PO-SUB FROM 1 BY 1
                   UNTIL C-PO-SUB > C-PO-CTR
                       OR POT-PO-NO(C-PO-SUB) = IW-PO-NO
               END-PERFORM.
               IF IW-PO-NO = SPACES OR C-PO-SUB > C-PO-CTR
                   MOVE 'NO PO ON POREG.DAT'  TO C-MSG
                   GO TO L5-CHECK-LINE-EXIT.
               IF POT-VENDOR(C-PO-SUB) NOT = IW-VENDOR
                   MOVE 'PO IS FOR OTHER VENDOR' TO C-MSG
                   GO TO L5-CHECK-LINE-EXIT.
               PERFORM VARYING C-PO-SUB FROM 1 BY 1
                   UNTIL C-PO-SUB > C-PO-CTR
                       OR (POT-PO-NO(C-PO-SUB) = IW-PO-NO
                       AND POT-INGREDIENT(C-PO-SUB) = IW-INGREDIENT)
               END-PERFORM.
               IF C-PO-SUB > C-PO-CTR
                   MOVE 'INGREDIENT NOT ON PO'  TO C-MSG
                   GO TO L5-CHECK-LINE-EXIT.
               COMPUTE C-AVAIL-QTY = POT-ORDER-QTY(C-PO-SUB)
                   - POT-INV-QTY(C-PO-SUB) - POT-PEND-QTY(C-PO-SUB).
               IF IW-QTY > C-AVAIL-QTY
                   MOVE 'QTY EXCEEDS ORDERED'   TO C-MSG
                   GO TO L5-CHECK-LINE-EXIT.
               COMPUTE C-AVAIL-QTY = POT-RECV-QTY(C-PO-SUB)
                   - POT-INV-QTY(C-PO-SUB) - POT-PEND-QTY(C-PO-SUB).
               IF IW-QTY > C-AVAIL-QTY
                   MOVE 'QTY EXCEEDS RECEIVED'  TO C-MSG
                   GO TO L5-CHECK-LINE-EXIT.
               IF POT-UNIT-PRICE(C-PO-SUB) = 0
                   MOVE 'NO PRICE ON PO'        TO C-MSG
                   GO TO L5-CHECK-LINE-EXIT.
               COMPUTE C-PRICE-DIFF =
                   IW-UNIT-PRICE - POT-UNIT-PRICE(C-PO-SUB).
               IF C-PRICE-DIFF < 0
                   COMPUTE C-PRICE-DIFF = 0 - C-PRICE-DIFF
               END-IF.
               COMPUTE C-PRICE-LIMIT ROUNDED =
                   POT-UNIT-PRICE(C-PO-SUB) * C-TOL-PCT / 100.
               IF C-PRICE-DIFF > C-PRICE-LIMIT
                   MOVE 'PRICE OUTSIDE TOLERANCE' TO C-MSG
                   GO TO L5-CHECK-LINE-EXIT.
      *    THE LINE PASSES - ITS QUANTITY IS HELD AGAINST THE PO LINE
      *    SO A LATER LINE ON THE SAME INVOICE CANNOT CLAIM IT TOO.
               ADD IW-QTY TO POT-PEND-QTY(C-PO-SUB).
               MOVE C-PO-SUB               TO INV-PO-SUB(C-LN-SUB).
               COMPUTE C-LINE-AMT ROUNDED = IW-QTY * IW-UNIT-PRICE.
               ADD C-LINE-AMT              TO C-INV-AMOUNT.

           L5-CHECK-LINE-EXIT.
               EXIT.

           L4-APPROVE-INVOICE.
               ADD 1 TO C-INV-OK-CTR.
               ADD C-INV-AMOUNT            TO C-TOT-APPROVED.
               MOVE INV-LINE(C-INV-SUB)    TO INV-WORK.
               COMPUTE C-DUE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(IW-INV-DATE)
                       + IW-TERMS-DAYS).
               MOVE IW-VENDOR              TO AO-VENDOR.
               MOVE IW-INVOICE-NO          TO AO-INVOICE-NO.
               MOVE IW-INV-DATE            TO AO-INV-DATE.
               MOVE C-DUE-DATE             TO AO-DUE-DATE.
               MOVE C-INV-AMOUNT           TO AO-AMOUNT.
               MOVE C-ASOF-DATE            TO AO-APPROVED-DATE.
               MOVE 'O'                    TO AO-STATUS.
               WRITE AO-REC.
               MOVE IW-VENDOR              TO AL-VENDOR.
               PERFORM VARYING C-VND-SUB FROM 1 BY 1
                   UNTIL C-VND-SUB > C-VND-CTR
                       OR VND-CODE(C-VND-SUB) = IW-VENDOR
               END-PERFORM.
               MOVE VND-NAME(C-VND-SUB)    TO AL-VENDOR-NAME.
               MOVE IW-INVOICE-NO          TO AL-INVOICE-NO.
               MOVE IW-INV-MONTH           TO AL-INV-MM.
               MOVE IW-INV-DAY             TO AL-INV-DD.
               MOVE IW-INV-YEAR            TO AL-INV-YY.
               MOVE C-DUE-DATE(5:2)        TO AL-DUE-MM.
               MOVE C-DUE-DATE(7:2)        TO AL-DUE-DD.
               MOVE C-DUE-DATE(1:4)        TO AL-DUE-YY.
               MOVE C-INV-LINES            TO AL-LINES.
               MOVE C-INV-AMOUNT           TO AL-AMOUNT.
               WRITE PRTLINE FROM APPR-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.
               IF C-PRV-CTR < 2000
                   ADD 1 TO C-PRV-CTR
                   MOVE C-INV-KEY          TO PRV-KEY(C-PRV-CTR)
               END-IF.

      *    A PASSED LINE'S PENDING QUANTITY BECOMES INVOICED WHEN
      *    THE INVOICE IS APPROVED AND IS RELEASED WHEN IT IS HELD.
           L4-SETTLE-PENDING.
               IF INV-LINE(C-LN-SUB)(1:14) = C-INV-KEY
                   MOVE INV-LINE(C-LN-SUB) TO INV-WORK
                   IF INV-PO-SUB(C-LN-SUB) > 0
                       MOVE INV-PO-SUB(C-LN-SUB) TO C-PO-SUB
                       SUBTRACT IW-QTY FROM POT-PEND-QTY(C-PO-SUB)
                   END-IF
                   IF C-BAD-LINES = 0
                       ADD IW-QTY TO POT-INV-QTY(C-PO-SUB)
                       MOVE 'A'            TO INV-STATUS(C-LN-SUB)
                       ADD 1 TO C-LINE-OK-CTR
                       MOVE INV-LINE(C-LN-SUB) TO AX-REC
                       WRITE AX-REC
                   ELSE
                       MOVE 'H'            TO INV-STATUS(C-LN-SUB)
                       ADD 1 TO C-LINE-HELD-CTR
                       IF INV-MSG(C-LN-SUB) = SPACES
                           MOVE 'HELD WITH INVOICE'
                               TO INV-MSG(C-LN-SUB)
                       END-IF
                   END-IF
               END-IF.

           L3-PRINT-EXCEPTIONS.
               PERFORM L4-NEW-PAGE.
               MOVE 'EXCEPTIONS - HELD ON APINV.DAT FOR REMATCH'
                   TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM EXC-HEADING
                   AFTER ADVANCING 2 LINES.
               IF C-LINE-HELD-CTR = 0
                   MOVE 'NO EXCEPTIONS THIS RUN' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               PERFORM VARYING C-LN-SUB FROM 1 BY 1
                   UNTIL C-LN-SUB > C-INV-CTR
                       IF INV-STATUS(C-LN-SUB) = 'H'
                           PERFORM L4-PRINT-EXCEPTION
                       END-IF
               END-PERFORM.
               IF C-VND-OVFL
                   MOVE 'VENDOR-TABLE'     TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               IF C-PO-OVFL
                   MOVE 'PO-TABLE'         TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               IF C-PRV-OVFL
                   MOVE 'PRIOR-TABLE'      TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.

           L4-PRINT-EXCEPTION.
               MOVE INV-LINE(C-LN-SUB)     TO INV-WORK.
               MOVE IW-VENDOR              TO EL-VENDOR.
               MOVE IW-INVOICE-NO          TO EL-INVOICE-NO.
               MOVE IW-PO-NO               TO EL-PO-NO.
               MOVE IW-INGREDIENT          TO EL-INGREDIENT.
               IF IW-QTY NUMERIC
                   MOVE IW-QTY             TO EL-QTY
               ELSE
                   MOVE 0                  TO EL-QTY
               END-IF.
               IF IW-UNIT-PRICE NUMERIC
                   MOVE IW-UNIT-PRICE      TO EL-PRICE
               ELSE
                   MOVE 0                  TO EL-PRICE
               END-IF.
               MOVE INV-MSG(C-LN-SUB)      TO EL-MSG.
               WRITE PRTLINE FROM EXC-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

      *    APPROVED LINES ARE NOW ON APINV.PST; THE HELD LINES ARE
      *    ALL THAT GOES BACK ON APINV.DAT.
           L3-REWRITE-HELD.
               OPEN OUTPUT AP-INVOICE.
               PERFORM VARYING C-LN-SUB FROM 1 BY 1
                   UNTIL C-LN-SUB > C-INV-CTR
                       IF INV-STATUS(C-LN-SUB) = 'H'
                           MOVE INV-LINE(C-LN-SUB) TO AI-REC
                           WRITE AI-REC
                       END-IF
               END-PERFORM.
               CLOSE AP-INVOICE.

           L3-WRITE-AP-SUM.
               OPEN OUTPUT AP-SUM.
               MOVE C-TOT-APPROVED         TO AS-TOT-APPROVED.
               MOVE 'CBLHJB69'             TO AS-PROGRAM-ID.
               MOVE C-ASOF-DATE            TO AS-RUN-DATE.
               WRITE AS-REC.
               CLOSE AP-SUM.

           L3-AGING.
               SORT OPEN-SORT-WORK
                   ON ASCENDING KEY OS-DUE-DATE
                   ON ASCENDING KEY OS-VENDOR
                   ON ASCENDING KEY OS-INVOICE-NO
                   USING AP-OPEN
                   GIVING OPEN-SORTED.
               IF SORT-RETURN NOT = ZERO
                   DISPLAY 'CBLHJB69 - SORT OF AP-OPEN FAILED, '
                       'SORT-RETURN = ' SORT-RETURN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               INITIALIZE BUCKET-TABLE.
               INITIALIZE CASH-TABLE.
               PERFORM L4-NEW-PAGE.
               MOVE 'OPEN PAYABLES AGED BY DUE DATE' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM AGE-HEADING
                   AFTER ADVANCING 2 LINES.
               OPEN INPUT OPEN-SORTED.
               PERFORM L4-AGE-ONE
                   UNTIL MORE-OPEN = 'NO'.
               CLOSE OPEN-SORTED.
               IF C-OPEN-CTR = 0
                   MOVE 'NO OPEN PAYABLES' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               MOVE SPACES                 TO PRTLINE.
               WRITE PRTLINE
                   AFTER ADVANCING 1 LINE.
               PERFORM VARYING C-BKT-SUB FROM 1 BY 1
                   UNTIL C-BKT-SUB > 5
                       MOVE BKT-NAME(C-BKT-SUB) TO BL-NAME
                       MOVE BKT-CTR(C-BKT-SUB)  TO BL-CTR
                       MOVE BKT-AMT(C-BKT-SUB)  TO BL-AMOUNT
                       WRITE PRTLINE FROM BUCKET-LINE
                           AFTER ADVANCING 1 LINE
               END-PERFORM.

           L4-AGE-ONE.
               READ OPEN-SORTED
                   AT END
                       MOVE 'NO' TO MORE-OPEN
                   NOT AT END
                       IF OD-OPEN
                           PERFORM L5-AGE-ITEM
                       END-IF
               END-READ.

           L5-AGE-ITEM.
               ADD 1 TO C-OPEN-CTR.
               COMPUTE C-DAYS-PAST =
                   FUNCTION INTEGER-OF-DATE(C-ASOF-DATE) -
                   FUNCTION INTEGER-OF-DATE(OD-DUE-DATE).
               EVALUATE TRUE
                   WHEN C-DAYS-PAST < 1
                       MOVE 1 TO C-BKT-SUB
                   WHEN C-DAYS-PAST < 31
                       MOVE 2 TO C-BKT-SUB
                   WHEN C-DAYS-PAST < 61
                       MOVE 3 TO C-BKT-SUB
                   WHEN C-DAYS-PAST < 91
                       MOVE 4 TO C-BKT-SUB
                   WHEN OTHER
                       MOVE 5 TO C-BKT-SUB
               END-EVALUATE.
               ADD 1 TO BKT-CTR(C-BKT-SUB).
               ADD OD-AMOUNT TO BKT-AMT(C-BKT-SUB).
      *    CASH REQUIREMENTS LOOK FORWARD FROM THE AS-OF DATE.
               EVALUATE TRUE
                   WHEN C-DAYS-PAST > 0
                       MOVE 1 TO C-CASH-SUB
                   WHEN C-DAYS-PAST > -8
                       MOVE 2 TO C-CASH-SUB
                   WHEN C-DAYS-PAST > -15
                       MOVE 3 TO C-CASH-SUB
                   WHEN C-DAYS-PAST > -31
                       MOVE 4 TO C-CASH-SUB
                   WHEN C-DAYS-PAST > -61
                       MOVE 5 TO C-CASH-SUB
                   WHEN OTHER
                       MOVE 6 TO C-CASH-SUB
               END-EVALUATE.
               ADD OD-AMOUNT TO CSH-AMT(C-CASH-SUB).
               MOVE OD-VENDOR              TO GL-VENDOR.
               PERFORM VARYING C-VND-SUB FROM 1 BY 1
                   UNTIL C-VND-SUB > C-VND-CTR
                       OR VND-CODE(C-VND-SUB) = OD-VENDOR
               END-PERFORM.
               IF C-VND-SUB > C-VND-CTR
                   MOVE 'NOT ON VENDOR.DAT' TO GL-VENDOR-NAME
               ELSE
                   MOVE VND-NAME(C-VND-SUB) TO GL-VENDOR-NAME
               END-IF.
               MOVE OD-INVOICE-NO          TO GL-INVOICE-NO.
               MOVE OD-INV-DATE(5:2)       TO GL-INV-MM.
               MOVE OD-INV-DATE(7:2)       TO GL-INV-DD.
               MOVE OD-INV-DATE(1:4)       TO GL-INV-YY.
               MOVE OD-DUE-DATE(5:2)       TO GL-DUE-MM.
               MOVE OD-DUE-DATE(7:2)       TO GL-DUE-DD.
               MOVE OD-DUE-DATE(1:4)       TO GL-DUE-YY.
               MOVE C-DAYS-PAST            TO GL-DAYS-PAST.
               MOVE OD-AMOUNT              TO GL-AMOUNT.
               MOVE BKT-NAME(C-BKT-SUB)    TO GL-BUCKET.
               WRITE PRTLINE FROM AGE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L3-CASH-REQUIREMENTS.
               PERFORM L4-NEW-PAGE.
               MOVE 'CASH REQUIREMENTS - OPEN PAYABLES BY DUE DATE'
                   TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM CASH-HEADING
                   AFTER ADVANCING 2 LINES.
               MOVE 0                      TO C-CUM-AMT.
               PERFORM VARYING C-CASH-SUB FROM 1 BY 1
                   UNTIL C-CASH-SUB > 6
                       ADD CSH-AMT(C-CASH-SUB) TO C-CUM-AMT
                       MOVE CSH-NAME(C-CASH-SUB) TO CL-NAME
                       MOVE CSH-AMT(C-CASH-SUB)  TO CL-AMOUNT
                       MOVE C-CUM-AMT            TO CL-CUM-AMOUNT
                       WRITE PRTLINE FROM CASH-LINE
                           AFTER ADVANCING 1 LINE
               END-PERFORM.

           L3-TOTALS.
               MOVE C-LINE-READ-CTR        TO GT-LINE-READ-CTR.
               MOVE C-LINE-OK-CTR          TO GT-LINE-OK-CTR.
               MOVE C-LINE-HELD-CTR        TO GT-LINE-HELD-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               MOVE C-INV-OK-CTR           TO GT-INV-OK-CTR.
               MOVE C-INV-HELD-CTR         TO GT-INV-HELD-CTR.
               MOVE C-TOT-APPROVED         TO GT-TOT-APPROVED.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.
               MOVE C-TOL-PCT              TO GT-TOL-PCT.
               WRITE PRTLINE FROM TOTAL-LINE3
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
               MOVE 'CBLHJB69'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-LINE-READ-CTR        TO RL-RECS-READ.
               MOVE C-LINE-OK-CTR          TO RL-RECS-PROCESSED.
               MOVE C-LINE-HELD-CTR        TO RL-RECS-REJECTED.
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
               MOVE 'CBLHJB69'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-APINV-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'APINV.DAT' DELIMITED BY SIZE
               INTO FP-APINV-DAT.
           MOVE SPACES TO FP-APINV-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'APINV.PST' DELIMITED BY SIZE
               INTO FP-APINV-PST.
           MOVE SPACES TO FP-VENDOR-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'VENDOR.DAT' DELIMITED BY SIZE
               INTO FP-VENDOR-DAT.
           MOVE SPACES TO FP-POREG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'POREG.DAT' DELIMITED BY SIZE
               INTO FP-POREG-DAT.
           MOVE SPACES TO FP-INGTRAN-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INGTRAN.PST' DELIMITED BY SIZE
               INTO FP-INGTRAN-PST.
           MOVE SPACES TO FP-APOPEN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'APOPEN.DAT' DELIMITED BY SIZE
               INTO FP-APOPEN-DAT.
           MOVE SPACES TO FP-APOPEN-SRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'APOPEN.SRT' DELIMITED BY SIZE
               INTO FP-APOPEN-SRT.
           MOVE SPACES TO FP-APCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'APCTL.DAT' DELIMITED BY SIZE
               INTO FP-APCTL-DAT.
           MOVE SPACES TO FP-APSUM-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'APSUM.DAT' DELIMITED BY SIZE
               INTO FP-APSUM-DAT.
           MOVE SPACES TO FP-APMATCH-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'APMATCH.PRT' DELIMITED BY SIZE
               INTO FP-APMATCH-PRT.
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

       END PROGRAM CBLHJB69.
