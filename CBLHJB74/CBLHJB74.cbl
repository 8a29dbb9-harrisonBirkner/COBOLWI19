       IDENTIFICATION DIVISION.
      *BOAT SALE DOCUMENTS. THE SALES DESK WAS RETYPING THE BUYER'S
      *ORDER AND BILL OF SALE FOR EVERY BOAT EVEN THOUGH CBLHJB03
      *HAS ALREADY WORKED OUT EVERY FIGURE ON THEM. FOR EACH SALE ON
      *CBLBOAT1.EDT THIS RUN PRINTS A ONE-PAGE BUYER'S ORDER AND A
      *ONE-PAGE BILL OF SALE ON BOATDOC.PRT - THE BUYER ADDRESSED
      *FROM CUSTMST.DAT, THE HULL ID FROM BOATHULL.DAT WHEN THE BOAT
      *IS A USED HULL CBLHJB03 RESOLD, AND THE PRICE, ACCESSORY
      *PACKAGE, PREP, TRADE, STATE TAX, FINANCING AND WARRANTY
      *EXPIRATION COMPUTED THE SAME WAY CBLHJB03 COMPUTES THEM. EACH
      *SALE IS GIVEN A DEAL NUMBER AND A DEAL JACKET ON DEALJKT.DAT
      *LISTING THE DOCUMENTS THAT MUST BE SIGNED - BUYER'S ORDER,
      *BILL OF SALE, AND THE FINANCE CONTRACT AND TRADE TITLE WHEN
      *THE DEAL HAS THEM. SIGNATURES ARE POSTED FROM DOCSIGN.DAT AND
      *DEALJKT.PRT LISTS EVERY JACKET STILL MISSING ONE. THE SALE IS
      *KEPT ON DEALDOC.HST SO A CUSTOMER NAMED ON DOCCTL.DAT CAN
      *HAVE THE DOCUMENTS REPRINTED; THE REQUEST IS CLEARED ONCE
      *THEY PRINT.
       PROGRAM-ID. CBLHJB74.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT BOAT-INPUT
               ASSIGN TO DYNAMIC FP-CBLBOAT1-EDT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-BOAT-STATUS.

           SELECT OPTIONAL CUST-MASTER
               ASSIGN TO DYNAMIC FP-CUSTMST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HULL-FILE
               ASSIGN TO DYNAMIC FP-BOATHULL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JACKET-MASTER
               ASSIGN TO DYNAMIC FP-DEALJKT-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DEAL-HIST
               ASSIGN TO DYNAMIC FP-DEALDOC-HST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SIGN-INPUT
               ASSIGN TO DYNAMIC FP-DOCSIGN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DOC-CONTROL
               ASSIGN TO DYNAMIC FP-DOCCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DOCOUT
               ASSIGN TO DYNAMIC FP-BOATDOC-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-DEALJKT-PRT
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

       01 I-REC                        PIC X(69).

           FD CUST-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CU-REC
           RECORD CONTAINS 75 CHARACTERS.

       01 CU-REC.
           05 CU-CUST-ID               PIC 9(6).
           05 CU-LNAME                 PIC X(15).
           05 CU-FNAME                 PIC X(15).
           05 CU-ADDRESS               PIC X(15).
           05 CU-CITY                  PIC X(10).
           05 CU-STATE                 PIC XX.
           05 CU-ZIP                   PIC 9(9).
           05 CU-SRC-BOAT              PIC X.
           05 CU-SRC-POP               PIC X.
           05 CU-SRC-TENANT            PIC X.

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

           FD JACKET-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS JK-REC
           RECORD CONTAINS 47 CHARACTERS.

       01 JK-REC                       PIC X(47).

           FD DEAL-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS DH-REC
           RECORD CONTAINS 83 CHARACTERS.

       01 DH-REC.
           05 DH-DEAL-NO               PIC 9(6).
           05 DH-HULL-ID               PIC X(8).
           05 DH-SALE                  PIC X(69).

           FD SIGN-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS SG-REC
           RECORD CONTAINS 16 CHARACTERS.

       01 SG-REC.
           05 SG-DEAL-NO               PIC 9(6).
           05 SG-DOC-CODE              PIC XX.
           05 SG-SIGN-DATE             PIC 9(8).

           FD DOC-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS DC-REC
           RECORD CONTAINS 17 CHARACTERS.

       01 DC-REC.
           05 DC-LAST-NAME             PIC X(15).
           05 DC-STATE                 PIC XX.

           FD DOCOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS DOCLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 DOCLINE                      PIC X(132).

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
           05 FP-CUSTMST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-BOATHULL-DAT        PIC X(40)   VALUE SPACES.
           05 FP-DEALJKT-DAT         PIC X(40)   VALUE SPACES.
           05 FP-DEALDOC-HST         PIC X(40)   VALUE SPACES.
           05 FP-DOCSIGN-DAT         PIC X(40)   VALUE SPACES.
           05 FP-DOCCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-BOATDOC-PRT         PIC X(40)   VALUE SPACES.
           05 FP-DEALJKT-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-CUSTS           PIC X(3)    VALUE 'YES'.
               05 MORE-HULLS           PIC X(3)    VALUE 'YES'.
               05 MORE-JACKETS         PIC X(3)    VALUE 'YES'.
               05 MORE-SIGNS           PIC X(3)    VALUE 'YES'.
               05 MORE-HIST            PIC X(3)    VALUE 'YES'.
               05 C-BOAT-STATUS        PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-CUS-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-CUS-OVFL        VALUE 'Y'.
               05 C-HUL-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-HUL-OVFL        VALUE 'Y'.
               05 C-REPRINT-SW         PIC X       VALUE 'N'.
                  88 C-REPRINT         VALUE 'Y'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-DOC-PAGE-CTR       PIC 9(5)    VALUE 0.
               05 C-SALE-CTR           PIC 9(5)    VALUE 0.
               05 C-REPRINT-CTR        PIC 9(5)    VALUE 0.
               05 C-SIGN-CTR           PIC 9(5)    VALUE 0.
               05 C-SIGN-POSTED-CTR    PIC 9(5)    VALUE 0.
               05 C-SIGN-REJECT-CTR    PIC 9(5)    VALUE 0.
               05 C-OPEN-JKT-CTR       PIC 9(5)    VALUE 0.
               05 C-CUS-CTR            PIC 9(4)    VALUE 0.
               05 C-CUS-SUB            PIC 9(4)    VALUE 0.
               05 C-HUL-CTR            PIC 9(4)    VALUE 0.
               05 C-HUL-SUB            PIC 9(4)    VALUE 0.
               05 C-JKT-CTR            PIC 9(4)    VALUE 0.
               05 C-JKT-SUB            PIC 9(4)    VALUE 0.
               05 C-NEXT-DEAL-NO       PIC 9(6)    VALUE 0.
               05 C-DEAL-NO            PIC 9(6)    VALUE 0.
               05 C-HULL-ID            PIC X(8)    VALUE SPACES.
               05 C-DAYS-OPEN          PIC S9(5)   VALUE 0.
               05 C-MSG                PIC X(30)   VALUE SPACES.
               05 C-RPT-LAST-NAME      PIC X(15)   VALUE SPACES.
               05 C-RPT-STATE          PIC XX      VALUE SPACES.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
               05 C-DATE-IN            PIC 9(8)    VALUE 0.
               05 C-DATE-IN-R REDEFINES C-DATE-IN.
                   10 C-DATE-IN-YEAR   PIC X(4).
                   10 C-DATE-IN-MONTH  PIC XX.
                   10 C-DATE-IN-DAY    PIC XX.
               05 C-DATE-OUT           PIC X(10)   VALUE SPACES.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 COL-BOAT-TYPE        PIC X(13)   VALUE SPACES.
               05 C-TRADE-TYPE         PIC X       VALUE SPACE.
               05 C-TRADE-NAME         PIC X(13)   VALUE SPACES.
               05 DOC-PCT-EDIT         PIC Z9.99.
               05 DOC-RATE-EDIT        PIC Z9.99.
               05 DOC-TERM-EDIT        PIC ZZ9.
               05 CALCS.
                   10 C-TOTAL-COST     PIC 9(10)V99 VALUE 0.
                   10 C-ACC-PACK-COST  PIC 9(4)V99  VALUE 0.
                   10 C-ACC-PACK-NAME  PIC X(15)    VALUE SPACES.
                   10 C-BOAT-COST      PIC 9(7)V99  VALUE 0.
                   10 C-MARKUP-PERC    PIC 9V999    VALUE 0.
                   10 C-TAX-RATE       PIC 9V9999   VALUE 0.
                   10 C-TAX-PCT        PIC 99V99    VALUE 0.
                   10 C-TAX-BASE       PIC 9(9)V99  VALUE 0.
                   10 C-TAX-AMT        PIC 9(9)V99  VALUE 0.
                   10 C-NET-COST       PIC 9(10)V99 VALUE 0.
                   10 C-EXP-DATE.
                       15 C-EXP-DATE-YR PIC 9(4).
                       15 C-EXP-DATE-MO PIC 99.
                       15 C-EXP-DATE-DA PIC 99.
                   10 C-EXP-DATE-N REDEFINES C-EXP-DATE PIC 9(8).
                   10 C-FIN-PRINCIPAL  PIC 9(7)V99   VALUE 0.
                   10 C-MO-RATE        PIC 9V9(6)    VALUE 0.
                   10 C-FIN-FACTOR     PIC 9(13)V9(6) VALUE 0.
                   10 C-FIN-FACTN1     PIC 9(13)V9(6) VALUE 0.
                   10 C-FIN-PMT        PIC 9(6)V99   VALUE 0.
                   10 C-LAST-BAL       PIC 9(7)V99   VALUE 0.
                   10 C-LAST-INT       PIC 9(6)V99   VALUE 0.
                   10 C-LAST-PMT       PIC 9(6)V99   VALUE 0.
                   10 C-TOT-INT        PIC 9(7)V99   VALUE 0.
                   10 C-FIN-WORK1      PIC 9(9)V9(6) VALUE 0.
                   10 C-FIN-WORK2      PIC 9(9)V9(6) VALUE 0.
                   10 C-FIN-DENOM      PIC 9(13)V9(6) VALUE 0.
                   10 C-TERM-M1        PIC 9(3)      VALUE 0.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

      *    THE SALE BEING DOCUMENTED - TONIGHT'S CBLBOAT1.EDT RECORD
      *    OR, ON A REPRINT, THE COPY KEPT ON DEALDOC.HST.
           01 SALE-WORK.
               05 SW-LAST-NAME         PIC X(15).
               05 SW-STATE             PIC XX.
               05 SW-BOAT-COST         PIC 9(6)V99.
               05 SW-PURCHASE-DATE.
                   10 SW-PURCHASE-YY   PIC 9(4).
                   10 SW-PURCHASE-MM   PIC 99.
                   10 SW-PURCHASE-DD   PIC 99.
               05 SW-PURCHASE-DATE-N REDEFINES SW-PURCHASE-DATE
                                       PIC 9(8).
               05 SW-BOAT-TYPE         PIC X.
               05 SW-ACC-PACK          PIC 9.
               05 SW-PREP-COST         PIC 9(5)V99.
               05 SW-SALES-CODE        PIC X.
               05 SW-WARRANTY-YEARS    PIC 9.
               05 SW-FIN-FLAG          PIC X.
                   88 SW-FINANCED      VALUE 'Y'.
               05 SW-DOWN-PMT          PIC 9(6)V99.
               05 SW-TERM-MOS          PIC 9(3).
               05 SW-ANN-RATE          PIC 99V99.
               05 SW-TRADE-TYPE        PIC X.
                   88 SW-TRADE-PRESENT VALUE 'B','P','S','J','C','R'.
               05 SW-TRADE-ALLOW       PIC 9(6)V99.

           01 CUST-TABLE.
               05 CUS-ENTRY            OCCURS 2000 TIMES.
                   10 CT-LNAME         PIC X(15).
                   10 CT-FNAME         PIC X(15).
                   10 CT-ADDRESS       PIC X(15).
                   10 CT-CITY          PIC X(10).
                   10 CT-STATE         PIC XX.
                   10 CT-ZIP           PIC 9(9).

           01 USED-HULL-TABLE.
               05 USED-HULL-ENTRY      OCCURS 2000 TIMES.
                   10 UHT-HULL-ID      PIC X(8).
                   10 UHT-BOAT-TYPE    PIC X.
                   10 UHT-SOLD-DATE    PIC 9(8).
                   10 UHT-PREP-COST    PIC 9(5)V99.
                   10 UHT-TAKEN        PIC X.

      *    DEALJKT.DAT IS REWRITTEN FROM THIS TABLE, SO EVERY JACKET
      *    ON IT MUST FIT. A SIGNATURE FLAG IS N WHILE THE DOCUMENT
      *    IS UNSIGNED, Y ONCE SIGNED, AND SPACE WHEN THE DEAL HAS NO
      *    SUCH DOCUMENT.
           01 JACKET-TABLE.
               05 JACKET-ENTRY         OCCURS 5000 TIMES.
                   10 JKT-DEAL-NO      PIC 9(6).
                   10 JKT-LAST-NAME    PIC X(15).
                   10 JKT-STATE        PIC XX.
                   10 JKT-SALE-DATE    PIC 9(8).
                   10 JKT-BOAT-TYPE    PIC X.
                   10 JKT-SIGN         PIC X       OCCURS 4 TIMES.
                   10 JKT-DONE-DATE    PIC 9(8).
                   10 FILLER           PIC X(3).

           01 DOC-CODE-VALUES.
               05 FILLER               PIC X(8)    VALUE 'BOBSFCTT'.
           01 DOC-CODE-TABLE REDEFINES DOC-CODE-VALUES.
               05 DOC-CODE             PIC XX      OCCURS 4 TIMES.
           01 C-DOC-SUB                PIC 9       VALUE 0.

      *    ------------------------------------------------------------
      *    BUYER'S ORDER AND BILL OF SALE LINES
      *    ------------------------------------------------------------
           01 DOC-TITLE-LINE.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 DT-TITLE             PIC X(30).
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'DEAL NO. '.
               05 DT-DEAL-NO           PIC 9(6).
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 DT-SALE-DATE         PIC X(10).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 DT-REPRINT           PIC X(9).

           01 DOC-NAME-LINE.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(11)   VALUE 'PURCHASER: '.
               05 DN-NAME              PIC X(31).

           01 DOC-ADDR-LINE.
               05 FILLER               PIC X(16)   VALUE SPACES.
               05 DA-ADDRESS           PIC X(15).

           01 DOC-CITY-LINE.
               05 FILLER               PIC X(16)   VALUE SPACES.
               05 DY-CITY              PIC X(10).
               05 FILLER               PIC XX      VALUE ', '.
               05 DY-ST                PIC XX.
               05 FILLER               PIC XX      VALUE SPACES.
               05 DY-ZIP               PIC 9(5).

           01 DOC-BOAT-LINE.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(11)   VALUE 'BOAT TYPE: '.
               05 DB-BOAT-TYPE         PIC X(13).
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'HULL ID: '.
               05 DB-HULL-ID           PIC X(8).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 DB-NEW-USED          PIC X(9).

           01 DOC-AMT-LINE.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 DL-DESC              PIC X(40).
               05 DL-AMT               PIC $$,$$$,$$9.99.

           01 DOC-TEXT-LINE.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 DX-TEXT              PIC X(70).

           01 DOC-SIGN-LINE.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 DS-WHO               PIC X(12).
               05 FILLER               PIC X(30)   VALUE ALL '_'.
               05 FILLER               PIC X(8)    VALUE '  DATE: '.
               05 FILLER               PIC X(12)   VALUE ALL '_'.

      *    ------------------------------------------------------------
      *    DEAL JACKET CHECKLIST LINES
      *    ------------------------------------------------------------
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
                  VALUE 'DEAL JACKET SIGNATURE CHECKLIST '.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 SECTION-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 SECTION-TEXT         PIC X(50).

           01 SIGN-HEADING.
               05 FILLER               PIC X(7)    VALUE 'DEAL NO'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(3)    VALUE 'DOC'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'SIGNED'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'RESULT'.

           01 SIGN-LINE.
               05 SL-DEAL-NO           PIC X(6).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 SL-DOC-CODE          PIC XX.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 SL-SIGN-DATE         PIC X(10).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 SL-RESULT            PIC X(45).

           01 JACKET-HEADING.
               05 FILLER               PIC X(7)    VALUE 'DEAL NO'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'CUSTOMER'.
               05 FILLER               PIC X(14)   VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'SOLD'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'BOAT TYPE'.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'BUYER''S'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'BILL'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'FINANCE'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'TRADE'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'DAYS'.

           01 JACKET-HEADING2.
               05 FILLER               PIC X(63)   VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'ORDER'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'OF SALE'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'CONTRACT'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'TITLE'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'OPEN'.

           01 JACKET-LINE.
               05 JL-DEAL-NO           PIC 9(6).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 JL-LAST-NAME         PIC X(15).
               05 FILLER               PIC X       VALUE SPACE.
               05 JL-STATE             PIC XX.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 JL-SALE-DATE         PIC X(10).
               05 FILLER               PIC XX      VALUE SPACES.
               05 JL-BOAT-TYPE         PIC X(13).
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 JL-DOC-ENTRY         OCCURS 4 TIMES.
                   10 JL-DOC-STATUS    PIC X(4).
                   10 FILLER           PIC X(6).
               05 JL-DAYS-OPEN         PIC ZZZZ9.

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
               05 FILLER               PIC X(16)
                  VALUE 'SALES DOCUMENTED'.
               05 GT-SALE-CTR          PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(10)
                  VALUE 'REPRINTED '.
               05 GT-REPRINT-CTR       PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'JACKETS OPEN:  '.
               05 GT-OPEN-JKT-CTR      PIC ZZ,ZZ9.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(16)
                  VALUE 'SIGNATURES READ '.
               05 GT-SIGN-CTR          PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(10)
                  VALUE 'POSTED:   '.
               05 GT-SIGN-POSTED-CTR   PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'REJECTED:      '.
               05 GT-SIGN-REJECT-CTR   PIC ZZ,ZZ9.

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
                   DISPLAY 'CBLHJB74 - UNABLE TO OPEN BOAT-INPUT, '
                       'STATUS = ' C-BOAT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT JACKET-MASTER.
               PERFORM L3-LOAD-JACKETS
                   UNTIL MORE-JACKETS = 'NO'.
               CLOSE JACKET-MASTER.
               IF C-JOB-ABEND
                   CLOSE BOAT-INPUT
                   STOP RUN
               END-IF.
               OPEN INPUT CUST-MASTER.
               PERFORM L3-LOAD-CUST-MASTER
                   UNTIL MORE-CUSTS = 'NO'.
               CLOSE CUST-MASTER.
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
               OPEN OUTPUT DOCOUT.
               OPEN OUTPUT PRTOUT.
               OPEN EXTEND DEAL-HIST.
               MOVE SPACES                 TO DT-REPRINT.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               IF C-JKT-CTR >= 5000
                   DISPLAY 'CBLHJB74 - JACKET-TABLE OVERFLOW, '
                       'RUN HALTED'
                   MOVE 16 TO RETURN-CODE
                   SET C-JOB-ABEND TO TRUE
                   MOVE 'NO' TO MORE-RECS
               ELSE
                   MOVE I-REC              TO SALE-WORK
                   PERFORM L3-FIND-USED-HULL
                   PERFORM L3-FIND-JACKET
                   PERFORM L3-CALCS
                   PERFORM L3-PRINT-DOCUMENTS
                   IF C-JKT-SUB > C-JKT-CTR
                       PERFORM L3-ADD-JACKET
                       MOVE C-DEAL-NO      TO DH-DEAL-NO
                       MOVE C-HULL-ID      TO DH-HULL-ID
                       MOVE SALE-WORK      TO DH-SALE
                       WRITE DH-REC
                   END-IF
                   ADD 1 TO C-SALE-CTR
                   PERFORM L3-READ-INPUT
               END-IF.

           L2-CLOSING.
               CLOSE BOAT-INPUT.
               CLOSE DEAL-HIST.
               IF C-JOB-ABEND
                   CLOSE DOCOUT
                   CLOSE PRTOUT
                   STOP RUN
               END-IF.
               PERFORM L3-REPRINT
                   THRU L3-REPRINT-EXIT.
               PERFORM L4-NEW-PAGE.
               MOVE 'SIGNATURES POSTED' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM SIGN-HEADING
                   AFTER ADVANCING 2 LINES.
               OPEN INPUT SIGN-INPUT.
               PERFORM L3-POST-SIGNATURE
                   UNTIL MORE-SIGNS = 'NO'.
               CLOSE SIGN-INPUT.
               IF C-SIGN-CTR = 0
                   MOVE 'NO SIGNATURES THIS RUN' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
      *    SIGNATURES ARE NOW ON THE JACKETS AND THE REJECTS ARE ON
      *    THE CHECKLIST, SO THE INPUT IS EMPTIED FOR THE NEXT RUN.
               OPEN OUTPUT SIGN-INPUT.
               CLOSE SIGN-INPUT.
               OPEN OUTPUT JACKET-MASTER.
               PERFORM VARYING C-JKT-SUB FROM 1 BY 1
                   UNTIL C-JKT-SUB > C-JKT-CTR
                       MOVE JACKET-ENTRY(C-JKT-SUB) TO JK-REC
                       WRITE JK-REC
               END-PERFORM.
               CLOSE JACKET-MASTER.
               PERFORM L3-CHECKLIST.
               PERFORM L3-TOTALS.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE DOCOUT.
               CLOSE PRTOUT.

           L3-READ-INPUT.
               READ BOAT-INPUT
                   AT END
                       MOVE 'NO' TO MORE-RECS.

           L3-LOAD-JACKETS.
               READ JACKET-MASTER
                   AT END
                       MOVE 'NO' TO MORE-JACKETS
                   NOT AT END
                       IF C-JKT-CTR < 5000
                           ADD 1 TO C-JKT-CTR
                           MOVE JK-REC TO JACKET-ENTRY(C-JKT-CTR)
                           IF JKT-DEAL-NO(C-JKT-CTR) > C-NEXT-DEAL-NO
                               MOVE JKT-DEAL-NO(C-JKT-CTR)
                                   TO C-NEXT-DEAL-NO
                           END-IF
                       ELSE
                           DISPLAY 'CBLHJB74 - JACKET-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-JACKETS
                       END-IF
               END-READ.

           L3-LOAD-CUST-MASTER.
               READ CUST-MASTER
                   AT END
                       MOVE 'NO' TO MORE-CUSTS
                   NOT AT END
                       IF CU-SRC-BOAT = 'Y'
                           IF C-CUS-CTR < 2000
                               ADD 1 TO C-CUS-CTR
                               MOVE CU-LNAME   TO CT-LNAME(C-CUS-CTR)
                               MOVE CU-FNAME   TO CT-FNAME(C-CUS-CTR)
                               MOVE CU-ADDRESS TO CT-ADDRESS(C-CUS-CTR)
                               MOVE CU-CITY    TO CT-CITY(C-CUS-CTR)
                               MOVE CU-STATE   TO CT-STATE(C-CUS-CTR)
                               MOVE CU-ZIP     TO CT-ZIP(C-CUS-CTR)
                           ELSE
                               IF NOT C-CUS-OVFL
                                   SET C-CUS-OVFL TO TRUE
                                   DISPLAY 'CBLHJB74 - CUST-TABLE '
                                       'OVERFLOW, ADDRESSES '
                                       'INCOMPLETE'
                                   MOVE 8 TO RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
               END-READ.

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
                                   DISPLAY 'CBLHJB74 - HULL-TABLE '
                                       'OVERFLOW, HULL IDS MISSING'
                                   MOVE 8 TO RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
               END-READ.

      *    CBLHJB03 STAMPS A RESOLD USED HULL WITH THE SALE DATE AND
      *    THE SALE'S PREP COST, SO A HULL OF THE SAME TYPE SOLD THE
      *    SAME DAY FOR THE SAME PREP IS THIS BOAT. A SALE WITH NO
      *    SUCH HULL IS A NEW UNIT, WHICH BOATHULL.DAT DOES NOT HOLD.
           L3-FIND-USED-HULL.
               MOVE SPACES                 TO C-HULL-ID.
               PERFORM VARYING C-HUL-SUB FROM 1 BY 1
                   UNTIL C-HUL-SUB > C-HUL-CTR
                       OR (UHT-TAKEN(C-HUL-SUB) = 'N'
                           AND UHT-BOAT-TYPE(C-HUL-SUB) = SW-BOAT-TYPE
                           AND UHT-SOLD-DATE(C-HUL-SUB) =
                               SW-PURCHASE-DATE-N
                           AND UHT-PREP-COST(C-HUL-SUB) =
                               SW-PREP-COST)
               END-PERFORM.
               IF C-HUL-SUB <= C-HUL-CTR
                   MOVE 'Y'                TO UHT-TAKEN(C-HUL-SUB)
                   MOVE UHT-HULL-ID(C-HUL-SUB) TO C-HULL-ID
               END-IF.

      *    A RERUN OF THE SAME NIGHT'S SALES FINDS THE JACKET OPENED
      *    THE FIRST TIME AND PRINTS UNDER THAT DEAL NUMBER RATHER
      *    THAN OPENING A SECOND ONE.
           L3-FIND-JACKET.
               PERFORM VARYING C-JKT-SUB FROM 1 BY 1
                   UNTIL C-JKT-SUB > C-JKT-CTR
                       OR (JKT-LAST-NAME(C-JKT-SUB) = SW-LAST-NAME
                           AND JKT-STATE(C-JKT-SUB) = SW-STATE
                           AND JKT-SALE-DATE(C-JKT-SUB) =
                               SW-PURCHASE-DATE-N
                           AND JKT-BOAT-TYPE(C-JKT-SUB) =
                               SW-BOAT-TYPE)
               END-PERFORM.
               IF C-JKT-SUB > C-JKT-CTR
                   ADD 1 TO C-NEXT-DEAL-NO
                   MOVE C-NEXT-DEAL-NO     TO C-DEAL-NO
               ELSE
                   MOVE JKT-DEAL-NO(C-JKT-SUB) TO C-DEAL-NO
               END-IF.

      *    SAME DEAL MATH AS CBLHJB03 SO THE PAPERWORK ALWAYS AGREES
      *    WITH THE SALES REPORT AND THE FINANCING REPORT.
           L3-CALCS.
               MOVE 0                      TO C-ACC-PACK-COST.
               MOVE SPACES                 TO C-ACC-PACK-NAME.
               EVALUATE SW-ACC-PACK
                   WHEN 1
                       MOVE 'ELECTRONICS'     TO C-ACC-PACK-NAME
                       MOVE 5415.30           TO C-ACC-PACK-COST
                   WHEN 2
                       MOVE 'SKI PACKAGE'     TO C-ACC-PACK-NAME
                       MOVE 3980.00           TO C-ACC-PACK-COST
                   WHEN 3
                       MOVE 'FISHING PACKAGE' TO C-ACC-PACK-NAME
                       MOVE 345.45            TO C-ACC-PACK-COST
               END-EVALUATE.
               PERFORM L5-EVAL-BOAT-TYPE.
               PERFORM L5-EVAL-STATE-TAX.
               COMPUTE C-BOAT-COST ROUNDED =
                   SW-BOAT-COST * C-MARKUP-PERC.
               COMPUTE C-TAX-BASE ROUNDED =
                   C-BOAT-COST + SW-PREP-COST + C-ACC-PACK-COST.
               COMPUTE C-TOTAL-COST ROUNDED =
                   C-TAX-BASE * C-TAX-RATE.
               COMPUTE C-TAX-AMT = C-TOTAL-COST - C-TAX-BASE.
               COMPUTE C-TAX-PCT = (C-TAX-RATE - 1) * 100.
               IF SW-TRADE-PRESENT
                   IF SW-TRADE-ALLOW > C-TOTAL-COST
                       MOVE 0 TO C-NET-COST
                   ELSE
                       COMPUTE C-NET-COST =
                           C-TOTAL-COST - SW-TRADE-ALLOW
                   END-IF
               ELSE
                   MOVE C-TOTAL-COST TO C-NET-COST
               END-IF.
               COMPUTE C-EXP-DATE-YR =
                   SW-PURCHASE-YY + SW-WARRANTY-YEARS.
               MOVE SW-PURCHASE-MM         TO C-EXP-DATE-MO.
               MOVE SW-PURCHASE-DD         TO C-EXP-DATE-DA.
               MOVE 0                      TO C-FIN-PRINCIPAL.
               MOVE 0                      TO C-FIN-PMT.
               MOVE 0                      TO C-LAST-PMT.
               MOVE 0                      TO C-TOT-INT.
               IF SW-FINANCED
                   PERFORM L4-FINANCE-CALCS
                       THRU L4-FINANCE-CALCS-EXIT
               END-IF.

      *    THE AMORTIZED-LOAN MATH FROM CBLHJB03 L4-FINANCE-CALCS.
           L4-FINANCE-CALCS.
               IF SW-DOWN-PMT >= C-NET-COST OR SW-TERM-MOS = 0
                   GO TO L4-FINANCE-CALCS-EXIT.
               COMPUTE C-FIN-PRINCIPAL = C-NET-COST - SW-DOWN-PMT.
               COMPUTE C-MO-RATE ROUNDED = SW-ANN-RATE / 1200.
               IF C-MO-RATE = 0
                   COMPUTE C-FIN-PMT ROUNDED =
                       C-FIN-PRINCIPAL / SW-TERM-MOS
                   MOVE C-FIN-PMT TO C-LAST-PMT
                   MOVE 0 TO C-TOT-INT
               ELSE
                   COMPUTE C-FIN-FACTOR ROUNDED =
                       (1 + C-MO-RATE) ** SW-TERM-MOS
                   COMPUTE C-FIN-WORK1 ROUNDED =
                       C-FIN-PRINCIPAL * C-MO-RATE
                   COMPUTE C-FIN-WORK2 ROUNDED =
                       C-FIN-WORK1 * C-FIN-FACTOR
                   COMPUTE C-FIN-DENOM = C-FIN-FACTOR - 1
                   COMPUTE C-FIN-PMT ROUNDED =
                       C-FIN-WORK2 / C-FIN-DENOM
                   COMPUTE C-TERM-M1 = SW-TERM-MOS - 1
                   COMPUTE C-FIN-FACTN1 ROUNDED =
                       (1 + C-MO-RATE) ** C-TERM-M1
                   COMPUTE C-FIN-WORK1 ROUNDED =
                       C-FIN-PRINCIPAL * C-FIN-FACTN1
                   COMPUTE C-FIN-DENOM = C-FIN-FACTN1 - 1
                   COMPUTE C-FIN-WORK2 ROUNDED =
                       C-FIN-PMT * C-FIN-DENOM
                   COMPUTE C-FIN-WORK2 ROUNDED =
                       C-FIN-WORK2 / C-MO-RATE
                   COMPUTE C-LAST-BAL ROUNDED =
                       C-FIN-WORK1 - C-FIN-WORK2
                   COMPUTE C-LAST-INT ROUNDED = C-LAST-BAL * C-MO-RATE
                   COMPUTE C-LAST-PMT = C-LAST-BAL + C-LAST-INT
                   COMPUTE C-FIN-WORK1 ROUNDED =
                       C-FIN-PMT * C-TERM-M1
                   COMPUTE C-TOT-INT ROUNDED =
                       C-FIN-WORK1 + C-LAST-PMT - C-FIN-PRINCIPAL
               END-IF.

           L4-FINANCE-CALCS-EXIT.
               EXIT.

           L3-PRINT-DOCUMENTS.
               PERFORM L4-BUYERS-ORDER.
               PERFORM L4-BILL-OF-SALE.

           L4-BUYERS-ORDER.
               MOVE 'BUYER''S ORDER'       TO DT-TITLE.
               PERFORM L5-DOC-HEADER.
               MOVE 'BOAT PRICE'           TO DL-DESC.
               MOVE C-BOAT-COST            TO DL-AMT.
               WRITE DOCLINE FROM DOC-AMT-LINE
                   AFTER ADVANCING 2 LINES.
               MOVE SPACES                 TO DL-DESC.
               STRING 'ACCESSORY PACKAGE - ' C-ACC-PACK-NAME
                   DELIMITED BY SIZE INTO DL-DESC.
               MOVE C-ACC-PACK-COST        TO DL-AMT.
               WRITE DOCLINE FROM DOC-AMT-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE 'DEALER PREPARATION'   TO DL-DESC.
               MOVE SW-PREP-COST           TO DL-AMT.
               WRITE DOCLINE FROM DOC-AMT-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE 'TAXABLE SUBTOTAL'     TO DL-DESC.
               MOVE C-TAX-BASE             TO DL-AMT.
               WRITE DOCLINE FROM DOC-AMT-LINE
                   AFTER ADVANCING 2 LINES.
               MOVE SPACES                 TO DL-DESC.
               MOVE C-TAX-PCT              TO DOC-PCT-EDIT.
               STRING SW-STATE ' SALES TAX AT ' DOC-PCT-EDIT '%'
                   DELIMITED BY SIZE INTO DL-DESC.
               MOVE C-TAX-AMT              TO DL-AMT.
               WRITE DOCLINE FROM DOC-AMT-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE 'TOTAL PRICE'          TO DL-DESC.
               MOVE C-TOTAL-COST           TO DL-AMT.
               WRITE DOCLINE FROM DOC-AMT-LINE
                   AFTER ADVANCING 1 LINE.
               IF SW-TRADE-PRESENT
                   MOVE SW-TRADE-TYPE      TO C-TRADE-TYPE
                   PERFORM L5-EVAL-TRADE-NAME
                   MOVE SPACES             TO DL-DESC
                   STRING 'LESS TRADE-IN ALLOWANCE - ' C-TRADE-NAME
                       DELIMITED BY SIZE INTO DL-DESC
                   MOVE SW-TRADE-ALLOW     TO DL-AMT
                   WRITE DOCLINE FROM DOC-AMT-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               MOVE 'BALANCE DUE'          TO DL-DESC.
               MOVE C-NET-COST             TO DL-AMT.
               WRITE DOCLINE FROM DOC-AMT-LINE
                   AFTER ADVANCING 2 LINES.
               IF C-FIN-PRINCIPAL > 0
                   MOVE 'DOWN PAYMENT'     TO DL-DESC
                   MOVE SW-DOWN-PMT        TO DL-AMT
                   WRITE DOCLINE FROM DOC-AMT-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE 'AMOUNT FINANCED'  TO DL-DESC
                   MOVE C-FIN-PRINCIPAL    TO DL-AMT
                   WRITE DOCLINE FROM DOC-AMT-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE SW-TERM-MOS        TO DOC-TERM-EDIT
                   MOVE SW-ANN-RATE        TO DOC-RATE-EDIT
                   MOVE SPACES             TO DL-DESC
                   STRING 'MONTHLY PAYMENT - ' DOC-TERM-EDIT
                       ' MOS AT ' DOC-RATE-EDIT '% APR'
                       DELIMITED BY SIZE INTO DL-DESC
                   MOVE C-FIN-PMT          TO DL-AMT
                   WRITE DOCLINE FROM DOC-AMT-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE 'FINAL PAYMENT'    TO DL-DESC
                   MOVE C-LAST-PMT         TO DL-AMT
                   WRITE DOCLINE FROM DOC-AMT-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE 'FINANCE CHARGE'   TO DL-DESC
                   MOVE C-TOT-INT          TO DL-AMT
                   WRITE DOCLINE FROM DOC-AMT-LINE
                       AFTER ADVANCING 1 LINE
               ELSE
                   MOVE 'CASH SALE - BALANCE DUE ON DELIVERY'
                       TO DX-TEXT
                   WRITE DOCLINE FROM DOC-TEXT-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               PERFORM L5-WARRANTY-TEXT.
               MOVE 'PURCHASER:'           TO DS-WHO.
               WRITE DOCLINE FROM DOC-SIGN-LINE
                   AFTER ADVANCING 4 LINES.
               MOVE SPACES                 TO DS-WHO.
               STRING 'SALES REP ' SW-SALES-CODE ':'
                   DELIMITED BY SIZE INTO DS-WHO.
               WRITE DOCLINE FROM DOC-SIGN-LINE
                   AFTER ADVANCING 3 LINES.

           L4-BILL-OF-SALE.
               MOVE 'BILL OF SALE'         TO DT-TITLE.
               PERFORM L5-DOC-HEADER.
               MOVE 'THE SELLER, FOR THE CONSIDERATION SHOWN BELOW, THE'
                   TO DX-TEXT.
               WRITE DOCLINE FROM DOC-TEXT-LINE
                   AFTER ADVANCING 2 LINES.
               MOVE 'RECEIPT OF WHICH IS ACKNOWLEDGED, SELLS AND'
                   TO DX-TEXT.
               WRITE DOCLINE FROM DOC-TEXT-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE 'TRANSFERS TO THE PURCHASER NAMED ABOVE THE VESSEL'
                   TO DX-TEXT.
               WRITE DOCLINE FROM DOC-TEXT-LINE
                   AFTER ADVANCING 1 LINE.
               IF C-FIN-PRINCIPAL > 0
                   MOVE 'DESCRIBED ABOVE, FREE OF ALL LIENS EXCEPT THE'
                       TO DX-TEXT
                   WRITE DOCLINE FROM DOC-TEXT-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE 'PURCHASE-MONEY LIEN SECURING THE AMOUNT'
                       TO DX-TEXT
                   WRITE DOCLINE FROM DOC-TEXT-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE 'FINANCED.'        TO DX-TEXT
               ELSE
                   MOVE 'DESCRIBED ABOVE, FREE OF ALL LIENS.'
                       TO DX-TEXT
               END-IF.
               WRITE DOCLINE FROM DOC-TEXT-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE 'TOTAL PRICE INCLUDING TAX' TO DL-DESC.
               MOVE C-TOTAL-COST           TO DL-AMT.
               WRITE DOCLINE FROM DOC-AMT-LINE
                   AFTER ADVANCING 2 LINES.
               IF SW-TRADE-PRESENT
                   MOVE 'TRADE-IN ACCEPTED AS PART PAYMENT'
                       TO DL-DESC
                   MOVE SW-TRADE-ALLOW     TO DL-AMT
                   WRITE DOCLINE FROM DOC-AMT-LINE
                       AFTER ADVANCING 1 LINE
               END-IF.
               MOVE 'CONSIDERATION'        TO DL-DESC.
               MOVE C-NET-COST             TO DL-AMT.
               WRITE DOCLINE FROM DOC-AMT-LINE
                   AFTER ADVANCING 1 LINE.
               IF C-FIN-PRINCIPAL > 0
                   MOVE 'AMOUNT FINANCED'  TO DL-DESC
                   MOVE C-FIN-PRINCIPAL    TO DL-AMT
                   WRITE DOCLINE FROM DOC-AMT-LINE
                       AFTER ADVANCING 1 LINE
               END-IF.
               PERFORM L5-WARRANTY-TEXT.
               MOVE 'SELLER:'              TO DS-WHO.
               WRITE DOCLINE FROM DOC-SIGN-LINE
                   AFTER ADVANCING 4 LINES.
               MOVE 'PURCHASER:'           TO DS-WHO.
               WRITE DOCLINE FROM DOC-SIGN-LINE
                   AFTER ADVANCING 3 LINES.

           L5-DOC-HEADER.
               ADD 1 TO C-DOC-PAGE-CTR.
               MOVE C-DEAL-NO              TO DT-DEAL-NO.
               MOVE SW-PURCHASE-DATE-N     TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO DT-SALE-DATE.
               IF C-DOC-PAGE-CTR = 1
                   WRITE DOCLINE FROM DOC-TITLE-LINE
               ELSE
                   WRITE DOCLINE FROM DOC-TITLE-LINE
                       AFTER ADVANCING PAGE
               END-IF.
               PERFORM L5-FIND-CUSTOMER.
               WRITE DOCLINE FROM DOC-NAME-LINE
                   AFTER ADVANCING 3 LINES.
               WRITE DOCLINE FROM DOC-ADDR-LINE
                   AFTER ADVANCING 1 LINE.
               WRITE DOCLINE FROM DOC-CITY-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE COL-BOAT-TYPE          TO DB-BOAT-TYPE.
               IF C-HULL-ID = SPACES
                   MOVE 'NEW'              TO DB-HULL-ID
                   MOVE SPACES             TO DB-NEW-USED
               ELSE
                   MOVE C-HULL-ID          TO DB-HULL-ID
                   MOVE '(USED)'           TO DB-NEW-USED
               END-IF.
               WRITE DOCLINE FROM DOC-BOAT-LINE
                   AFTER ADVANCING 2 LINES.

      *    A BUYER CBLHJB51 HAS NOT YET CARRIED ONTO THE CUSTOMER
      *    MASTER STILL GETS DOCUMENTS, UNDER THE SURNAME AND STATE
      *    FROM THE SALE, WITH THE ADDRESS LEFT FOR THE DESK TO FILL.
           L5-FIND-CUSTOMER.
               PERFORM VARYING C-CUS-SUB FROM 1 BY 1
                   UNTIL C-CUS-SUB > C-CUS-CTR
                       OR (CT-LNAME(C-CUS-SUB) = SW-LAST-NAME
                           AND CT-STATE(C-CUS-SUB) = SW-STATE)
               END-PERFORM.
               MOVE SPACES                 TO DN-NAME.
               IF C-CUS-SUB <= C-CUS-CTR
                   STRING CT-FNAME(C-CUS-SUB) DELIMITED BY '  '
                       ' ' DELIMITED BY SIZE
                       CT-LNAME(C-CUS-SUB) DELIMITED BY '  '
                       INTO DN-NAME
                   MOVE CT-ADDRESS(C-CUS-SUB)  TO DA-ADDRESS
                   MOVE CT-CITY(C-CUS-SUB)     TO DY-CITY
                   MOVE CT-STATE(C-CUS-SUB)    TO DY-ST
                   MOVE CT-ZIP(C-CUS-SUB)(1:5) TO DY-ZIP
               ELSE
                   MOVE SW-LAST-NAME       TO DN-NAME
                   MOVE SPACES             TO DA-ADDRESS
                   MOVE SPACES             TO DY-CITY
                   MOVE SW-STATE           TO DY-ST
                   MOVE ZEROS              TO DY-ZIP
               END-IF.

           L5-WARRANTY-TEXT.
               MOVE C-EXP-DATE-N           TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE SPACES                 TO DX-TEXT.
               STRING 'WARRANTY: ' SW-WARRANTY-YEARS
                   ' YEAR(S), EXPIRES ' C-DATE-OUT
                   DELIMITED BY SIZE INTO DX-TEXT.
               WRITE DOCLINE FROM DOC-TEXT-LINE
                   AFTER ADVANCING 2 LINES.

           L5-FORMAT-DATE.
               MOVE SPACES                 TO C-DATE-OUT.
               STRING C-DATE-IN-MONTH '/' C-DATE-IN-DAY '/'
                   C-DATE-IN-YEAR
                   DELIMITED BY SIZE INTO C-DATE-OUT.

      *    THE BUYER'S ORDER AND BILL OF SALE ARE ALWAYS SIGNED; THE
      *    FINANCE CONTRACT ONLY WHEN THERE IS AN AMOUNT FINANCED AND
      *    THE TRADE TITLE ONLY WHEN A BOAT CAME IN ON TRADE.
           L3-ADD-JACKET.
               ADD 1 TO C-JKT-CTR.
               MOVE SPACES                 TO JACKET-ENTRY(C-JKT-CTR).
               MOVE C-DEAL-NO              TO JKT-DEAL-NO(C-JKT-CTR).
               MOVE SW-LAST-NAME           TO JKT-LAST-NAME(C-JKT-CTR).
               MOVE SW-STATE               TO JKT-STATE(C-JKT-CTR).
               MOVE SW-PURCHASE-DATE-N     TO JKT-SALE-DATE(C-JKT-CTR).
               MOVE SW-BOAT-TYPE           TO JKT-BOAT-TYPE(C-JKT-CTR).
               MOVE 'N'                    TO JKT-SIGN(C-JKT-CTR, 1).
               MOVE 'N'                    TO JKT-SIGN(C-JKT-CTR, 2).
               IF C-FIN-PRINCIPAL > 0
                   MOVE 'N'                TO JKT-SIGN(C-JKT-CTR, 3)
               END-IF.
               IF SW-TRADE-PRESENT
                   MOVE 'N'                TO JKT-SIGN(C-JKT-CTR, 4)
               END-IF.
               MOVE 0                      TO JKT-DONE-DATE(C-JKT-CTR).

      *    A CUSTOMER NAMED ON DOCCTL.DAT HAS EVERY DEAL ON
      *    DEALDOC.HST REPRINTED, MARKED AS A REPRINT. THE REQUEST IS
      *    ONE-SHOT - DOCCTL.DAT IS EMPTIED AFTERWARD.
           L3-REPRINT.
               OPEN INPUT DOC-CONTROL.
               READ DOC-CONTROL
                   AT END
                       MOVE SPACES TO DC-REC.
               MOVE DC-LAST-NAME           TO C-RPT-LAST-NAME.
               MOVE DC-STATE               TO C-RPT-STATE.
               CLOSE DOC-CONTROL.
               IF C-RPT-LAST-NAME = SPACES
                   GO TO L3-REPRINT-EXIT.
               SET C-REPRINT TO TRUE.
               MOVE '*REPRINT*'            TO DT-REPRINT.
               OPEN INPUT DEAL-HIST.
               PERFORM L4-REPRINT-ONE
                   UNTIL MORE-HIST = 'NO'.
               CLOSE DEAL-HIST.
               IF C-REPRINT-CTR = 0
                   DISPLAY 'CBLHJB74 - NO DEALS ON FILE FOR REPRINT '
                       'CUSTOMER ' C-RPT-LAST-NAME ' ' C-RPT-STATE
               END-IF.
               OPEN OUTPUT DOC-CONTROL.
               CLOSE DOC-CONTROL.

           L3-REPRINT-EXIT.
               EXIT.

           L4-REPRINT-ONE.
               READ DEAL-HIST
                   AT END
                       MOVE 'NO' TO MORE-HIST
                   NOT AT END
                       MOVE DH-SALE        TO SALE-WORK
                       IF SW-LAST-NAME = C-RPT-LAST-NAME
                           AND (C-RPT-STATE = SPACES
                               OR SW-STATE = C-RPT-STATE)
                           MOVE DH-DEAL-NO TO C-DEAL-NO
                           MOVE DH-HULL-ID TO C-HULL-ID
                           PERFORM L3-CALCS
                           PERFORM L3-PRINT-DOCUMENTS
                           ADD 1 TO C-REPRINT-CTR
                       END-IF
               END-READ.

           L3-POST-SIGNATURE.
               READ SIGN-INPUT
                   AT END
                       MOVE 'NO' TO MORE-SIGNS
                   NOT AT END
                       ADD 1 TO C-SIGN-CTR
                       PERFORM L4-EDIT-SIGNATURE
                           THRU L4-EDIT-SIGNATURE-EXIT
                       PERFORM L4-PRINT-SIGNATURE
               END-READ.

           L4-EDIT-SIGNATURE.
               MOVE SPACES                 TO C-MSG.
               IF SG-DEAL-NO NOT NUMERIC OR SG-DEAL-NO = 0
                   MOVE 'DEAL NUMBER MISSING' TO C-MSG
                   GO TO L4-EDIT-SIGNATURE-EXIT.
               PERFORM VARYING C-DOC-SUB FROM 1 BY 1
                   UNTIL C-DOC-SUB > 4
                       OR DOC-CODE(C-DOC-SUB) = SG-DOC-CODE
               END-PERFORM.
               IF C-DOC-SUB > 4
                   MOVE 'DOC CODE NOT BO, BS, FC OR TT' TO C-MSG
                   GO TO L4-EDIT-SIGNATURE-EXIT.
               MOVE SG-SIGN-DATE           TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS NOT = 'Y'
                   MOVE 'BAD SIGNATURE DATE' TO C-MSG
                   GO TO L4-EDIT-SIGNATURE-EXIT.
               PERFORM VARYING C-JKT-SUB FROM 1 BY 1
                   UNTIL C-JKT-SUB > C-JKT-CTR
                       OR JKT-DEAL-NO(C-JKT-SUB) = SG-DEAL-NO
               END-PERFORM.
               IF C-JKT-SUB > C-JKT-CTR
                   MOVE 'NO SUCH DEAL' TO C-MSG
                   GO TO L4-EDIT-SIGNATURE-EXIT.
               IF JKT-SIGN(C-JKT-SUB, C-DOC-SUB) = SPACE
                   MOVE 'DEAL HAS NO SUCH DOCUMENT' TO C-MSG
                   GO TO L4-EDIT-SIGNATURE-EXIT.
               IF JKT-SIGN(C-JKT-SUB, C-DOC-SUB) = 'Y'
                   MOVE 'ALREADY SIGNED' TO C-MSG
                   GO TO L4-EDIT-SIGNATURE-EXIT.
               MOVE 'Y'                    TO
                   JKT-SIGN(C-JKT-SUB, C-DOC-SUB).
               ADD 1 TO C-SIGN-POSTED-CTR.
               IF JKT-SIGN(C-JKT-SUB, 1) NOT = 'N'
                   AND JKT-SIGN(C-JKT-SUB, 2) NOT = 'N'
                   AND JKT-SIGN(C-JKT-SUB, 3) NOT = 'N'
                   AND JKT-SIGN(C-JKT-SUB, 4) NOT = 'N'
                   MOVE SG-SIGN-DATE       TO JKT-DONE-DATE(C-JKT-SUB)
               END-IF.

           L4-EDIT-SIGNATURE-EXIT.
               EXIT.

           L4-PRINT-SIGNATURE.
               IF SG-DEAL-NO NUMERIC
                   MOVE SG-DEAL-NO         TO SL-DEAL-NO
               ELSE
                   MOVE SPACES             TO SL-DEAL-NO
               END-IF.
               MOVE SG-DOC-CODE            TO SL-DOC-CODE.
               MOVE SG-SIGN-DATE           TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO SL-SIGN-DATE.
               IF C-MSG = SPACES
                   MOVE 'POSTED'           TO SL-RESULT
               ELSE
                   ADD 1 TO C-SIGN-REJECT-CTR
                   MOVE SPACES             TO SL-RESULT
                   STRING 'REJECTED - ' C-MSG
                       DELIMITED BY SIZE INTO SL-RESULT
               END-IF.
               WRITE PRTLINE FROM SIGN-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

      *    EVERY JACKET WITH A DOCUMENT STILL UNSIGNED, OLDEST DEAL
      *    FIRST, SO THE DESK KNOWS WHOM TO CALL.
           L3-CHECKLIST.
               PERFORM L4-NEW-PAGE.
               MOVE 'DEAL JACKETS AWAITING SIGNATURES' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM JACKET-HEADING
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM JACKET-HEADING2
                   AFTER ADVANCING 1 LINE.
               PERFORM VARYING C-JKT-SUB FROM 1 BY 1
                   UNTIL C-JKT-SUB > C-JKT-CTR
                       IF JKT-DONE-DATE(C-JKT-SUB) = 0
                           PERFORM L4-PRINT-JACKET
                       END-IF
               END-PERFORM.
               IF C-OPEN-JKT-CTR = 0
                   MOVE 'EVERY DEAL JACKET IS FULLY SIGNED'
                       TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.

           L4-PRINT-JACKET.
               ADD 1 TO C-OPEN-JKT-CTR.
               MOVE SPACES                 TO JACKET-LINE.
               MOVE JKT-DEAL-NO(C-JKT-SUB) TO JL-DEAL-NO.
               MOVE JKT-LAST-NAME(C-JKT-SUB) TO JL-LAST-NAME.
               MOVE JKT-STATE(C-JKT-SUB)   TO JL-STATE.
               MOVE JKT-SALE-DATE(C-JKT-SUB) TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO JL-SALE-DATE.
               MOVE JKT-BOAT-TYPE(C-JKT-SUB) TO SW-BOAT-TYPE.
               PERFORM L5-EVAL-BOAT-TYPE.
               MOVE COL-BOAT-TYPE          TO JL-BOAT-TYPE.
               PERFORM VARYING C-DOC-SUB FROM 1 BY 1
                   UNTIL C-DOC-SUB > 4
                       EVALUATE JKT-SIGN(C-JKT-SUB, C-DOC-SUB)
                           WHEN 'N'
                               MOVE 'SIGN' TO JL-DOC-STATUS(C-DOC-SUB)
                           WHEN 'Y'
                               MOVE 'OK'   TO JL-DOC-STATUS(C-DOC-SUB)
                           WHEN OTHER
                               MOVE '--'   TO JL-DOC-STATUS(C-DOC-SUB)
                       END-EVALUATE
               END-PERFORM.
               COMPUTE C-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(C-ASOF-DATE) -
                   FUNCTION INTEGER-OF-DATE(JKT-SALE-DATE(C-JKT-SUB)).
               IF C-DAYS-OPEN < 0
                   MOVE 0                  TO C-DAYS-OPEN
               END-IF.
               MOVE C-DAYS-OPEN            TO JL-DAYS-OPEN.
               WRITE PRTLINE FROM JACKET-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L3-TOTALS.
               IF C-CUS-OVFL
                   MOVE 'CUST-TABLE'       TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               IF C-HUL-OVFL
                   MOVE 'HULL-TABLE'       TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               MOVE C-SALE-CTR             TO GT-SALE-CTR.
               MOVE C-REPRINT-CTR          TO GT-REPRINT-CTR.
               MOVE C-OPEN-JKT-CTR         TO GT-OPEN-JKT-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               MOVE C-SIGN-CTR             TO GT-SIGN-CTR.
               MOVE C-SIGN-POSTED-CTR      TO GT-SIGN-POSTED-CTR.
               MOVE C-SIGN-REJECT-CTR      TO GT-SIGN-REJECT-CTR.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.

           L5-EVAL-BOAT-TYPE.
               EVALUATE SW-BOAT-TYPE
                   WHEN 'B'
                       MOVE 'BASS BOAT'       TO COL-BOAT-TYPE
                       MOVE 1.33              TO C-MARKUP-PERC
                   WHEN 'P'
                       MOVE 'PONTOON'         TO COL-BOAT-TYPE
                       MOVE 1.25              TO C-MARKUP-PERC
                   WHEN 'S'
                       MOVE 'SKI BOAT'        TO COL-BOAT-TYPE
                       MOVE 1.425             TO C-MARKUP-PERC
                   WHEN 'J'
                       MOVE 'JOHN BOAT'       TO COL-BOAT-TYPE
                       MOVE 1.33              TO C-MARKUP-PERC
                   WHEN 'C'
                       MOVE 'CANOE'           TO COL-BOAT-TYPE
                       MOVE 1.20              TO C-MARKUP-PERC
                   WHEN 'R'
                       MOVE 'CABIN CRUISER'   TO COL-BOAT-TYPE
                       MOVE 1.30              TO C-MARKUP-PERC
                   WHEN OTHER
                       MOVE 'UNKNOWN'         TO COL-BOAT-TYPE
                       MOVE 1.00              TO C-MARKUP-PERC
               END-EVALUATE.

           L5-EVAL-TRADE-NAME.
               EVALUATE C-TRADE-TYPE
                   WHEN 'B'
                       MOVE 'BASS BOAT'       TO C-TRADE-NAME
                   WHEN 'P'
                       MOVE 'PONTOON'         TO C-TRADE-NAME
                   WHEN 'S'
                       MOVE 'SKI BOAT'        TO C-TRADE-NAME
                   WHEN 'J'
                       MOVE 'JOHN BOAT'       TO C-TRADE-NAME
                   WHEN 'C'
                       MOVE 'CANOE'           TO C-TRADE-NAME
                   WHEN 'R'
                       MOVE 'CABIN CRUISER'   TO C-TRADE-NAME
               END-EVALUATE.

           L5-EVAL-STATE-TAX.
               EVALUATE SW-STATE
                   WHEN 'IA'
                       MOVE 1.0600            TO C-TAX-RATE
                   WHEN 'IL'
                       MOVE 1.0625            TO C-TAX-RATE
                   WHEN 'WI'
                       MOVE 1.0500            TO C-TAX-RATE
                   WHEN 'MN'
                       MOVE 1.0688            TO C-TAX-RATE
                   WHEN 'NE'
                       MOVE 1.0550            TO C-TAX-RATE
                   WHEN 'MO'
                       MOVE 1.0423            TO C-TAX-RATE
                   WHEN OTHER
                       MOVE 1.0600            TO C-TAX-RATE
               END-EVALUATE.

           L4-NEW-PAGE.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               IF PAGE-CTR = 1
                   WRITE PRTLINE FROM TITLE-LINE
               ELSE
                   WRITE PRTLINE FROM TITLE-LINE
                       AFTER ADVANCING PAGE
               END-IF.

           L4-HEADING.
               PERFORM L4-NEW-PAGE.
               MOVE SPACES                 TO PRTLINE.
               WRITE PRTLINE
                   AFTER ADVANCING 1 LINE.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB74'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               COMPUTE RL-RECS-READ = C-SALE-CTR + C-SIGN-CTR.
               COMPUTE RL-RECS-PROCESSED =
                   C-SALE-CTR + C-SIGN-POSTED-CTR.
               MOVE C-SIGN-REJECT-CTR      TO RL-RECS-REJECTED.
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
               MOVE 'CBLHJB74'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-CUSTMST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CUSTMST.DAT' DELIMITED BY SIZE
               INTO FP-CUSTMST-DAT.
           MOVE SPACES TO FP-BOATHULL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BOATHULL.DAT' DELIMITED BY SIZE
               INTO FP-BOATHULL-DAT.
           MOVE SPACES TO FP-DEALJKT-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'DEALJKT.DAT' DELIMITED BY SIZE
               INTO FP-DEALJKT-DAT.
           MOVE SPACES TO FP-DEALDOC-HST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'DEALDOC.HST' DELIMITED BY SIZE
               INTO FP-DEALDOC-HST.
           MOVE SPACES TO FP-DOCSIGN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'DOCSIGN.DAT' DELIMITED BY SIZE
               INTO FP-DOCSIGN-DAT.
           MOVE SPACES TO FP-DOCCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'DOCCTL.DAT' DELIMITED BY SIZE
               INTO FP-DOCCTL-DAT.
           MOVE SPACES TO FP-BOATDOC-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BOATDOC.PRT' DELIMITED BY SIZE
               INTO FP-BOATDOC-PRT.
           MOVE SPACES TO FP-DEALJKT-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'DEALJKT.PRT' DELIMITED BY SIZE
               INTO FP-DEALJKT-PRT.
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

       END PROGRAM CBLHJB74.
