       IDENTIFICATION DIVISION.
      *BOAT SERVICE INVOICING. EVERY REPAIR ORDER ON SVCORD.DAT THAT
      *CBLHJB71 HAS SEEN CLOSED, AND THAT HAS NOT BEEN BILLED, IS
      *PRICED FROM ITS SVCLINE.DAT LINES - LABOR HOURS AT THE SHOP
      *RATE AND PARTS AT COST PLUS THE PARTS MARKUP, BOTH TAKEN FROM
      *SVCCTL.DAT - AND TAXED AT THE SAME STATE RATES CBLHJB03
      *CHARGES ON A BOAT SALE. WHEN THE HULL IS ONE WE SOLD AND
      *BOATSLS.HST SHOWS THE CUSTOMER'S WARRANTY STILL IN FORCE ON
      *THE DAY THE ORDER WAS OPENED, THE WORK IS NOT BILLED TO THE
      *CUSTOMER; A CLAIM FOR THE LABOR AND PARTS IS ADDED TO
      *WARRTRN.DAT FOR CBLHJB41 INSTEAD. EVERY OTHER ORDER GETS A
      *CUSTOMER INVOICE ON SVCINV.PRT, ONE PAGE EACH, ADDRESSED FROM
      *CUSTMST.DAT. THE ORDER IS MARKED B (BILLED) OR W (WARRANTY)
      *SO IT IS NEVER PRICED TWICE, SVCINV.HST KEEPS THE AMOUNTS,
      *AND A BILLING REGISTER CLOSES OUT THE REPORT.
       PROGRAM-ID. CBLHJB72.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT ORDER-MASTER
               ASSIGN TO DYNAMIC FP-SVCORD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-ORDER-STATUS.

           SELECT OPTIONAL ORDER-LINES
               ASSIGN TO DYNAMIC FP-SVCLINE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SERVICE-CONTROL
               ASSIGN TO DYNAMIC FP-SVCCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOB-CODES
               ASSIGN TO DYNAMIC FP-SVCJOB-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PARTS-MASTER
               ASSIGN TO DYNAMIC FP-PARTS-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUST-MASTER
               ASSIGN TO DYNAMIC FP-CUSTMST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HULL-FILE
               ASSIGN TO DYNAMIC FP-BOATHULL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SALES-HISTORY
               ASSIGN TO DYNAMIC FP-BOATSLS-HST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL WARRANTY-CLAIMS
               ASSIGN TO DYNAMIC FP-WARRTRN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INVOICE-HISTORY
               ASSIGN TO DYNAMIC FP-SVCINV-HST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-SVCINV-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ORDER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SO-REC
           RECORD CONTAINS 55 CHARACTERS.

       01 SO-REC                       PIC X(55).

           FD ORDER-LINES
           LABEL RECORD IS STANDARD
           DATA RECORD IS SL-REC
           RECORD CONTAINS 36 CHARACTERS.

       01 SL-REC.
           05 SL-RO-NO                 PIC X(6).
           05 SL-TYPE                  PIC X.
              88 SL-JOB                VALUE 'J'.
           05 SL-CODE                  PIC X(8).
           05 SL-QTY                   PIC 9(5)V9.
           05 SL-UNIT-COST             PIC 9(5)V99.
           05 SL-POST-DATE             PIC 9(8).

           FD SERVICE-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS SC-REC
           RECORD CONTAINS 10 CHARACTERS.

       01 SC-REC.
           05 SC-LABOR-RATE            PIC 9(3)V99.
           05 SC-PARTS-MARKUP-PCT      PIC 9(3)V99.

           FD JOB-CODES
           LABEL RECORD IS STANDARD
           DATA RECORD IS SJ-REC
           RECORD CONTAINS 24 CHARACTERS.

       01 SJ-REC.
           05 SJ-JOB-CODE              PIC X(4).
           05 SJ-DESC                  PIC X(20).

           FD PARTS-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PT-REC
           RECORD CONTAINS 45 CHARACTERS.

       01 PT-REC.
           05 PT-PART-NO               PIC X(8).
           05 PT-DESC                  PIC X(20).
           05 FILLER                   PIC X(17).

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
           05 FILLER                   PIC X(3).

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
           05 FILLER                   PIC X(24).

           FD SALES-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS BH-REC
           RECORD CONTAINS 48 CHARACTERS.

       01 BH-REC.
           05 BH-LAST-NAME             PIC X(15).
           05 BH-STATE                 PIC XX.
           05 BH-BOAT-TYPE             PIC X.
           05 BH-SALE-DATE             PIC 9(8).
           05 BH-WARR-EXP-DATE         PIC 9(8).
           05 BH-SALE-AMT              PIC 9(10)V99.
           05 BH-SALES-CODE            PIC X.
           05 BH-USED-FLAG             PIC X.

           FD WARRANTY-CLAIMS
           LABEL RECORD IS STANDARD
           DATA RECORD IS WT-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 WT-REC.
           05 WT-LAST-NAME             PIC X(15).
           05 WT-STATE                 PIC XX.
           05 WT-CLAIM-DATE            PIC 9(8).
           05 WT-LABOR-AMT             PIC 9(5)V99.
           05 WT-PARTS-AMT             PIC 9(5)V99.
           05 WT-STATUS                PIC X.

           FD INVOICE-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS HI-REC
           RECORD CONTAINS 57 CHARACTERS.

       01 HI-REC.
           05 HI-RO-NO                 PIC X(6).
           05 HI-CUST-ID               PIC 9(6).
           05 HI-BILL-DATE             PIC 9(8).
           05 HI-LABOR-AMT             PIC 9(7)V99.
           05 HI-PARTS-AMT             PIC 9(7)V99.
           05 HI-TAX-AMT               PIC 9(7)V99.
           05 HI-TOTAL-AMT             PIC 9(7)V99.
           05 HI-BILL-TYPE             PIC X.

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
           05 FP-SVCORD-DAT          PIC X(40)   VALUE SPACES.
           05 FP-SVCLINE-DAT         PIC X(40)   VALUE SPACES.
           05 FP-SVCCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-SVCJOB-DAT          PIC X(40)   VALUE SPACES.
           05 FP-PARTS-DAT           PIC X(40)   VALUE SPACES.
           05 FP-CUSTMST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-BOATHULL-DAT        PIC X(40)   VALUE SPACES.
           05 FP-BOATSLS-HST         PIC X(40)   VALUE SPACES.
           05 FP-WARRTRN-DAT         PIC X(40)   VALUE SPACES.
           05 FP-SVCINV-HST          PIC X(40)   VALUE SPACES.
           05 FP-SVCINV-PRT          PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-ORDERS          PIC X(3)    VALUE 'YES'.
               05 MORE-LINES           PIC X(3)    VALUE 'YES'.
               05 MORE-JOBS            PIC X(3)    VALUE 'YES'.
               05 MORE-PARTS           PIC X(3)    VALUE 'YES'.
               05 MORE-CUSTS           PIC X(3)    VALUE 'YES'.
               05 MORE-HULLS           PIC X(3)    VALUE 'YES'.
               05 MORE-HIST            PIC X(3)    VALUE 'YES'.
               05 C-ORDER-STATUS       PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 PAGE-CTR             PIC 999     VALUE 0.
               05 C-LABOR-RATE         PIC 9(3)V99 VALUE 95.00.
               05 C-MARKUP-PCT         PIC 9(3)V99 VALUE 30.00.
               05 C-TAX-RATE           PIC 9V9999  VALUE 0.
               05 C-TAX-BASE           PIC 9(7)V99 VALUE 0.
               05 C-ORD-CTR            PIC 9(4)    VALUE 0.
               05 C-ORD-SUB            PIC 9(4)    VALUE 0.
               05 C-BIL-CTR            PIC 999     VALUE 0.
               05 C-BIL-SUB            PIC 999     VALUE 0.
               05 C-BIL-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-BIL-OVFL        VALUE 'Y'.
               05 C-LIN-CTR            PIC 9(4)    VALUE 0.
               05 C-LIN-SUB            PIC 9(4)    VALUE 0.
               05 C-JOB-CTR            PIC 999     VALUE 0.
               05 C-JOB-SUB            PIC 999     VALUE 0.
               05 C-PRT-CTR            PIC 9(4)    VALUE 0.
               05 C-PRT-SUB            PIC 9(4)    VALUE 0.
               05 C-LINES-READ         PIC 9(7)    VALUE 0.
               05 C-INVOICE-CTR        PIC 9(5)    VALUE 0.
               05 C-WARRANTY-CTR       PIC 9(5)    VALUE 0.
               05 C-INVOICE-TOT        PIC 9(9)V99 VALUE 0.
               05 C-WARRANTY-TOT       PIC 9(9)V99 VALUE 0.
               05 C-TAX-TOT            PIC 9(9)V99 VALUE 0.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

      *    SVCORD.DAT IS REWRITTEN FROM THIS TABLE, SO EVERY ORDER
      *    ON IT MUST FIT.
           01 ORDER-TABLE.
               05 ORDER-ENTRY          OCCURS 2000 TIMES.
                   10 ORD-RO-NO        PIC X(6).
                   10 ORD-CUST-ID      PIC 9(6).
                   10 ORD-HULL-ID      PIC X(8).
                   10 ORD-OPEN-DATE    PIC 9(8).
                   10 ORD-STATUS       PIC X.
                       88 ORD-CLOSED   VALUE 'C'.
                   10 ORD-CLOSE-DATE   PIC 9(8).
                   10 ORD-BILL-STATUS  PIC X.
                       88 ORD-UNBILLED VALUE SPACE.
                   10 ORD-BILL-DATE    PIC 9(8).
                   10 ORD-INVOICE-AMT  PIC 9(7)V99.

      *    THE ORDERS BEING PRICED TONIGHT. AN ORDER THAT DOES NOT
      *    FIT STAYS UNBILLED AND IS PICKED UP BY THE NEXT RUN.
           01 BILL-TABLE.
               05 BILL-ENTRY           OCCURS 500 TIMES.
                   10 BIL-ORD-SUB      PIC 9(4).
                   10 BIL-RO-NO        PIC X(6).
                   10 BIL-CUST-FOUND   PIC X.
                   10 BIL-LNAME        PIC X(15).
                   10 BIL-FNAME        PIC X(15).
                   10 BIL-ADDRESS      PIC X(15).
                   10 BIL-CITY         PIC X(10).
                   10 BIL-STATE        PIC XX.
                   10 BIL-ZIP          PIC 9(9).
                   10 BIL-BOAT-TYPE    PIC X.
                   10 BIL-HULL-SOLD    PIC X.
                   10 BIL-WARRANTY-SW  PIC X.
                       88 BIL-WARRANTY VALUE 'Y'.
                   10 BIL-LABOR-AMT    PIC 9(7)V99.
                   10 BIL-PARTS-AMT    PIC 9(7)V99.
                   10 BIL-TAX-AMT      PIC 9(7)V99.
                   10 BIL-TOTAL-AMT    PIC 9(7)V99.

           01 LINE-TABLE.
               05 LINE-ENTRY           OCCURS 5000 TIMES.
                   10 LNT-BIL-SUB      PIC 999.
                   10 LNT-TYPE         PIC X.
                   10 LNT-CODE         PIC X(8).
                   10 LNT-QTY          PIC 9(5)V9.
                   10 LNT-UNIT-PRICE   PIC 9(5)V99.
                   10 LNT-AMT          PIC 9(7)V99.

           01 JOB-TABLE.
               05 JOB-ENTRY            OCCURS 200 TIMES.
                   10 JBT-JOB-CODE     PIC X(4).
                   10 JBT-DESC         PIC X(20).

           01 PARTS-TABLE.
               05 PARTS-ENTRY          OCCURS 1000 TIMES.
                   10 PRT-PART-NO      PIC X(8).
                   10 PRT-DESC         PIC X(20).

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 TITLE-TEXT           PIC X(30).
               05 FILLER               PIC X(37)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC ZZ9.

           01 ORDER-LINE1.
               05 FILLER               PIC X(14)
                  VALUE 'REPAIR ORDER: '.
               05 OL-RO-NO             PIC X(6).
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'OPENED: '.
               05 OL-OPEN-DATE         PIC X(10).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'CLOSED: '.
               05 OL-CLOSE-DATE        PIC X(10).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'HULL ID: '.
               05 OL-HULL-ID           PIC X(8).

           01 BILL-TO-LINE.
               05 BT-LABEL             PIC X(9).
               05 BT-TEXT              PIC X(40).

           01 INV-HEADING.
               05 FILLER               PIC X(4)    VALUE 'TYPE'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'CODE'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(11)   VALUE 'DESCRIPTION'.
               05 FILLER               PIC X(12)   VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'QTY/HRS'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'PRICE'.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'AMOUNT'.

           01 INV-DETAIL.
               05 ID-TYPE              PIC X(5).
               05 FILLER               PIC XX      VALUE SPACES.
               05 ID-CODE              PIC X(8).
               05 FILLER               PIC XXX     VALUE SPACES.
               05 ID-DESC              PIC X(20).
               05 FILLER               PIC XX      VALUE SPACES.
               05 ID-QTY               PIC ZZ,ZZ9.9.
               05 FILLER               PIC XXX     VALUE SPACES.
               05 ID-PRICE             PIC ZZ,ZZ9.99.
               05 FILLER               PIC XXX     VALUE SPACES.
               05 ID-AMT               PIC Z,ZZZ,ZZ9.99.

           01 INV-TOTAL-LINE.
               05 FILLER               PIC X(45)   VALUE SPACES.
               05 IT-TEXT              PIC X(19).
               05 IT-AMT               PIC Z,ZZZ,ZZ9.99.

           01 REG-HEADING.
               05 FILLER               PIC X(6)    VALUE 'RO NO.'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'CUSTOMER'.
               05 FILLER               PIC X(18)   VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'LABOR'.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'PARTS'.
               05 FILLER               PIC X(12)   VALUE SPACES.
               05 FILLER               PIC X(3)    VALUE 'TAX'.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'TOTAL'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(11)   VALUE 'DISPOSITION'.

           01 REG-LINE.
               05 RG-RO-NO             PIC X(6).
               05 FILLER               PIC XXX     VALUE SPACES.
               05 RG-NAME              PIC X(20).
               05 FILLER               PIC XX      VALUE SPACES.
               05 RG-LABOR             PIC ZZZ,ZZ9.99.
               05 FILLER               PIC XX      VALUE SPACES.
               05 RG-PARTS             PIC ZZZ,ZZ9.99.
               05 FILLER               PIC XX      VALUE SPACES.
               05 RG-TAX               PIC ZZZ,ZZ9.99.
               05 FILLER               PIC XX      VALUE SPACES.
               05 RG-TOTAL             PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC XXX     VALUE SPACES.
               05 RG-DISPOSITION       PIC X(22).

           01 NONE-LINE.
               05 FILLER               PIC X(36)   VALUE SPACES.
               05 FILLER               PIC X(36)
                  VALUE 'NO CLOSED REPAIR ORDERS TO BILL     '.

           01 OVERFLOW-WARN-LINE.
               05 FILLER           PIC X(40)
                  VALUE '*** BILL-TABLE FULL - REMAINING CLOSED '.
               05 FILLER           PIC X(41)
                  VALUE 'ORDERS WILL BE BILLED ON THE NEXT RUN ***'.

           01 TOTAL-LINE1.
               05 FILLER               PIC X(20)
                  VALUE 'INVOICES PRINTED:   '.
               05 GT-INVOICE-CTR       PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'INVOICE TOTAL: '.
               05 GT-INVOICE-TOT       PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(11)   VALUE 'SALES TAX: '.
               05 GT-TAX-TOT           PIC ZZZ,ZZZ,ZZ9.99.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(20)
                  VALUE 'WARRANTY CLAIMS:    '.
               05 GT-WARRANTY-CTR      PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'CLAIMED TOTAL: '.
               05 GT-WARRANTY-TOT      PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               PERFORM L3-WRITE-RUN-LOG-START.
               PERFORM L2-INIT.
               PERFORM L2-MAINLINE
                   VARYING C-BIL-SUB FROM 1 BY 1
                       UNTIL C-BIL-SUB > C-BIL-CTR.
               PERFORM L2-CLOSING.
               STOP RUN.

           L2-INIT.
               OPEN INPUT SERVICE-CONTROL.
               READ SERVICE-CONTROL
                   AT END
                       MOVE ZEROS TO SC-REC.
               CLOSE SERVICE-CONTROL.
               IF SC-LABOR-RATE NUMERIC AND SC-LABOR-RATE > 0
                   MOVE SC-LABOR-RATE      TO C-LABOR-RATE
               END-IF.
               IF SC-PARTS-MARKUP-PCT NUMERIC
                   AND SC-PARTS-MARKUP-PCT > 0
                   MOVE SC-PARTS-MARKUP-PCT TO C-MARKUP-PCT
               END-IF.
               OPEN INPUT ORDER-MASTER.
               IF C-ORDER-STATUS NOT = '00'
                   DISPLAY 'CBLHJB72 - UNABLE TO OPEN ORDER-MASTER, '
                       'STATUS = ' C-ORDER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM L3-LOAD-ORDERS
                   UNTIL MORE-ORDERS = 'NO'.
               CLOSE ORDER-MASTER.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT JOB-CODES.
               PERFORM L3-LOAD-JOBS
                   UNTIL MORE-JOBS = 'NO'.
               CLOSE JOB-CODES.
               OPEN INPUT PARTS-MASTER.
               PERFORM L3-LOAD-PARTS
                   UNTIL MORE-PARTS = 'NO'.
               CLOSE PARTS-MASTER.
               OPEN INPUT CUST-MASTER.
               PERFORM L3-MATCH-CUSTS
                   UNTIL MORE-CUSTS = 'NO'.
               CLOSE CUST-MASTER.
               OPEN INPUT HULL-FILE.
               PERFORM L3-MATCH-HULLS
                   UNTIL MORE-HULLS = 'NO'.
               CLOSE HULL-FILE.
               OPEN INPUT SALES-HISTORY.
               PERFORM L3-MATCH-WARRANTY
                   UNTIL MORE-HIST = 'NO'.
               CLOSE SALES-HISTORY.
               OPEN INPUT ORDER-LINES.
               PERFORM L3-LOAD-LINES
                   UNTIL MORE-LINES = 'NO'.
               CLOSE ORDER-LINES.
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
               ELSE
                   MOVE RC-AS-OF-MONTH         TO TITLE-MONTH
                   MOVE RC-AS-OF-DAY           TO TITLE-DAY
                   MOVE RC-AS-OF-YEAR          TO TITLE-YEAR
               END-IF.
               OPEN OUTPUT PRTOUT.
               OPEN EXTEND WARRANTY-CLAIMS.
               OPEN EXTEND INVOICE-HISTORY.

           L2-MAINLINE.
               MOVE BIL-ORD-SUB(C-BIL-SUB) TO C-ORD-SUB.
               PERFORM L5-EVAL-STATE-TAX.
               IF BIL-WARRANTY(C-BIL-SUB)
                   PERFORM L3-FILE-CLAIM
               ELSE
                   PERFORM L3-PRINT-INVOICE
               END-IF.
               MOVE C-RUNLOG-DATE          TO ORD-BILL-DATE(C-ORD-SUB).
               MOVE BIL-TOTAL-AMT(C-BIL-SUB) TO
                   ORD-INVOICE-AMT(C-ORD-SUB).
               MOVE ORD-RO-NO(C-ORD-SUB)   TO HI-RO-NO.
               MOVE ORD-CUST-ID(C-ORD-SUB) TO HI-CUST-ID.
               MOVE C-RUNLOG-DATE          TO HI-BILL-DATE.
               MOVE BIL-LABOR-AMT(C-BIL-SUB) TO HI-LABOR-AMT.
               MOVE BIL-PARTS-AMT(C-BIL-SUB) TO HI-PARTS-AMT.
               MOVE BIL-TAX-AMT(C-BIL-SUB) TO HI-TAX-AMT.
               MOVE BIL-TOTAL-AMT(C-BIL-SUB) TO HI-TOTAL-AMT.
               MOVE ORD-BILL-STATUS(C-ORD-SUB) TO HI-BILL-TYPE.
               WRITE HI-REC.

           L2-CLOSING.
               CLOSE WARRANTY-CLAIMS.
               CLOSE INVOICE-HISTORY.
               OPEN OUTPUT ORDER-MASTER.
               PERFORM VARYING C-ORD-SUB FROM 1 BY 1
                   UNTIL C-ORD-SUB > C-ORD-CTR
                       MOVE ORDER-ENTRY(C-ORD-SUB) TO SO-REC
                       WRITE SO-REC
               END-PERFORM.
               CLOSE ORDER-MASTER.
               PERFORM L3-REGISTER.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PRTOUT.

           L3-LOAD-ORDERS.
               READ ORDER-MASTER
                   AT END
                       MOVE 'NO' TO MORE-ORDERS
                   NOT AT END
                       IF C-ORD-CTR < 2000
                           ADD 1 TO C-ORD-CTR
                           MOVE SO-REC TO ORDER-ENTRY(C-ORD-CTR)
                           IF ORD-CLOSED(C-ORD-CTR)
                               AND ORD-UNBILLED(C-ORD-CTR)
                               PERFORM L4-ADD-BILL
                           END-IF
                       ELSE
                           DISPLAY 'CBLHJB72 - ORDER-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-ORDERS
                       END-IF
               END-READ.

           L4-ADD-BILL.
               IF C-BIL-CTR < 500
                   ADD 1 TO C-BIL-CTR
                   MOVE C-ORD-CTR          TO BIL-ORD-SUB(C-BIL-CTR)
                   MOVE ORD-RO-NO(C-ORD-CTR) TO BIL-RO-NO(C-BIL-CTR)
                   MOVE 'N'                TO BIL-CUST-FOUND(C-BIL-CTR)
                   MOVE 'CUSTOMER NOT ON FILE' TO
                       BIL-LNAME(C-BIL-CTR)
                   MOVE SPACES             TO BIL-FNAME(C-BIL-CTR)
                   MOVE SPACES             TO BIL-ADDRESS(C-BIL-CTR)
                   MOVE SPACES             TO BIL-CITY(C-BIL-CTR)
                   MOVE SPACES             TO BIL-STATE(C-BIL-CTR)
                   MOVE 0                  TO BIL-ZIP(C-BIL-CTR)
                   MOVE SPACE              TO BIL-BOAT-TYPE(C-BIL-CTR)
                   MOVE 'N'                TO BIL-HULL-SOLD(C-BIL-CTR)
                   MOVE 'N'                TO
                       BIL-WARRANTY-SW(C-BIL-CTR)
                   MOVE 0                  TO BIL-LABOR-AMT(C-BIL-CTR)
                   MOVE 0                  TO BIL-PARTS-AMT(C-BIL-CTR)
                   MOVE 0                  TO BIL-TAX-AMT(C-BIL-CTR)
                   MOVE 0                  TO BIL-TOTAL-AMT(C-BIL-CTR)
               ELSE
                   IF NOT C-BIL-OVFL
                       SET C-BIL-OVFL TO TRUE
                       DISPLAY 'CBLHJB72 - BILL-TABLE FULL, '
                           'REMAINING ORDERS HELD FOR NEXT RUN'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           L3-LOAD-JOBS.
               READ JOB-CODES
                   AT END
                       MOVE 'NO' TO MORE-JOBS
                   NOT AT END
                       IF C-JOB-CTR < 200
                           ADD 1 TO C-JOB-CTR
                           MOVE SJ-REC TO JOB-ENTRY(C-JOB-CTR)
                       END-IF
               END-READ.

           L3-LOAD-PARTS.
               READ PARTS-MASTER
                   AT END
                       MOVE 'NO' TO MORE-PARTS
                   NOT AT END
                       IF C-PRT-CTR < 1000
                           ADD 1 TO C-PRT-CTR
                           MOVE PT-PART-NO TO PRT-PART-NO(C-PRT-CTR)
                           MOVE PT-DESC    TO PRT-DESC(C-PRT-CTR)
                       END-IF
               END-READ.

           L3-MATCH-CUSTS.
               READ CUST-MASTER
                   AT END
                       MOVE 'NO' TO MORE-CUSTS
                   NOT AT END
                       PERFORM VARYING C-BIL-SUB FROM 1 BY 1
                           UNTIL C-BIL-SUB > C-BIL-CTR
                               MOVE BIL-ORD-SUB(C-BIL-SUB)
                                   TO C-ORD-SUB
                               IF ORD-CUST-ID(C-ORD-SUB) = CU-CUST-ID
                                   PERFORM L4-TAKE-CUST
                               END-IF
                       END-PERFORM
               END-READ.

           L4-TAKE-CUST.
               MOVE 'Y'                    TO BIL-CUST-FOUND(C-BIL-SUB).
               MOVE CU-LNAME               TO BIL-LNAME(C-BIL-SUB).
               MOVE CU-FNAME               TO BIL-FNAME(C-BIL-SUB).
               MOVE CU-ADDRESS             TO BIL-ADDRESS(C-BIL-SUB).
               MOVE CU-CITY                TO BIL-CITY(C-BIL-SUB).
               MOVE CU-STATE               TO BIL-STATE(C-BIL-SUB).
               MOVE CU-ZIP                 TO BIL-ZIP(C-BIL-SUB).

           L3-MATCH-HULLS.
               READ HULL-FILE
                   AT END
                       MOVE 'NO' TO MORE-HULLS
                   NOT AT END
                       PERFORM VARYING C-BIL-SUB FROM 1 BY 1
                           UNTIL C-BIL-SUB > C-BIL-CTR
                               MOVE BIL-ORD-SUB(C-BIL-SUB)
                                   TO C-ORD-SUB
                               IF ORD-HULL-ID(C-ORD-SUB) = HU-HULL-ID
                                   AND HU-HULL-ID NOT = SPACES
                                   AND HU-STATUS = 'S'
                                   MOVE HU-BOAT-TYPE
                                       TO BIL-BOAT-TYPE(C-BIL-SUB)
                                   MOVE 'Y'
                                       TO BIL-HULL-SOLD(C-BIL-SUB)
                               END-IF
                       END-PERFORM
               END-READ.

      *    THE SALE IS FOUND THE WAY CBLHJB41 FINDS IT - BY LAST NAME
      *    AND STATE - NARROWED TO THE TYPE OF BOAT ON THE HULL. THE
      *    WARRANTY HAS TO COVER THE DAY THE ORDER WAS OPENED.
           L3-MATCH-WARRANTY.
               READ SALES-HISTORY
                   AT END
                       MOVE 'NO' TO MORE-HIST
                   NOT AT END
                       PERFORM VARYING C-BIL-SUB FROM 1 BY 1
                           UNTIL C-BIL-SUB > C-BIL-CTR
                               MOVE BIL-ORD-SUB(C-BIL-SUB)
                                   TO C-ORD-SUB
                               IF BIL-HULL-SOLD(C-BIL-SUB) = 'Y'
                                   AND BIL-CUST-FOUND(C-BIL-SUB) = 'Y'
                                   AND BIL-LNAME(C-BIL-SUB)
                                       = BH-LAST-NAME
                                   AND BIL-STATE(C-BIL-SUB) = BH-STATE
                                   AND BIL-BOAT-TYPE(C-BIL-SUB)
                                       = BH-BOAT-TYPE
                                   AND BH-SALE-DATE NOT >
                                       ORD-OPEN-DATE(C-ORD-SUB)
                                   AND BH-WARR-EXP-DATE NOT <
                                       ORD-OPEN-DATE(C-ORD-SUB)
                                   SET BIL-WARRANTY(C-BIL-SUB) TO TRUE
                               END-IF
                       END-PERFORM
               END-READ.

      *    LINES ARE PRICED AS THEY ARE LOADED SO EACH INVOICE LINE
      *    AND THE ORDER TOTALS AGREE TO THE PENNY.
           L3-LOAD-LINES.
               READ ORDER-LINES
                   AT END
                       MOVE 'NO' TO MORE-LINES
                   NOT AT END
                       ADD 1 TO C-LINES-READ
                       PERFORM VARYING C-BIL-SUB FROM 1 BY 1
                           UNTIL C-BIL-SUB > C-BIL-CTR
                               OR BIL-RO-NO(C-BIL-SUB) = SL-RO-NO
                       END-PERFORM
                       IF C-BIL-SUB <= C-BIL-CTR
                           PERFORM L4-ADD-LINE
                       END-IF
               END-READ.

           L4-ADD-LINE.
               IF C-LIN-CTR >= 5000
                   DISPLAY 'CBLHJB72 - LINE-TABLE OVERFLOW, '
                       'RUN HALTED'
                   MOVE 16 TO RETURN-CODE
                   SET C-JOB-ABEND TO TRUE
                   MOVE 'NO' TO MORE-LINES
               ELSE
                   ADD 1 TO C-LIN-CTR
                   MOVE C-BIL-SUB          TO LNT-BIL-SUB(C-LIN-CTR)
                   MOVE SL-TYPE            TO LNT-TYPE(C-LIN-CTR)
                   MOVE SL-CODE            TO LNT-CODE(C-LIN-CTR)
                   MOVE SL-QTY             TO LNT-QTY(C-LIN-CTR)
                   IF SL-JOB
                       MOVE C-LABOR-RATE   TO LNT-UNIT-PRICE(C-LIN-CTR)
                   ELSE
                       COMPUTE LNT-UNIT-PRICE(C-LIN-CTR) ROUNDED =
                           SL-UNIT-COST * (1 + C-MARKUP-PCT / 100)
                   END-IF
                   COMPUTE LNT-AMT(C-LIN-CTR) ROUNDED =
                       LNT-QTY(C-LIN-CTR) * LNT-UNIT-PRICE(C-LIN-CTR)
                   IF SL-JOB
                       ADD LNT-AMT(C-LIN-CTR)
                           TO BIL-LABOR-AMT(C-BIL-SUB)
                   ELSE
                       ADD LNT-AMT(C-LIN-CTR)
                           TO BIL-PARTS-AMT(C-BIL-SUB)
                   END-IF
               END-IF.

      *    WARRANTY WORK IS CLAIMED AT OUR PRICES WITH NO SALES TAX;
      *    THE CUSTOMER IS NOT BILLED.
           L3-FILE-CLAIM.
               ADD 1 TO C-WARRANTY-CTR.
               MOVE 'W'                TO ORD-BILL-STATUS(C-ORD-SUB).
               MOVE 0                      TO BIL-TAX-AMT(C-BIL-SUB).
               COMPUTE BIL-TOTAL-AMT(C-BIL-SUB) =
                   BIL-LABOR-AMT(C-BIL-SUB) + BIL-PARTS-AMT(C-BIL-SUB).
               ADD BIL-TOTAL-AMT(C-BIL-SUB) TO C-WARRANTY-TOT.
               MOVE BIL-LNAME(C-BIL-SUB)   TO WT-LAST-NAME.
               MOVE BIL-STATE(C-BIL-SUB)   TO WT-STATE.
               MOVE ORD-OPEN-DATE(C-ORD-SUB) TO WT-CLAIM-DATE.
               MOVE BIL-LABOR-AMT(C-BIL-SUB) TO WT-LABOR-AMT.
               MOVE BIL-PARTS-AMT(C-BIL-SUB) TO WT-PARTS-AMT.
               MOVE 'S'                    TO WT-STATUS.
               WRITE WT-REC.

           L3-PRINT-INVOICE.
               ADD 1 TO C-INVOICE-CTR.
               MOVE 'B'                TO ORD-BILL-STATUS(C-ORD-SUB).
               COMPUTE C-TAX-BASE =
                   BIL-LABOR-AMT(C-BIL-SUB) + BIL-PARTS-AMT(C-BIL-SUB).
               COMPUTE BIL-TOTAL-AMT(C-BIL-SUB) ROUNDED =
                   C-TAX-BASE * C-TAX-RATE.
               COMPUTE BIL-TAX-AMT(C-BIL-SUB) =
                   BIL-TOTAL-AMT(C-BIL-SUB) - C-TAX-BASE.
               ADD BIL-TOTAL-AMT(C-BIL-SUB) TO C-INVOICE-TOT.
               ADD BIL-TAX-AMT(C-BIL-SUB)  TO C-TAX-TOT.
               MOVE 'BOAT SERVICE INVOICE'  TO TITLE-TEXT.
               PERFORM L4-NEW-PAGE.
               MOVE ORD-RO-NO(C-ORD-SUB)   TO OL-RO-NO.
               MOVE SPACES                 TO OL-OPEN-DATE.
               STRING ORD-OPEN-DATE(C-ORD-SUB)(5:2) '/'
                   ORD-OPEN-DATE(C-ORD-SUB)(7:2) '/'
                   ORD-OPEN-DATE(C-ORD-SUB)(1:4)
                   DELIMITED BY SIZE INTO OL-OPEN-DATE.
               MOVE SPACES                 TO OL-CLOSE-DATE.
               STRING ORD-CLOSE-DATE(C-ORD-SUB)(5:2) '/'
                   ORD-CLOSE-DATE(C-ORD-SUB)(7:2) '/'
                   ORD-CLOSE-DATE(C-ORD-SUB)(1:4)
                   DELIMITED BY SIZE INTO OL-CLOSE-DATE.
               MOVE ORD-HULL-ID(C-ORD-SUB) TO OL-HULL-ID.
               WRITE PRTLINE FROM ORDER-LINE1
                   AFTER ADVANCING 2 LINES.
               MOVE 'BILL TO: '            TO BT-LABEL.
               MOVE SPACES                 TO BT-TEXT.
               STRING BIL-FNAME(C-BIL-SUB) DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   BIL-LNAME(C-BIL-SUB) DELIMITED BY '  '
                   INTO BT-TEXT.
               WRITE PRTLINE FROM BILL-TO-LINE
                   AFTER ADVANCING 2 LINES.
               MOVE SPACES                 TO BT-LABEL.
               MOVE BIL-ADDRESS(C-BIL-SUB) TO BT-TEXT.
               WRITE PRTLINE FROM BILL-TO-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE SPACES                 TO BT-TEXT.
               IF BIL-CUST-FOUND(C-BIL-SUB) = 'Y'
                   STRING BIL-CITY(C-BIL-SUB) DELIMITED BY '  '
                       ', ' BIL-STATE(C-BIL-SUB) '  '
                       BIL-ZIP(C-BIL-SUB)(1:5) '-'
                       BIL-ZIP(C-BIL-SUB)(6:4)
                       DELIMITED BY SIZE INTO BT-TEXT
               END-IF.
               WRITE PRTLINE FROM BILL-TO-LINE
                   AFTER ADVANCING 1 LINE.
               WRITE PRTLINE FROM INV-HEADING
                   AFTER ADVANCING 3 LINES.
               PERFORM VARYING C-LIN-SUB FROM 1 BY 1
                   UNTIL C-LIN-SUB > C-LIN-CTR
                       IF LNT-BIL-SUB(C-LIN-SUB) = C-BIL-SUB
                           PERFORM L4-PRINT-LINE
                       END-IF
               END-PERFORM.
               MOVE 'LABOR'                TO IT-TEXT.
               MOVE BIL-LABOR-AMT(C-BIL-SUB) TO IT-AMT.
               WRITE PRTLINE FROM INV-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
               MOVE 'PARTS'                TO IT-TEXT.
               MOVE BIL-PARTS-AMT(C-BIL-SUB) TO IT-AMT.
               WRITE PRTLINE FROM INV-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE SPACES                 TO IT-TEXT.
               STRING 'SALES TAX (' BIL-STATE(C-BIL-SUB) ')'
                   DELIMITED BY SIZE INTO IT-TEXT.
               MOVE BIL-TAX-AMT(C-BIL-SUB) TO IT-AMT.
               WRITE PRTLINE FROM INV-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE 'AMOUNT DUE'           TO IT-TEXT.
               MOVE BIL-TOTAL-AMT(C-BIL-SUB) TO IT-AMT.
               WRITE PRTLINE FROM INV-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

           L4-PRINT-LINE.
               MOVE LNT-CODE(C-LIN-SUB)    TO ID-CODE.
               MOVE SPACES                 TO ID-DESC.
               IF LNT-TYPE(C-LIN-SUB) = 'J'
                   MOVE 'LABOR'            TO ID-TYPE
                   PERFORM VARYING C-JOB-SUB FROM 1 BY 1
                       UNTIL C-JOB-SUB > C-JOB-CTR
                           OR JBT-JOB-CODE(C-JOB-SUB) =
                               LNT-CODE(C-LIN-SUB)
                   END-PERFORM
                   IF C-JOB-SUB <= C-JOB-CTR
                       MOVE JBT-DESC(C-JOB-SUB) TO ID-DESC
                   END-IF
               ELSE
                   MOVE 'PART'             TO ID-TYPE
                   PERFORM VARYING C-PRT-SUB FROM 1 BY 1
                       UNTIL C-PRT-SUB > C-PRT-CTR
                           OR PRT-PART-NO(C-PRT-SUB) =
                               LNT-CODE(C-LIN-SUB)
                   END-PERFORM
                   IF C-PRT-SUB <= C-PRT-CTR
                       MOVE PRT-DESC(C-PRT-SUB) TO ID-DESC
                   END-IF
               END-IF.
               MOVE LNT-QTY(C-LIN-SUB)     TO ID-QTY.
               MOVE LNT-UNIT-PRICE(C-LIN-SUB) TO ID-PRICE.
               MOVE LNT-AMT(C-LIN-SUB)     TO ID-AMT.
               WRITE PRTLINE FROM INV-DETAIL
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-NEW-PAGE.

           L3-REGISTER.
               MOVE 'SERVICE BILLING REGISTER' TO TITLE-TEXT.
               PERFORM L4-NEW-PAGE.
               WRITE PRTLINE FROM REG-HEADING
                   AFTER ADVANCING 2 LINES.
               PERFORM VARYING C-BIL-SUB FROM 1 BY 1
                   UNTIL C-BIL-SUB > C-BIL-CTR
                       PERFORM L4-PRINT-REGISTER
               END-PERFORM.
               IF C-BIL-CTR = 0
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               IF C-BIL-OVFL
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               MOVE C-INVOICE-CTR          TO GT-INVOICE-CTR.
               MOVE C-INVOICE-TOT          TO GT-INVOICE-TOT.
               MOVE C-TAX-TOT              TO GT-TAX-TOT.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               MOVE C-WARRANTY-CTR         TO GT-WARRANTY-CTR.
               MOVE C-WARRANTY-TOT         TO GT-WARRANTY-TOT.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.

           L4-PRINT-REGISTER.
               MOVE BIL-ORD-SUB(C-BIL-SUB) TO C-ORD-SUB.
               MOVE ORD-RO-NO(C-ORD-SUB)   TO RG-RO-NO.
               MOVE BIL-LNAME(C-BIL-SUB)   TO RG-NAME.
               MOVE BIL-LABOR-AMT(C-BIL-SUB) TO RG-LABOR.
               MOVE BIL-PARTS-AMT(C-BIL-SUB) TO RG-PARTS.
               MOVE BIL-TAX-AMT(C-BIL-SUB) TO RG-TAX.
               MOVE BIL-TOTAL-AMT(C-BIL-SUB) TO RG-TOTAL.
               IF BIL-WARRANTY(C-BIL-SUB)
                   MOVE 'WARRANTY CLAIM FILED' TO RG-DISPOSITION
               ELSE
                   MOVE 'INVOICED'         TO RG-DISPOSITION
               END-IF.
               WRITE PRTLINE FROM REG-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-REGISTER-HEADING.

           L4-NEW-PAGE.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               IF PAGE-CTR = 1
                   WRITE PRTLINE FROM TITLE-LINE
               ELSE
                   WRITE PRTLINE FROM TITLE-LINE
                       AFTER ADVANCING PAGE
               END-IF.

           L4-REGISTER-HEADING.
               PERFORM L4-NEW-PAGE.
               WRITE PRTLINE FROM REG-HEADING
                   AFTER ADVANCING 2 LINES.

      *    THE SAME STATE RATES CBLHJB03 CHARGES ON A BOAT SALE.
           L5-EVAL-STATE-TAX.
               EVALUATE BIL-STATE(C-BIL-SUB)
                   WHEN 'IA'
                       MOVE 1.0600         TO C-TAX-RATE
                   WHEN 'IL'
                       MOVE 1.0625         TO C-TAX-RATE
                   WHEN 'WI'
                       MOVE 1.0500         TO C-TAX-RATE
                   WHEN 'MN'
                       MOVE 1.0688         TO C-TAX-RATE
                   WHEN 'NE'
                       MOVE 1.0550         TO C-TAX-RATE
                   WHEN 'MO'
                       MOVE 1.0423         TO C-TAX-RATE
                   WHEN OTHER
                       MOVE 1.0600         TO C-TAX-RATE
               END-EVALUATE.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB72'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-LINES-READ           TO RL-RECS-READ.
               MOVE C-BIL-CTR              TO RL-RECS-PROCESSED.
               MOVE 0                      TO RL-RECS-REJECTED.
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
               MOVE 'CBLHJB72'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-SVCORD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'SVCORD.DAT' DELIMITED BY SIZE
               INTO FP-SVCORD-DAT.
           MOVE SPACES TO FP-SVCLINE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'SVCLINE.DAT' DELIMITED BY SIZE
               INTO FP-SVCLINE-DAT.
           MOVE SPACES TO FP-SVCCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'SVCCTL.DAT' DELIMITED BY SIZE
               INTO FP-SVCCTL-DAT.
           MOVE SPACES TO FP-SVCJOB-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'SVCJOB.DAT' DELIMITED BY SIZE
               INTO FP-SVCJOB-DAT.
           MOVE SPACES TO FP-PARTS-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PARTS.DAT' DELIMITED BY SIZE
               INTO FP-PARTS-DAT.
           MOVE SPACES TO FP-CUSTMST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CUSTMST.DAT' DELIMITED BY SIZE
               INTO FP-CUSTMST-DAT.
           MOVE SPACES TO FP-BOATHULL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BOATHULL.DAT' DELIMITED BY SIZE
               INTO FP-BOATHULL-DAT.
           MOVE SPACES TO FP-BOATSLS-HST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BOATSLS.HST' DELIMITED BY SIZE
               INTO FP-BOATSLS-HST.
           MOVE SPACES TO FP-WARRTRN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'WARRTRN.DAT' DELIMITED BY SIZE
               INTO FP-WARRTRN-DAT.
           MOVE SPACES TO FP-SVCINV-HST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'SVCINV.HST' DELIMITED BY SIZE
               INTO FP-SVCINV-HST.
           MOVE SPACES TO FP-SVCINV-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'SVCINV.PRT' DELIMITED BY SIZE
               INTO FP-SVCINV-PRT.
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

       END PROGRAM CBLHJB72.
