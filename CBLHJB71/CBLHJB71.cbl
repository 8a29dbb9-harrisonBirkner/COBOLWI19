       IDENTIFICATION DIVISION.
      *BOAT SERVICE REPAIR-ORDER POSTING. THE SHOP'S WINTERIZING,
      *REPAIR, AND WARRANTY TICKETS ARE KEYED TO SVCTRN.DAT AND
      *POSTED HERE EACH NIGHT. AN H RECORD OPENS A REPAIR ORDER -
      *CUSTOMER FROM CUSTMST.DAT, HULL ID FROM BOATHULL.DAT WHEN WE
      *SOLD THE BOAT - OR MOVES AN EXISTING ONE BETWEEN OPEN (O),
      *IN-PROGRESS (I), AND CLOSED (C). A J RECORD ADDS A JOB CODE
      *FROM SVCJOB.DAT WITH ITS LABOR HOURS, AND A P RECORD ADDS
      *PARTS USED, RELIEVING THE PARTS MASTER PARTS.DAT AT ITS
      *CURRENT COST. ORDER HEADERS ARE KEPT ON SVCORD.DAT AND THEIR
      *LINES ON SVCLINE.DAT FOR THE CBLHJB72 INVOICING RUN, WHICH
      *PRICES AN ORDER ONCE IT IS CLOSED. A BILLED ORDER CANNOT BE
      *CHANGED AND A CLOSED ONE TAKES NO MORE LINES UNTIL IT IS
      *REOPENED. SVCPOST.PRT LISTS EVERY TRANSACTION WITH ITS
      *RESULT, THE PARTS AT OR BELOW THEIR REORDER POINT, AND THE
      *ORDERS STILL IN THE SHOP.
       PROGRAM-ID. CBLHJB71.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL TRAN-INPUT
               ASSIGN TO DYNAMIC FP-SVCTRN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRAN-POSTED
               ASSIGN TO DYNAMIC FP-SVCTRN-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ORDER-MASTER
               ASSIGN TO DYNAMIC FP-SVCORD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ORDER-LINES
               ASSIGN TO DYNAMIC FP-SVCLINE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARTS-MASTER
               ASSIGN TO DYNAMIC FP-PARTS-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-PARTS-STATUS.

           SELECT OPTIONAL JOB-CODES
               ASSIGN TO DYNAMIC FP-SVCJOB-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUST-MASTER
               ASSIGN TO DYNAMIC FP-CUSTMST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HULL-FILE
               ASSIGN TO DYNAMIC FP-BOATHULL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-SVCPOST-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD TRAN-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS ST-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 ST-REC.
           05 ST-RO-NO                 PIC X(6).
           05 ST-TYPE                  PIC X.
              88 ST-HEADER             VALUE 'H'.
              88 ST-JOB                VALUE 'J'.
              88 ST-PART               VALUE 'P'.
           05 ST-DATE                  PIC 9(8).
           05 ST-HEADER-DATA.
               10 ST-CUST-ID           PIC 9(6).
               10 ST-HULL-ID           PIC X(8).
               10 ST-STATUS            PIC X.
                  88 VAL-RO-STATUS     VALUE 'O','I','C'.
               10 FILLER               PIC X(10).
           05 ST-JOB-DATA REDEFINES ST-HEADER-DATA.
               10 ST-JOB-CODE          PIC X(4).
               10 ST-LABOR-HRS         PIC 9(3)V9.
               10 FILLER               PIC X(17).
           05 ST-PART-DATA REDEFINES ST-HEADER-DATA.
               10 ST-PART-NO           PIC X(8).
               10 ST-PART-QTY          PIC 9(5).
               10 FILLER               PIC X(12).

           FD TRAN-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS ST-PST-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 ST-PST-REC                   PIC X(40).

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
           05 SL-CODE                  PIC X(8).
           05 SL-QTY                   PIC 9(5)V9.
           05 SL-UNIT-COST             PIC 9(5)V99.
           05 SL-POST-DATE             PIC 9(8).

           FD PARTS-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PT-REC
           RECORD CONTAINS 45 CHARACTERS.

       01 PT-REC                       PIC X(45).

           FD JOB-CODES
           LABEL RECORD IS STANDARD
           DATA RECORD IS SJ-REC
           RECORD CONTAINS 24 CHARACTERS.

       01 SJ-REC.
           05 SJ-JOB-CODE              PIC X(4).
           05 SJ-DESC                  PIC X(20).

           FD CUST-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CU-REC
           RECORD CONTAINS 75 CHARACTERS.

       01 CU-REC.
           05 CU-CUST-ID               PIC 9(6).
           05 FILLER                   PIC X(69).

           FD HULL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HU-REC
           RECORD CONTAINS 52 CHARACTERS.

       01 HU-REC.
           05 HU-HULL-ID               PIC X(8).
           05 FILLER                   PIC X(44).

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
           05 FP-SVCTRN-DAT          PIC X(40)   VALUE SPACES.
           05 FP-SVCTRN-PST          PIC X(40)   VALUE SPACES.
           05 FP-SVCORD-DAT          PIC X(40)   VALUE SPACES.
           05 FP-SVCLINE-DAT         PIC X(40)   VALUE SPACES.
           05 FP-PARTS-DAT           PIC X(40)   VALUE SPACES.
           05 FP-SVCJOB-DAT          PIC X(40)   VALUE SPACES.
           05 FP-CUSTMST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-BOATHULL-DAT        PIC X(40)   VALUE SPACES.
           05 FP-SVCPOST-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-ORDERS          PIC X(3)    VALUE 'YES'.
               05 MORE-PARTS           PIC X(3)    VALUE 'YES'.
               05 MORE-JOBS            PIC X(3)    VALUE 'YES'.
               05 MORE-CUSTS           PIC X(3)    VALUE 'YES'.
               05 MORE-HULLS           PIC X(3)    VALUE 'YES'.
               05 C-PARTS-STATUS       PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-TRAN-CTR           PIC 9(7)    VALUE 0.
               05 C-POSTED-CTR         PIC 9(7)    VALUE 0.
               05 C-REJECT-CTR         PIC 9(7)    VALUE 0.
               05 C-OPENED-CTR         PIC 9(5)    VALUE 0.
               05 C-CLOSED-CTR         PIC 9(5)    VALUE 0.
               05 C-REORDER-CTR        PIC 9(5)    VALUE 0.
               05 C-INSHOP-CTR         PIC 9(5)    VALUE 0.
               05 C-ORD-CTR            PIC 9(4)    VALUE 0.
               05 C-ORD-SUB            PIC 9(4)    VALUE 0.
               05 C-PRT-CTR            PIC 9(4)    VALUE 0.
               05 C-PRT-SUB            PIC 9(4)    VALUE 0.
               05 C-JOB-CTR            PIC 999     VALUE 0.
               05 C-JOB-SUB            PIC 999     VALUE 0.
               05 C-JOB-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-JOB-OVFL        VALUE 'Y'.
               05 C-CUS-CTR            PIC 9(4)    VALUE 0.
               05 C-CUS-SUB            PIC 9(4)    VALUE 0.
               05 C-CUS-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-CUS-OVFL        VALUE 'Y'.
               05 C-HUL-CTR            PIC 9(4)    VALUE 0.
               05 C-HUL-SUB            PIC 9(4)    VALUE 0.
               05 C-HUL-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-HUL-OVFL        VALUE 'Y'.
               05 C-MSG                PIC X(30)   VALUE SPACES.
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

      *    SVCORD.DAT AND PARTS.DAT ARE REWRITTEN FROM THESE TABLES,
      *    SO EVERY RECORD ON THEM MUST FIT.
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

           01 PARTS-TABLE.
               05 PARTS-ENTRY          OCCURS 1000 TIMES.
                   10 PRT-PART-NO      PIC X(8).
                   10 PRT-DESC         PIC X(20).
                   10 PRT-ON-HAND      PIC 9(5).
                   10 PRT-UNIT-COST    PIC 9(5)V99.
                   10 PRT-REORDER-PT   PIC 9(5).

           01 JOB-TABLE.
               05 JOB-ENTRY            OCCURS 200 TIMES.
                   10 JBT-JOB-CODE     PIC X(4).

           01 CUST-TABLE.
               05 CUST-ENTRY           OCCURS 5000 TIMES.
                   10 CUT-CUST-ID      PIC 9(6).

           01 HULL-TABLE.
               05 HULL-ENTRY           OCCURS 2000 TIMES.
                   10 HLT-HULL-ID      PIC X(8).

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
                  VALUE 'BOAT SERVICE REPAIR-ORDER POST'.
               05 FILLER               PIC X(42)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 COL-HEADING.
               05 FILLER               PIC X(6)    VALUE 'RO NO.'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'TYPE'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'DATE'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'DETAIL'.
               05 FILLER               PIC X(22)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'RESULT'.

           01 DETAIL-LINE.
               05 D-RO-NO              PIC X(6).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-TYPE               PIC X.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 D-DATE               PIC X(10).
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-DETAIL             PIC X(26).
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-RESULT             PIC X(40).

           01 REORDER-TITLE-LINE.
               05 FILLER               PIC X(36)   VALUE SPACES.
               05 FILLER               PIC X(40)
                  VALUE 'SERVICE PARTS AT OR BELOW REORDER POINT'.

           01 REORDER-HEADING.
               05 FILLER               PIC X(8)    VALUE 'PART NO.'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(11)   VALUE 'DESCRIPTION'.
               05 FILLER               PIC X(12)   VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'ON HAND'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'REORDER'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'UNIT COST'.

           01 REORDER-LINE.
               05 RO-PART-NO           PIC X(8).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 RO-DESC              PIC X(20).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 RO-ON-HAND           PIC ZZ,ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 RO-REORDER-PT        PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 RO-UNIT-COST         PIC ZZ,ZZ9.99.

           01 SHOP-TITLE-LINE.
               05 FILLER               PIC X(36)   VALUE SPACES.
               05 FILLER               PIC X(40)
                  VALUE 'REPAIR ORDERS STILL IN THE SHOP         '.

           01 SHOP-HEADING.
               05 FILLER               PIC X(6)    VALUE 'RO NO.'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'CUSTOMER'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'HULL ID'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'OPENED'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'STATUS'.

           01 SHOP-LINE.
               05 SH-RO-NO             PIC X(6).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 SH-CUST-ID           PIC 9(6).
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 SH-HULL-ID           PIC X(8).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 SH-OPEN-MM           PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 SH-OPEN-DD           PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 SH-OPEN-YY           PIC 9(4).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 SH-STATUS            PIC X(20).

           01 NONE-LINE.
               05 FILLER               PIC X(36)   VALUE SPACES.
               05 NONE-TEXT            PIC X(40).

           01 OVERFLOW-WARN-LINE.
               05 FILLER           PIC X(21)
                  VALUE '*** TABLE OVERFLOW - '.
               05 OVW-TABLE-NAME   PIC X(15).
               05 FILLER           PIC X(40)
                  VALUE ' ENTRIES DROPPED, EDITS INCOMPLETE ***'.

           01 TOTAL-LINE1.
               05 FILLER               PIC X(19)
                  VALUE 'TRANSACTIONS READ: '.
               05 GT-TRAN-CTR          PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'POSTED: '.
               05 GT-POSTED-CTR        PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(10)
                  VALUE 'REJECTED: '.
               05 GT-REJECT-CTR        PIC ZZ,ZZ9.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(19)
                  VALUE 'ORDERS OPENED:     '.
               05 GT-OPENED-CTR        PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'CLOSED: '.
               05 GT-CLOSED-CTR        PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(10)
                  VALUE 'IN SHOP:  '.
               05 GT-INSHOP-CTR        PIC ZZ,ZZ9.

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
               OPEN INPUT PARTS-MASTER.
               IF C-PARTS-STATUS NOT = '00'
                   DISPLAY 'CBLHJB71 - UNABLE TO OPEN PARTS-MASTER, '
                       'STATUS = ' C-PARTS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM L3-LOAD-PARTS
                   UNTIL MORE-PARTS = 'NO'.
               CLOSE PARTS-MASTER.
               OPEN INPUT ORDER-MASTER.
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
               OPEN INPUT CUST-MASTER.
               PERFORM L3-LOAD-CUSTS
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
               OPEN OUTPUT PRTOUT.
               PERFORM L4-HEADING-FIRST.
               OPEN INPUT TRAN-INPUT.
               OPEN EXTEND TRAN-POSTED.
               OPEN EXTEND ORDER-LINES.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-EDIT-TRAN
                   THRU L3-EDIT-TRAN-EXIT.
               IF C-MSG = SPACES
                   ADD 1 TO C-POSTED-CTR
                   MOVE ST-REC             TO ST-PST-REC
                   WRITE ST-PST-REC
                   MOVE 'POSTED'           TO D-RESULT
               ELSE
                   ADD 1 TO C-REJECT-CTR
                   MOVE SPACES             TO D-RESULT
                   STRING 'REJECTED - ' C-MSG
                       DELIMITED BY SIZE INTO D-RESULT
               END-IF.
               PERFORM L3-PRINT-TRAN.
               IF C-JOB-ABEND
                   MOVE 'NO' TO MORE-RECS
               ELSE
                   PERFORM L3-READ-INPUT
               END-IF.

           L2-CLOSING.
               CLOSE TRAN-INPUT.
               CLOSE TRAN-POSTED.
               CLOSE ORDER-LINES.
               IF C-JOB-ABEND
                   CLOSE PRTOUT
                   STOP RUN
               END-IF.
               OPEN OUTPUT ORDER-MASTER.
               PERFORM VARYING C-ORD-SUB FROM 1 BY 1
                   UNTIL C-ORD-SUB > C-ORD-CTR
                       MOVE ORDER-ENTRY(C-ORD-SUB) TO SO-REC
                       WRITE SO-REC
               END-PERFORM.
               CLOSE ORDER-MASTER.
               OPEN OUTPUT PARTS-MASTER.
               PERFORM VARYING C-PRT-SUB FROM 1 BY 1
                   UNTIL C-PRT-SUB > C-PRT-CTR
                       MOVE PARTS-ENTRY(C-PRT-SUB) TO PT-REC
                       WRITE PT-REC
               END-PERFORM.
               CLOSE PARTS-MASTER.
      *    EVERY TRANSACTION IS NOW ON SVCTRN.PST OR ON THE REJECT
      *    LIST, SO THE INPUT IS EMPTIED FOR TOMORROW'S TICKETS.
               OPEN OUTPUT TRAN-INPUT.
               CLOSE TRAN-INPUT.
               PERFORM L3-REORDER-PAGE.
               PERFORM L3-SHOP-PAGE.
               PERFORM L3-TOTALS.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PRTOUT.

           L3-READ-INPUT.
               READ TRAN-INPUT
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-TRAN-CTR
               END-IF.

           L3-LOAD-PARTS.
               READ PARTS-MASTER
                   AT END
                       MOVE 'NO' TO MORE-PARTS
                   NOT AT END
                       IF C-PRT-CTR < 1000
                           ADD 1 TO C-PRT-CTR
                           MOVE PT-REC TO PARTS-ENTRY(C-PRT-CTR)
                       ELSE
                           DISPLAY 'CBLHJB71 - PARTS-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-PARTS
                       END-IF
               END-READ.

           L3-LOAD-ORDERS.
               READ ORDER-MASTER
                   AT END
                       MOVE 'NO' TO MORE-ORDERS
                   NOT AT END
                       IF C-ORD-CTR < 2000
                           ADD 1 TO C-ORD-CTR
                           MOVE SO-REC TO ORDER-ENTRY(C-ORD-CTR)
                       ELSE
                           DISPLAY 'CBLHJB71 - ORDER-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-ORDERS
                       END-IF
               END-READ.

           L3-LOAD-JOBS.
               READ JOB-CODES
                   AT END
                       MOVE 'NO' TO MORE-JOBS
                   NOT AT END
                       IF C-JOB-CTR < 200
                           ADD 1 TO C-JOB-CTR
                           MOVE SJ-JOB-CODE TO JBT-JOB-CODE(C-JOB-CTR)
                       ELSE
                           IF NOT C-JOB-OVFL
                               SET C-JOB-OVFL TO TRUE
                               DISPLAY 'CBLHJB71 - JOB-TABLE '
                                   'OVERFLOW, EDITS INCOMPLETE'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-CUSTS.
               READ CUST-MASTER
                   AT END
                       MOVE 'NO' TO MORE-CUSTS
                   NOT AT END
                       IF C-CUS-CTR < 5000
                           ADD 1 TO C-CUS-CTR
                           MOVE CU-CUST-ID TO CUT-CUST-ID(C-CUS-CTR)
                       ELSE
                           IF NOT C-CUS-OVFL
                               SET C-CUS-OVFL TO TRUE
                               DISPLAY 'CBLHJB71 - CUST-TABLE '
                                   'OVERFLOW, EDITS INCOMPLETE'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-HULLS.
               READ HULL-FILE
                   AT END
                       MOVE 'NO' TO MORE-HULLS
                   NOT AT END
                       IF C-HUL-CTR < 2000
                           ADD 1 TO C-HUL-CTR
                           MOVE HU-HULL-ID TO HLT-HULL-ID(C-HUL-CTR)
                       ELSE
                           IF NOT C-HUL-OVFL
                               SET C-HUL-OVFL TO TRUE
                               DISPLAY 'CBLHJB71 - HULL-TABLE '
                                   'OVERFLOW, EDITS INCOMPLETE'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ.

      *    A TRANSACTION THAT FAILS ANY EDIT IS REJECTED WHOLE AND
      *    CHANGES NOTHING. C-MSG COMES BACK SPACES WHEN IT POSTED.
           L3-EDIT-TRAN.
               MOVE SPACES                 TO C-MSG.
               IF ST-RO-NO = SPACES
                   MOVE 'RO NUMBER MISSING' TO C-MSG
                   GO TO L3-EDIT-TRAN-EXIT.
               MOVE ST-DATE                TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS NOT = 'Y'
                   MOVE 'BAD TRANSACTION DATE' TO C-MSG
                   GO TO L3-EDIT-TRAN-EXIT.
               PERFORM VARYING C-ORD-SUB FROM 1 BY 1
                   UNTIL C-ORD-SUB > C-ORD-CTR
                       OR ORD-RO-NO(C-ORD-SUB) = ST-RO-NO
               END-PERFORM.
               EVALUATE TRUE
                   WHEN ST-HEADER
                       PERFORM L4-EDIT-HEADER
                           THRU L4-EDIT-HEADER-EXIT
                   WHEN ST-JOB
                       PERFORM L4-EDIT-JOB
                           THRU L4-EDIT-JOB-EXIT
                   WHEN ST-PART
                       PERFORM L4-EDIT-PART
                           THRU L4-EDIT-PART-EXIT
                   WHEN OTHER
                       MOVE 'TYPE NOT H, J, OR P' TO C-MSG
               END-EVALUATE.

           L3-EDIT-TRAN-EXIT.
               EXIT.

           L4-EDIT-HEADER.
               IF NOT VAL-RO-STATUS
                   MOVE 'STATUS NOT O, I, OR C' TO C-MSG
                   GO TO L4-EDIT-HEADER-EXIT.
               IF C-ORD-SUB <= C-ORD-CTR
                   IF NOT ORD-UNBILLED(C-ORD-SUB)
                       MOVE 'ORDER ALREADY BILLED' TO C-MSG
                       GO TO L4-EDIT-HEADER-EXIT
                   END-IF
               ELSE
                   IF ST-CUST-ID NOT NUMERIC OR ST-CUST-ID = 0
                       MOVE 'NEW ORDER NEEDS A CUSTOMER' TO C-MSG
                       GO TO L4-EDIT-HEADER-EXIT
                   END-IF
               END-IF.
               IF ST-CUST-ID NUMERIC AND ST-CUST-ID > 0
                   PERFORM VARYING C-CUS-SUB FROM 1 BY 1
                       UNTIL C-CUS-SUB > C-CUS-CTR
                           OR CUT-CUST-ID(C-CUS-SUB) = ST-CUST-ID
                   END-PERFORM
                   IF C-CUS-SUB > C-CUS-CTR
                       MOVE 'CUSTOMER NOT ON CUSTMST.DAT' TO C-MSG
                       GO TO L4-EDIT-HEADER-EXIT
                   END-IF
               END-IF.
      *    THE HULL IS ONLY KNOWN WHEN WE SOLD THE BOAT; A BOAT
      *    BOUGHT ELSEWHERE COMES IN WITH THE HULL ID LEFT BLANK.
               IF ST-HULL-ID NOT = SPACES
                   PERFORM VARYING C-HUL-SUB FROM 1 BY 1
                       UNTIL C-HUL-SUB > C-HUL-CTR
                           OR HLT-HULL-ID(C-HUL-SUB) = ST-HULL-ID
                   END-PERFORM
                   IF C-HUL-SUB > C-HUL-CTR
                       MOVE 'HULL NOT ON BOATHULL.DAT' TO C-MSG
                       GO TO L4-EDIT-HEADER-EXIT
                   END-IF
               END-IF.
               IF C-ORD-SUB > C-ORD-CTR
                   IF C-ORD-CTR >= 2000
                       DISPLAY 'CBLHJB71 - ORDER-TABLE OVERFLOW, '
                           'RUN HALTED'
                       MOVE 16 TO RETURN-CODE
                       SET C-JOB-ABEND TO TRUE
                       MOVE 'ORDER TABLE FULL' TO C-MSG
                       GO TO L4-EDIT-HEADER-EXIT
                   END-IF
                   ADD 1 TO C-ORD-CTR
                   ADD 1 TO C-OPENED-CTR
                   MOVE ST-RO-NO           TO ORD-RO-NO(C-ORD-SUB)
                   MOVE ST-CUST-ID         TO ORD-CUST-ID(C-ORD-SUB)
                   MOVE ST-HULL-ID         TO ORD-HULL-ID(C-ORD-SUB)
                   MOVE ST-DATE            TO ORD-OPEN-DATE(C-ORD-SUB)
                   MOVE 0                  TO
                       ORD-CLOSE-DATE(C-ORD-SUB)
                   MOVE SPACE              TO
                       ORD-BILL-STATUS(C-ORD-SUB)
                   MOVE 0                  TO ORD-BILL-DATE(C-ORD-SUB)
                   MOVE 0                  TO
                       ORD-INVOICE-AMT(C-ORD-SUB)
               ELSE
                   IF ST-CUST-ID NUMERIC AND ST-CUST-ID > 0
                       MOVE ST-CUST-ID     TO ORD-CUST-ID(C-ORD-SUB)
                   END-IF
                   IF ST-HULL-ID NOT = SPACES
                       MOVE ST-HULL-ID     TO ORD-HULL-ID(C-ORD-SUB)
                   END-IF
               END-IF.
               MOVE ST-STATUS              TO ORD-STATUS(C-ORD-SUB).
               IF ORD-CLOSED(C-ORD-SUB)
                   ADD 1 TO C-CLOSED-CTR
                   MOVE ST-DATE            TO ORD-CLOSE-DATE(C-ORD-SUB)
               ELSE
                   MOVE 0                  TO ORD-CLOSE-DATE(C-ORD-SUB)
               END-IF.

           L4-EDIT-HEADER-EXIT.
               EXIT.

           L4-EDIT-JOB.
               IF C-ORD-SUB > C-ORD-CTR
                   MOVE 'NO SUCH REPAIR ORDER' TO C-MSG
                   GO TO L4-EDIT-JOB-EXIT.
               IF ORD-CLOSED(C-ORD-SUB)
                   MOVE 'ORDER CLOSED - REOPEN FIRST' TO C-MSG
                   GO TO L4-EDIT-JOB-EXIT.
               PERFORM VARYING C-JOB-SUB FROM 1 BY 1
                   UNTIL C-JOB-SUB > C-JOB-CTR
                       OR JBT-JOB-CODE(C-JOB-SUB) = ST-JOB-CODE
               END-PERFORM.
               IF C-JOB-SUB > C-JOB-CTR
                   MOVE 'JOB CODE NOT ON SVCJOB.DAT' TO C-MSG
                   GO TO L4-EDIT-JOB-EXIT.
               IF ST-LABOR-HRS NOT NUMERIC OR ST-LABOR-HRS = 0
                   MOVE 'LABOR HOURS MISSING OR BAD' TO C-MSG
                   GO TO L4-EDIT-JOB-EXIT.
               MOVE ST-RO-NO               TO SL-RO-NO.
               MOVE 'J'                    TO SL-TYPE.
               MOVE ST-JOB-CODE            TO SL-CODE.
               MOVE ST-LABOR-HRS           TO SL-QTY.
               MOVE 0                      TO SL-UNIT-COST.
               MOVE ST-DATE                TO SL-POST-DATE.
               WRITE SL-REC.

           L4-EDIT-JOB-EXIT.
               EXIT.

           L4-EDIT-PART.
               IF C-ORD-SUB > C-ORD-CTR
                   MOVE 'NO SUCH REPAIR ORDER' TO C-MSG
                   GO TO L4-EDIT-PART-EXIT.
               IF ORD-CLOSED(C-ORD-SUB)
                   MOVE 'ORDER CLOSED - REOPEN FIRST' TO C-MSG
                   GO TO L4-EDIT-PART-EXIT.
               PERFORM VARYING C-PRT-SUB FROM 1 BY 1
                   UNTIL C-PRT-SUB > C-PRT-CTR
                       OR PRT-PART-NO(C-PRT-SUB) = ST-PART-NO
               END-PERFORM.
               IF C-PRT-SUB > C-PRT-CTR
                   MOVE 'PART NOT ON PARTS.DAT' TO C-MSG
                   GO TO L4-EDIT-PART-EXIT.
               IF ST-PART-QTY NOT NUMERIC OR ST-PART-QTY = 0
                   MOVE 'PART QUANTITY MISSING OR BAD' TO C-MSG
                   GO TO L4-EDIT-PART-EXIT.
               IF ST-PART-QTY > PRT-ON-HAND(C-PRT-SUB)
                   MOVE 'PART SHORT ON HAND' TO C-MSG
                   GO TO L4-EDIT-PART-EXIT.
               SUBTRACT ST-PART-QTY FROM PRT-ON-HAND(C-PRT-SUB).
               MOVE ST-RO-NO               TO SL-RO-NO.
               MOVE 'P'                    TO SL-TYPE.
               MOVE ST-PART-NO             TO SL-CODE.
               MOVE ST-PART-QTY            TO SL-QTY.
               MOVE PRT-UNIT-COST(C-PRT-SUB) TO SL-UNIT-COST.
               MOVE ST-DATE                TO SL-POST-DATE.
               WRITE SL-REC.

           L4-EDIT-PART-EXIT.
               EXIT.

           L3-PRINT-TRAN.
               MOVE ST-RO-NO               TO D-RO-NO.
               MOVE ST-TYPE                TO D-TYPE.
               MOVE SPACES                 TO D-DATE.
               STRING ST-DATE(5:2) '/' ST-DATE(7:2) '/' ST-DATE(1:4)
                   DELIMITED BY SIZE INTO D-DATE.
               MOVE SPACES                 TO D-DETAIL.
               EVALUATE TRUE
                   WHEN ST-HEADER
                       STRING 'CUST ' ST-HEADER-DATA(1:6)
                           ' HULL ' ST-HULL-ID ' ' ST-STATUS
                           DELIMITED BY SIZE INTO D-DETAIL
                   WHEN ST-JOB
                       STRING 'JOB ' ST-JOB-CODE ' HOURS '
                           ST-JOB-DATA(5:3) '.' ST-JOB-DATA(8:1)
                           DELIMITED BY SIZE INTO D-DETAIL
                   WHEN ST-PART
                       STRING 'PART ' ST-PART-NO ' QTY '
                           ST-PART-DATA(9:5)
                           DELIMITED BY SIZE INTO D-DETAIL
                   WHEN OTHER
                       MOVE ST-HEADER-DATA TO D-DETAIL
               END-EVALUATE.
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L3-REORDER-PAGE.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM REORDER-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM REORDER-HEADING
                   AFTER ADVANCING 2 LINES.
               PERFORM VARYING C-PRT-SUB FROM 1 BY 1
                   UNTIL C-PRT-SUB > C-PRT-CTR
                       IF PRT-ON-HAND(C-PRT-SUB) NOT >
                           PRT-REORDER-PT(C-PRT-SUB)
                           PERFORM L4-PRINT-REORDER
                       END-IF
               END-PERFORM.
               IF C-REORDER-CTR = 0
                   MOVE 'NO PARTS AT THEIR REORDER POINT' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.

           L4-PRINT-REORDER.
               ADD 1 TO C-REORDER-CTR.
               MOVE PRT-PART-NO(C-PRT-SUB)    TO RO-PART-NO.
               MOVE PRT-DESC(C-PRT-SUB)       TO RO-DESC.
               MOVE PRT-ON-HAND(C-PRT-SUB)    TO RO-ON-HAND.
               MOVE PRT-REORDER-PT(C-PRT-SUB) TO RO-REORDER-PT.
               MOVE PRT-UNIT-COST(C-PRT-SUB)  TO RO-UNIT-COST.
               WRITE PRTLINE FROM REORDER-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L3-SHOP-PAGE.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM SHOP-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM SHOP-HEADING
                   AFTER ADVANCING 2 LINES.
               PERFORM VARYING C-ORD-SUB FROM 1 BY 1
                   UNTIL C-ORD-SUB > C-ORD-CTR
                       IF NOT ORD-CLOSED(C-ORD-SUB)
                           PERFORM L4-PRINT-SHOP
                       END-IF
               END-PERFORM.
               IF C-INSHOP-CTR = 0
                   MOVE 'NO REPAIR ORDERS IN THE SHOP' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               IF C-JOB-OVFL
                   MOVE 'JOB-TABLE'        TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
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

           L4-PRINT-SHOP.
               ADD 1 TO C-INSHOP-CTR.
               MOVE ORD-RO-NO(C-ORD-SUB)   TO SH-RO-NO.
               MOVE ORD-CUST-ID(C-ORD-SUB) TO SH-CUST-ID.
               MOVE ORD-HULL-ID(C-ORD-SUB) TO SH-HULL-ID.
               MOVE ORD-OPEN-DATE(C-ORD-SUB)(5:2) TO SH-OPEN-MM.
               MOVE ORD-OPEN-DATE(C-ORD-SUB)(7:2) TO SH-OPEN-DD.
               MOVE ORD-OPEN-DATE(C-ORD-SUB)(1:4) TO SH-OPEN-YY.
               IF ORD-STATUS(C-ORD-SUB) = 'I'
                   MOVE 'IN PROGRESS'      TO SH-STATUS
               ELSE
                   MOVE 'OPEN'             TO SH-STATUS
               END-IF.
               WRITE PRTLINE FROM SHOP-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L3-TOTALS.
               MOVE C-TRAN-CTR             TO GT-TRAN-CTR.
               MOVE C-POSTED-CTR           TO GT-POSTED-CTR.
               MOVE C-REJECT-CTR           TO GT-REJECT-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               MOVE C-OPENED-CTR           TO GT-OPENED-CTR.
               MOVE C-CLOSED-CTR           TO GT-CLOSED-CTR.
               MOVE C-INSHOP-CTR           TO GT-INSHOP-CTR.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.

           L4-HEADING-FIRST.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               MOVE SPACES                 TO PRTLINE.
               WRITE PRTLINE
                   AFTER ADVANCING 1 LINE.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB71'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-TRAN-CTR             TO RL-RECS-READ.
               MOVE C-POSTED-CTR           TO RL-RECS-PROCESSED.
               MOVE C-REJECT-CTR           TO RL-RECS-REJECTED.
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
               MOVE 'CBLHJB71'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-SVCTRN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'SVCTRN.DAT' DELIMITED BY SIZE
               INTO FP-SVCTRN-DAT.
           MOVE SPACES TO FP-SVCTRN-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'SVCTRN.PST' DELIMITED BY SIZE
               INTO FP-SVCTRN-PST.
           MOVE SPACES TO FP-SVCORD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'SVCORD.DAT' DELIMITED BY SIZE
               INTO FP-SVCORD-DAT.
           MOVE SPACES TO FP-SVCLINE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'SVCLINE.DAT' DELIMITED BY SIZE
               INTO FP-SVCLINE-DAT.
           MOVE SPACES TO FP-PARTS-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PARTS.DAT' DELIMITED BY SIZE
               INTO FP-PARTS-DAT.
           MOVE SPACES TO FP-SVCJOB-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'SVCJOB.DAT' DELIMITED BY SIZE
               INTO FP-SVCJOB-DAT.
           MOVE SPACES TO FP-CUSTMST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CUSTMST.DAT' DELIMITED BY SIZE
               INTO FP-CUSTMST-DAT.
           MOVE SPACES TO FP-BOATHULL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BOATHULL.DAT' DELIMITED BY SIZE
               INTO FP-BOATHULL-DAT.
           MOVE SPACES TO FP-SVCPOST-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'SVCPOST.PRT' DELIMITED BY SIZE
               INTO FP-SVCPOST-PRT.
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

       END PROGRAM CBLHJB71.
