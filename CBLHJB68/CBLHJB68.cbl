       IDENTIFICATION DIVISION.
      *NIGHTLY INGREDIENT LOT RELIEF AND SPOILAGE WRITE-OFF. STOCK
      *IS HELD BY LOT ON INGLOTS.DAT - CBLHJB35 OPENS A LOT FOR
      *EVERY RECEIPT WITH ITS STORE, RECEIVED AND EXPIRATION DATES,
      *AND UNIT COST. THE USAGE CBLHJB01 EXPLODES FROM THE DAY'S
      *SALES ARRIVES BY STORE ON INGUSTR.DAT AND IS TAKEN FIRST IN,
      *FIRST OUT - FROM THE STORE'S OWN OLDEST LOT, THEN FROM STOCK
      *NOT YET ASSIGNED TO A STORE. USAGE NO LOT CAN COVER IS LISTED
      *FOR THE NEXT COUNT TO SETTLE. ANY LOT STILL HOLDING STOCK PAST
      *ITS EXPIRATION DATE IS WRITTEN OFF AT ITS LOT COST TO THE
      *SPOILAGE JOURNAL, SPOILJRN.DAT - KEPT APART FROM THE COUNT
      *SHRINKAGE CBLHJB35 REPORTS. INGONHND.DAT IS RELIEVED BY THE
      *SAME QUANTITIES AND ITS UNIT COST RESTATED AS THE WEIGHTED
      *COST OF THE LOTS LEFT. INGEXPIR.PRT LISTS, BY STORE, THE LOTS
      *EXPIRING WITHIN THE NUMBER OF DAYS ON INGLCTL.DAT (3 WHEN NOT
      *SET) AND THE LOTS WRITTEN OFF THIS RUN. THE USAGE FILE IS
      *EMPTIED ONCE RELIEVED SO A RERUN NEVER TAKES IT TWICE.
      *EVERY RECORD THE RUN CHANGES ON INGONHND.DAT IS JOURNALED TO
      *AIJRNL.DAT (CBLAIJRN) SO CBLHJB91 CAN ROLL A RESTORED GENERATION
      *FORWARD.
       PROGRAM-ID. CBLHJB68.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL STORE-USAGE
               ASSIGN TO DYNAMIC FP-INGUSTR-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INGRED-ONHAND
               ASSIGN TO DYNAMIC FP-INGONHND-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-ONHAND-STATUS.

           SELECT OPTIONAL INGRED-LOTS
               ASSIGN TO DYNAMIC FP-INGLOTS-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SPOIL-JRN
               ASSIGN TO DYNAMIC FP-SPOILJRN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOT-CTL
               ASSIGN TO DYNAMIC FP-INGLCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOT-WORK
               ASSIGN TO DYNAMIC FP-INGEXPR-TMP
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOT-SORT-WORK
               ASSIGN TO 'SORTWK1'.

           SELECT LOT-SORTED
               ASSIGN TO DYNAMIC FP-INGEXPR-SRT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-INGEXPIR-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STORE-USAGE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ISU-REC
           RECORD CONTAINS 33 CHARACTERS.

       01 ISU-REC.
           05 ISU-NAME                 PIC X(20).
           05 ISU-STORE                PIC XX.
           05 ISU-QTY                  PIC 9(9)V99.

           FD INGRED-ONHAND
           LABEL RECORD IS STANDARD
           DATA RECORD IS ING-REC
           RECORD CONTAINS 35 CHARACTERS.

       01 ING-REC.
           05 ING-NAME                 PIC X(20).
           05 ING-ON-HAND              PIC 9(7)V99.
           05 ING-UNIT-COST            PIC 9(4)V99.

           FD INGRED-LOTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LT-REC
           RECORD CONTAINS 69 CHARACTERS.

       01 LT-REC.
           05 LT-LOT-NO                PIC 9(7).
           05 LT-INGREDIENT            PIC X(20).
           05 LT-STORE                 PIC XX.
           05 LT-RECV-DATE             PIC 9(8).
           05 LT-EXP-DATE              PIC 9(8).
           05 LT-QTY-RECV              PIC 9(7)V99.
           05 LT-QTY-REMAIN            PIC 9(7)V99.
           05 LT-UNIT-COST             PIC 9(4)V99.

           FD SPOIL-JRN
           LABEL RECORD IS STANDARD
           DATA RECORD IS SJ-REC
           RECORD CONTAINS 71 CHARACTERS.

       01 SJ-REC.
           05 SJ-WRITEOFF-DATE         PIC 9(8).
           05 SJ-LOT-NO                PIC 9(7).
           05 SJ-INGREDIENT            PIC X(20).
           05 SJ-STORE                 PIC XX.
           05 SJ-EXP-DATE              PIC 9(8).
           05 SJ-QTY                   PIC 9(7)V99.
           05 SJ-UNIT-COST             PIC 9(4)V99.
           05 SJ-VALUE                 PIC 9(9)V99.

           FD LOT-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS LC-REC
           RECORD CONTAINS 3 CHARACTERS.

       01 LC-REC.
           05 LC-WARN-DAYS             PIC 999.

      *    SECTION E IS A LOT EXPIRING INSIDE THE WARNING WINDOW,
      *    SECTION S A LOT WRITTEN OFF THIS RUN.
           FD LOT-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS LW-REC
           RECORD CONTAINS 72 CHARACTERS.

       01 LW-REC.
           05 LW-SECTION               PIC X.
           05 LW-STORE                 PIC XX.
           05 LW-EXP-DATE              PIC 9(8).
           05 LW-INGREDIENT            PIC X(20).
           05 LW-LOT-NO                PIC 9(7).
           05 LW-RECV-DATE             PIC 9(8).
           05 LW-QTY                   PIC 9(7)V99.
           05 LW-UNIT-COST             PIC 9(4)V99.
           05 LW-VALUE                 PIC 9(9)V99.

           SD LOT-SORT-WORK
           DATA RECORD IS LS-REC.

       01 LS-REC.
           05 LS-SECTION               PIC X.
           05 LS-STORE                 PIC XX.
           05 LS-EXP-DATE              PIC 9(8).
           05 LS-INGREDIENT            PIC X(20).
           05 LS-LOT-NO                PIC 9(7).
           05 LS-REST                  PIC X(34).

           FD LOT-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS LD-REC
           RECORD CONTAINS 72 CHARACTERS.

       01 LD-REC.
           05 LD-SECTION               PIC X.
               88 LD-SPOILED           VALUE 'S'.
           05 LD-STORE                 PIC XX.
           05 LD-EXP-DATE              PIC 9(8).
           05 LD-EXP-DATE-R REDEFINES LD-EXP-DATE.
               10 LD-EXP-YEAR          PIC 9(4).
               10 LD-EXP-MONTH         PIC 99.
               10 LD-EXP-DAY           PIC 99.
           05 LD-INGREDIENT            PIC X(20).
           05 LD-LOT-NO                PIC 9(7).
           05 LD-RECV-DATE             PIC 9(8).
           05 LD-RECV-DATE-R REDEFINES LD-RECV-DATE.
               10 LD-RECV-YEAR         PIC 9(4).
               10 LD-RECV-MONTH        PIC 99.
               10 LD-RECV-DAY          PIC 99.
           05 LD-QTY                   PIC 9(7)V99.
           05 LD-UNIT-COST             PIC 9(4)V99.
           05 LD-VALUE                 PIC 9(9)V99.

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
           05 FP-INGUSTR-DAT         PIC X(40)   VALUE SPACES.
           05 FP-INGONHND-DAT        PIC X(40)   VALUE SPACES.
           05 FP-INGLOTS-DAT         PIC X(40)   VALUE SPACES.
           05 FP-SPOILJRN-DAT        PIC X(40)   VALUE SPACES.
           05 FP-INGLCTL-DAT         PIC X(40)   VALUE SPACES.
           05 FP-INGEXPR-TMP         PIC X(40)   VALUE SPACES.
           05 FP-INGEXPR-SRT         PIC X(40)   VALUE SPACES.
           05 FP-INGEXPIR-PRT        PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-ONHAND          PIC X(3)    VALUE 'YES'.
               05 MORE-LOTS            PIC X(3)    VALUE 'YES'.
               05 MORE-SORTED          PIC X(3)    VALUE 'YES'.
               05 C-ONHAND-STATUS      PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-USAGE-CTR          PIC 9(7)    VALUE 0.
               05 C-RELIEVED-CTR       PIC 9(7)    VALUE 0.
               05 C-REJECT-CTR         PIC 9(7)    VALUE 0.
               05 C-SPOIL-CTR          PIC 9(5)    VALUE 0.
               05 C-EXPIRING-CTR       PIC 9(5)    VALUE 0.
               05 C-ONH-CTR            PIC 999     VALUE 0.
               05 C-ONH-SUB            PIC 999     VALUE 0.
               05 C-LOT-CTR            PIC 9(4)    VALUE 0.
               05 C-LOT-SUB            PIC 9(4)    VALUE 0.
               05 C-OLDEST-SUB         PIC 9(4)    VALUE 0.
               05 C-NEXT-LOT-NO        PIC 9(7)    VALUE 0.
               05 C-SHT-CTR            PIC 999     VALUE 0.
               05 C-SHT-SUB            PIC 999     VALUE 0.
               05 C-SHT-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-SHT-OVFL        VALUE 'Y'.
               05 C-LOT-TOTAL          PIC 9(9)V99 VALUE 0.
               05 C-LOT-VALUE          PIC 9(11)V99 VALUE 0.
               05 C-RELIEVE-QTY        PIC 9(9)V99 VALUE 0.
               05 C-TAKE-QTY           PIC 9(7)V99 VALUE 0.
               05 C-TAKEN-QTY          PIC 9(9)V99 VALUE 0.
               05 C-ADD-QTY            PIC 9(7)V99 VALUE 0.
               05 C-LOT-VAL            PIC 9(9)V99 VALUE 0.
               05 C-SPOIL-VALUE        PIC 9(9)V99 VALUE 0.
               05 C-EXPIRING-VALUE     PIC 9(9)V99 VALUE 0.
               05 C-STORE-VALUE        PIC 9(9)V99 VALUE 0.
               05 C-RELIEVE-STORE      PIC XX      VALUE SPACES.
               05 C-RELIEVE-MODE       PIC X       VALUE 'A'.
                  88 C-RELIEVE-ANY     VALUE 'A'.
                  88 C-RELIEVE-ONE     VALUE 'S'.
               05 C-LOTS-LEFT-SW       PIC X       VALUE 'Y'.
                  88 C-LOTS-LEFT       VALUE 'Y'.
               05 C-WARN-DAYS          PIC 999     VALUE 3.
               05 C-DAYS-LEFT          PIC 9(5)    VALUE 0.
               05 C-PREV-SECTION       PIC X       VALUE SPACES.
               05 C-PREV-STORE         PIC XX      VALUE SPACES.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 C-ASOF-DATE-R REDEFINES C-ASOF-DATE.
                   10 C-ASOF-YEAR      PIC 9(4).
                   10 C-ASOF-MONTH     PIC 99.
                   10 C-ASOF-DAY       PIC 99.
               05 C-WARN-DATE          PIC 9(8)    VALUE 0.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).
               05 C-AIJ-FUNCTION       PIC X       VALUE SPACE.
               05 C-AIJ-FILE           PIC X(12)   VALUE SPACES.
               05 C-AIJ-PROGRAM        PIC X(8)    VALUE 'CBLHJB68'.

           01 ONHAND-TABLE.
               05 ONHAND-ENTRY         OCCURS 100 TIMES.
                   10 ONH-NAME         PIC X(20).
                   10 ONH-ON-HAND      PIC 9(7)V99.
                   10 ONH-UNIT-COST    PIC 9(4)V99.

           01 LOT-TABLE.
               05 LOT-ENTRY            OCCURS 2000 TIMES.
                   10 LOT-NO           PIC 9(7).
                   10 LOT-INGREDIENT   PIC X(20).
                   10 LOT-STORE        PIC XX.
                   10 LOT-RECV-DATE    PIC 9(8).
                   10 LOT-EXP-DATE     PIC 9(8).
                   10 LOT-QTY-RECV     PIC 9(7)V99.
                   10 LOT-QTY-REMAIN   PIC 9(7)V99.
                   10 LOT-UNIT-COST    PIC 9(4)V99.

      *    USAGE THE LOTS COULD NOT COVER, OR FOR AN INGREDIENT NOT ON
      *    INGONHND.DAT, HELD FOR THE LAST SECTION OF THE REPORT.
           01 SHORT-TABLE.
               05 SHORT-ENTRY          OCCURS 100 TIMES.
                   10 SHT-NAME         PIC X(20).
                   10 SHT-STORE        PIC XX.
                   10 SHT-USAGE        PIC 9(9)V99.
                   10 SHT-SHORT        PIC 9(9)V99.
                   10 SHT-MSG          PIC X(24).

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
                  VALUE 'INGREDIENT EXPIRING STOCK AND SPOILAGE'.
               05 FILLER               PIC X(39)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 SECTION-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 SECTION-TEXT         PIC X(50).

           01 WINDOW-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'LOTS EXPIRING WITHIN '.
               05 WL-DAYS              PIC ZZ9.
               05 FILLER               PIC X(14)
                  VALUE ' DAYS, THROUGH'.
               05 FILLER               PIC X       VALUE SPACE.
               05 WL-MM                PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 WL-DD                PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 WL-YY                PIC 9(4).

           01 STORE-LINE.
               05 FILLER               PIC X(7)    VALUE 'STORE: '.
               05 SL-STORE             PIC XX.
               05 FILLER               PIC X       VALUE SPACE.
               05 SL-STORE-NAME        PIC X(13).

           01 COL-HEADING.
               05 FILLER               PIC X(10)   VALUE 'INGREDIENT'.
               05 FILLER               PIC X(12)   VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'LOT NO '.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'RECEIVED'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'EXPIRES'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'DAYS LEFT'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'QUANTITY'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'UNIT COST'.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'VALUE'.

           01 DETAIL-LINE.
               05 D-INGREDIENT         PIC X(20).
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-LOT-NO             PIC 9(7).
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-RECV-DATE          PIC X(10).
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-EXP-MM             PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 D-EXP-DD             PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 D-EXP-YY             PIC 9(4).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 D-DAYS-GRP.
                   10 D-DAYS-LEFT      PIC ZZ9.
               05 D-DAYS-GRP-X REDEFINES D-DAYS-GRP
                                       PIC X(3).
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 D-QTY                PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-UNIT-COST          PIC Z,ZZ9.99.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-VALUE              PIC ZZ,ZZZ,ZZ9.99.

           01 STORE-TOTAL-LINE.
               05 FILLER               PIC X(78)   VALUE SPACES.
               05 FILLER               PIC X(13)
                  VALUE 'STORE TOTAL: '.
               05 ST-VALUE             PIC ZZ,ZZZ,ZZ9.99.

           01 NONE-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 NONE-TEXT            PIC X(40).

           01 SHORT-HEADING.
               05 FILLER               PIC X(10)   VALUE 'INGREDIENT'.
               05 FILLER               PIC X(12)   VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'STORE'.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'USAGE'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(11)   VALUE 'NOT COVERED'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'REMARKS'.

           01 SHORT-DETAIL-LINE.
               05 SD-NAME              PIC X(20).
               05 FILLER               PIC XX      VALUE SPACES.
               05 SD-STORE             PIC XX.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 SD-USAGE             PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC XX      VALUE SPACES.
               05 SD-SHORT             PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC XX      VALUE SPACES.
               05 SD-MSG               PIC X(24).

           01 OVERFLOW-WARN-LINE.
               05 FILLER           PIC X(21)
                  VALUE '*** TABLE OVERFLOW - '.
               05 OVW-TABLE-NAME   PIC X(15).
               05 FILLER           PIC X(40)
                  VALUE ' ENTRIES DROPPED, LIST INCOMPLETE ***  '.

           01 TOTAL-LINE1.
               05 FILLER               PIC X(21)
                  VALUE 'USAGE RECORDS READ   '.
               05 GT-USAGE-CTR         PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'USAGE RELIEVED       '.
               05 GT-RELIEVED-CTR      PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'USAGE REJECTED       '.
               05 GT-REJECT-CTR        PIC Z,ZZ9.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(21)
                  VALUE 'LOTS WRITTEN OFF     '.
               05 GT-SPOIL-CTR         PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'SPOILAGE VALUE       '.
               05 GT-SPOIL-VALUE       PIC ZZ,ZZZ,ZZ9.99.

           01 TOTAL-LINE3.
               05 FILLER               PIC X(21)
                  VALUE 'LOTS EXPIRING        '.
               05 GT-EXPIRING-CTR      PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'VALUE AT RISK        '.
               05 GT-EXPIRING-VALUE    PIC ZZ,ZZZ,ZZ9.99.

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
               OPEN INPUT INGRED-ONHAND.
               IF C-ONHAND-STATUS NOT = '00'
                   DISPLAY 'CBLHJB68 - UNABLE TO OPEN INGRED-ONHAND, '
                       'STATUS = ' C-ONHAND-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM L3-LOAD-ONHAND
                   UNTIL MORE-ONHAND = 'NO'.
               CLOSE INGRED-ONHAND.
               OPEN INPUT INGRED-LOTS.
               PERFORM L3-LOAD-LOTS
                   UNTIL MORE-LOTS = 'NO'.
               CLOSE INGRED-LOTS.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               PERFORM L3-SYNC-LOTS
                   VARYING C-ONH-SUB FROM 1 BY 1
                       UNTIL C-ONH-SUB > C-ONH-CTR.
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
               OPEN INPUT LOT-CTL.
               READ LOT-CTL
                   AT END
                       MOVE 0 TO LC-WARN-DAYS.
               CLOSE LOT-CTL.
               IF LC-WARN-DAYS NUMERIC AND LC-WARN-DAYS > 0
                   MOVE LC-WARN-DAYS TO C-WARN-DAYS
               END-IF.
               COMPUTE C-WARN-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(C-ASOF-DATE)
                       + C-WARN-DAYS).
               OPEN INPUT STORE-USAGE.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-RELIEVE-USAGE.
               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               CLOSE STORE-USAGE.
               OPEN OUTPUT LOT-WORK.
               OPEN EXTEND SPOIL-JRN.
               PERFORM L3-WRITE-OFF-LOT
                   VARYING C-LOT-SUB FROM 1 BY 1
                       UNTIL C-LOT-SUB > C-LOT-CTR.
               CLOSE SPOIL-JRN.
               PERFORM L3-NOTE-EXPIRING
                   VARYING C-LOT-SUB FROM 1 BY 1
                       UNTIL C-LOT-SUB > C-LOT-CTR.
               CLOSE LOT-WORK.
               PERFORM L3-REPORT.
               PERFORM L3-REWRITE-LOTS.
               PERFORM L3-REWRITE-ONHAND.
               PERFORM L3-WRITE-RUN-LOG.
      *    THE USAGE IS NOW OFF THE LOTS AND INGONHND.DAT, SO THE
      *    INPUT IS EMPTIED - A RERUN MUST NOT RELIEVE IT AGAIN.
               OPEN OUTPUT STORE-USAGE.
               CLOSE STORE-USAGE.
               CLOSE PRTOUT.

           L3-READ-INPUT.
               READ STORE-USAGE
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-USAGE-CTR
               END-IF.

           L3-LOAD-ONHAND.
               READ INGRED-ONHAND
                   AT END
                       MOVE 'NO' TO MORE-ONHAND
                   NOT AT END
                       IF C-ONH-CTR < 100
                           ADD 1 TO C-ONH-CTR
                           MOVE ING-NAME      TO ONH-NAME(C-ONH-CTR)
                           MOVE ING-ON-HAND   TO
                               ONH-ON-HAND(C-ONH-CTR)
                           MOVE ING-UNIT-COST TO
                               ONH-UNIT-COST(C-ONH-CTR)
                       ELSE
                           DISPLAY 'CBLHJB68 - ONHAND-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-ONHAND
                       END-IF
               END-READ.

      *    INGLOTS.DAT IS REWRITTEN IN FULL FROM THIS TABLE, SO AN
      *    OVERFLOW HALTS THE RUN RATHER THAN LOSE STOCK.
           L3-LOAD-LOTS.
               READ INGRED-LOTS
                   AT END
                       MOVE 'NO' TO MORE-LOTS
                   NOT AT END
                       IF LT-LOT-NO > C-NEXT-LOT-NO
                           MOVE LT-LOT-NO TO C-NEXT-LOT-NO
                       END-IF
                       IF C-LOT-CTR < 2000
                           ADD 1 TO C-LOT-CTR
                           MOVE LT-REC TO LOT-ENTRY(C-LOT-CTR)
                       ELSE
                           DISPLAY 'CBLHJB68 - LOT-TABLE OVERFLOW, '
                               'RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-LOTS
                       END-IF
               END-READ.

      *    AS IN CBLHJB35, BOOK STOCK NOT IN ANY LOT BECOMES AN
      *    OPENING LOT DATED ZERO, AND LOTS HOLDING MORE THAN THE BOOK
      *    ARE RELIEVED OLDEST FIRST DOWN TO IT.
           L3-SYNC-LOTS.
               PERFORM L4-SUM-LOTS.
               IF ONH-ON-HAND(C-ONH-SUB) > C-LOT-TOTAL
                   COMPUTE C-ADD-QTY =
                       ONH-ON-HAND(C-ONH-SUB) - C-LOT-TOTAL
                   PERFORM L4-ADD-OPENING-LOT
               END-IF.
               IF ONH-ON-HAND(C-ONH-SUB) < C-LOT-TOTAL
                   COMPUTE C-RELIEVE-QTY =
                       C-LOT-TOTAL - ONH-ON-HAND(C-ONH-SUB)
                   SET C-RELIEVE-ANY TO TRUE
                   PERFORM L4-RELIEVE-FIFO
               END-IF.

           L4-SUM-LOTS.
               MOVE 0                      TO C-LOT-TOTAL.
               MOVE 0                      TO C-LOT-VALUE.
               PERFORM VARYING C-LOT-SUB FROM 1 BY 1
                   UNTIL C-LOT-SUB > C-LOT-CTR
                   IF LOT-INGREDIENT(C-LOT-SUB) = ONH-NAME(C-ONH-SUB)
                       ADD LOT-QTY-REMAIN(C-LOT-SUB) TO C-LOT-TOTAL
                       COMPUTE C-LOT-VALUE = C-LOT-VALUE +
                           LOT-QTY-REMAIN(C-LOT-SUB) *
                           LOT-UNIT-COST(C-LOT-SUB)
                   END-IF
               END-PERFORM.

           L4-ADD-OPENING-LOT.
               IF C-LOT-CTR < 2000
                   ADD 1 TO C-LOT-CTR
                   ADD 1 TO C-NEXT-LOT-NO
                   MOVE C-NEXT-LOT-NO      TO LOT-NO(C-LOT-CTR)
                   MOVE ONH-NAME(C-ONH-SUB)
                       TO LOT-INGREDIENT(C-LOT-CTR)
                   MOVE SPACES             TO LOT-STORE(C-LOT-CTR)
                   MOVE 0                  TO LOT-RECV-DATE(C-LOT-CTR)
                   MOVE 99999999           TO LOT-EXP-DATE(C-LOT-CTR)
                   MOVE C-ADD-QTY          TO LOT-QTY-RECV(C-LOT-CTR)
                   MOVE C-ADD-QTY          TO LOT-QTY-REMAIN(C-LOT-CTR)
                   MOVE ONH-UNIT-COST(C-ONH-SUB)
                       TO LOT-UNIT-COST(C-LOT-CTR)
               ELSE
                   DISPLAY 'CBLHJB68 - LOT-TABLE FULL, '
                       ONH-NAME(C-ONH-SUB) ' NOT OPENED AS A LOT'
                   MOVE 8 TO RETURN-CODE
               END-IF.

      *    A STORE'S USAGE COMES OFF ITS OWN OLDEST LOT FIRST, THEN
      *    OFF STOCK NOT YET ASSIGNED TO A STORE. NOTHING IS TAKEN
      *    FROM ANOTHER STORE'S SHELF - WHAT IS LEFT IS LISTED.
           L3-RELIEVE-USAGE.
               PERFORM VARYING C-ONH-SUB FROM 1 BY 1
                   UNTIL C-ONH-SUB > C-ONH-CTR
                       OR ISU-NAME = ONH-NAME(C-ONH-SUB)
               END-PERFORM.
               IF C-ONH-SUB > C-ONH-CTR
                   ADD 1 TO C-REJECT-CTR
                   MOVE ISU-QTY            TO C-RELIEVE-QTY
                   PERFORM L4-NOTE-SHORT
               ELSE
                   ADD 1 TO C-RELIEVED-CTR
                   MOVE ISU-QTY            TO C-RELIEVE-QTY
                   SET C-RELIEVE-ONE TO TRUE
                   MOVE ISU-STORE          TO C-RELIEVE-STORE
                   PERFORM L4-RELIEVE-FIFO
                   IF C-RELIEVE-QTY > 0
                       MOVE SPACES         TO C-RELIEVE-STORE
                       PERFORM L4-RELIEVE-FIFO
                   END-IF
                   COMPUTE C-TAKEN-QTY = ISU-QTY - C-RELIEVE-QTY
                   SUBTRACT C-TAKEN-QTY FROM ONH-ON-HAND(C-ONH-SUB)
                   IF C-RELIEVE-QTY > 0
                       PERFORM L4-NOTE-SHORT
                   END-IF
               END-IF.

           L4-NOTE-SHORT.
               IF C-SHT-CTR < 100
                   ADD 1 TO C-SHT-CTR
                   MOVE ISU-NAME           TO SHT-NAME(C-SHT-CTR)
                   MOVE ISU-STORE          TO SHT-STORE(C-SHT-CTR)
                   MOVE ISU-QTY            TO SHT-USAGE(C-SHT-CTR)
                   MOVE C-RELIEVE-QTY      TO SHT-SHORT(C-SHT-CTR)
                   IF C-ONH-SUB > C-ONH-CTR
                       MOVE 'NOT ON INGONHND.DAT'
                           TO SHT-MSG(C-SHT-CTR)
                   ELSE
                       MOVE 'USAGE EXCEEDS LOTS'
                           TO SHT-MSG(C-SHT-CTR)
                   END-IF
               ELSE
                   IF NOT C-SHT-OVFL
                       SET C-SHT-OVFL TO TRUE
                       DISPLAY 'CBLHJB68 - SHORT-TABLE OVERFLOW, '
                           'UNCOVERED USAGE LIST INCOMPLETE'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           L4-RELIEVE-FIFO.
               MOVE 'Y'                    TO C-LOTS-LEFT-SW.
               PERFORM L5-TAKE-OLDEST-LOT
                   UNTIL C-RELIEVE-QTY = 0
                       OR NOT C-LOTS-LEFT.

           L5-TAKE-OLDEST-LOT.
               MOVE 0                      TO C-OLDEST-SUB.
               PERFORM VARYING C-LOT-SUB FROM 1 BY 1
                   UNTIL C-LOT-SUB > C-LOT-CTR
                   IF LOT-INGREDIENT(C-LOT-SUB) = ONH-NAME(C-ONH-SUB)
                       AND LOT-QTY-REMAIN(C-LOT-SUB) > 0
                       AND (C-RELIEVE-ANY
                           OR LOT-STORE(C-LOT-SUB) = C-RELIEVE-STORE)
                       IF C-OLDEST-SUB = 0
                           MOVE C-LOT-SUB  TO C-OLDEST-SUB
                       ELSE
                           IF LOT-RECV-DATE(C-LOT-SUB) <
                                   LOT-RECV-DATE(C-OLDEST-SUB)
                               OR (LOT-RECV-DATE(C-LOT-SUB) =
                                   LOT-RECV-DATE(C-OLDEST-SUB)
                               AND LOT-NO(C-LOT-SUB) <
                                   LOT-NO(C-OLDEST-SUB))
                               MOVE C-LOT-SUB TO C-OLDEST-SUB
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
               IF C-OLDEST-SUB = 0
                   MOVE 'N'                TO C-LOTS-LEFT-SW
               ELSE
                   IF LOT-QTY-REMAIN(C-OLDEST-SUB) < C-RELIEVE-QTY
                       MOVE LOT-QTY-REMAIN(C-OLDEST-SUB)
                           TO C-TAKE-QTY
                   ELSE
                       MOVE C-RELIEVE-QTY  TO C-TAKE-QTY
                   END-IF
                   SUBTRACT C-TAKE-QTY FROM
                       LOT-QTY-REMAIN(C-OLDEST-SUB)
                   SUBTRACT C-TAKE-QTY FROM C-RELIEVE-QTY
               END-IF.

      *    A LOT STILL HOLDING STOCK THE DAY AFTER IT EXPIRES IS
      *    WRITTEN OFF IN FULL AT ITS OWN COST.
           L3-WRITE-OFF-LOT.
               IF LOT-QTY-REMAIN(C-LOT-SUB) > 0
                   AND LOT-EXP-DATE(C-LOT-SUB) < C-ASOF-DATE
                   COMPUTE C-LOT-VAL ROUNDED =
                       LOT-QTY-REMAIN(C-LOT-SUB) *
                       LOT-UNIT-COST(C-LOT-SUB)
                   MOVE C-ASOF-DATE        TO SJ-WRITEOFF-DATE
                   MOVE LOT-NO(C-LOT-SUB)  TO SJ-LOT-NO
                   MOVE LOT-INGREDIENT(C-LOT-SUB) TO SJ-INGREDIENT
                   MOVE LOT-STORE(C-LOT-SUB) TO SJ-STORE
                   MOVE LOT-EXP-DATE(C-LOT-SUB) TO SJ-EXP-DATE
                   MOVE LOT-QTY-REMAIN(C-LOT-SUB) TO SJ-QTY
                   MOVE LOT-UNIT-COST(C-LOT-SUB) TO SJ-UNIT-COST
                   MOVE C-LOT-VAL          TO SJ-VALUE
                   WRITE SJ-REC
                   ADD 1 TO C-SPOIL-CTR
                   ADD C-LOT-VAL TO C-SPOIL-VALUE
                   MOVE 'S'                TO LW-SECTION
                   PERFORM L4-WRITE-LOT-WORK
                   PERFORM VARYING C-ONH-SUB FROM 1 BY 1
                       UNTIL C-ONH-SUB > C-ONH-CTR
                           OR LOT-INGREDIENT(C-LOT-SUB) =
                               ONH-NAME(C-ONH-SUB)
                   END-PERFORM
                   IF C-ONH-SUB <= C-ONH-CTR
                       IF ONH-ON-HAND(C-ONH-SUB) <
                               LOT-QTY-REMAIN(C-LOT-SUB)
                           MOVE 0 TO ONH-ON-HAND(C-ONH-SUB)
                       ELSE
                           SUBTRACT LOT-QTY-REMAIN(C-LOT-SUB)
                               FROM ONH-ON-HAND(C-ONH-SUB)
                       END-IF
                   END-IF
                   MOVE 0 TO LOT-QTY-REMAIN(C-LOT-SUB)
               END-IF.

           L3-NOTE-EXPIRING.
               IF LOT-QTY-REMAIN(C-LOT-SUB) > 0
                   AND LOT-EXP-DATE(C-LOT-SUB) NOT > C-WARN-DATE
                   COMPUTE C-LOT-VAL ROUNDED =
                       LOT-QTY-REMAIN(C-LOT-SUB) *
                       LOT-UNIT-COST(C-LOT-SUB)
                   ADD 1 TO C-EXPIRING-CTR
                   ADD C-LOT-VAL TO C-EXPIRING-VALUE
                   MOVE 'E'                TO LW-SECTION
                   PERFORM L4-WRITE-LOT-WORK
               END-IF.

           L4-WRITE-LOT-WORK.
               MOVE LOT-STORE(C-LOT-SUB)      TO LW-STORE.
               MOVE LOT-EXP-DATE(C-LOT-SUB)   TO LW-EXP-DATE.
               MOVE LOT-INGREDIENT(C-LOT-SUB) TO LW-INGREDIENT.
               MOVE LOT-NO(C-LOT-SUB)         TO LW-LOT-NO.
               MOVE LOT-RECV-DATE(C-LOT-SUB)  TO LW-RECV-DATE.
               MOVE LOT-QTY-REMAIN(C-LOT-SUB) TO LW-QTY.
               MOVE LOT-UNIT-COST(C-LOT-SUB)  TO LW-UNIT-COST.
               MOVE C-LOT-VAL                 TO LW-VALUE.
               WRITE LW-REC.

           L3-REPORT.
               SORT LOT-SORT-WORK
                   ON ASCENDING KEY LS-SECTION
                   ON ASCENDING KEY LS-STORE
                   ON ASCENDING KEY LS-EXP-DATE
                   ON ASCENDING KEY LS-INGREDIENT
                   ON ASCENDING KEY LS-LOT-NO
                   USING LOT-WORK
                   GIVING LOT-SORTED.
               IF SORT-RETURN NOT = ZERO
                   DISPLAY 'CBLHJB68 - SORT OF LOT-WORK FAILED, '
                       'SORT-RETURN = ' SORT-RETURN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT PRTOUT.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
      *    A SECTION WITH NOTHING IN IT STILL PRINTS ITS HEADING SO
      *    THE STORES CAN SEE IT WAS CHECKED.
               IF C-EXPIRING-CTR = 0
                   PERFORM L5-EXPIRING-HEADING
                   MOVE 'NO LOTS EXPIRING IN THE WINDOW' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               OPEN INPUT LOT-SORTED.
               PERFORM L4-PRINT-LOT
                   UNTIL MORE-SORTED = 'NO'.
               CLOSE LOT-SORTED.
               IF C-PREV-SECTION NOT = SPACES
                   PERFORM L5-STORE-TOTAL
               END-IF.
               IF C-SPOIL-CTR = 0
                   PERFORM L5-SPOIL-HEADING
                   MOVE 'NO LOTS WRITTEN OFF THIS RUN' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               PERFORM L4-PRINT-SHORTS.
               PERFORM L3-TOTALS.

           L4-PRINT-LOT.
               READ LOT-SORTED
                   AT END
                       MOVE 'NO' TO MORE-SORTED
                   NOT AT END
                       PERFORM L5-PUT-LOT
               END-READ.

           L5-PUT-LOT.
               IF LD-SECTION NOT = C-PREV-SECTION
                   IF C-PREV-SECTION NOT = SPACES
                       PERFORM L5-STORE-TOTAL
                   END-IF
                   MOVE LD-SECTION         TO C-PREV-SECTION
                   IF LD-SPOILED
                       PERFORM L5-SPOIL-HEADING
                   ELSE
                       PERFORM L5-EXPIRING-HEADING
                   END-IF
                   PERFORM L5-NEW-STORE
               END-IF.
               IF LD-STORE NOT = C-PREV-STORE
                   PERFORM L5-STORE-TOTAL
                   PERFORM L5-NEW-STORE
               END-IF.
               MOVE LD-INGREDIENT          TO D-INGREDIENT.
               MOVE LD-LOT-NO              TO D-LOT-NO.
               IF LD-RECV-DATE = 0
                   MOVE 'OPENING'          TO D-RECV-DATE
               ELSE
                   STRING LD-RECV-MONTH '/' LD-RECV-DAY '/'
                       LD-RECV-YEAR DELIMITED BY SIZE
                       INTO D-RECV-DATE
               END-IF.
               MOVE LD-EXP-MONTH           TO D-EXP-MM.
               MOVE LD-EXP-DAY             TO D-EXP-DD.
               MOVE LD-EXP-YEAR            TO D-EXP-YY.
               IF LD-SPOILED
                   MOVE SPACES             TO D-DAYS-GRP-X
               ELSE
                   COMPUTE C-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(LD-EXP-DATE) -
                       FUNCTION INTEGER-OF-DATE(C-ASOF-DATE)
                   MOVE C-DAYS-LEFT        TO D-DAYS-LEFT
               END-IF.
               MOVE LD-QTY                 TO D-QTY.
               MOVE LD-UNIT-COST           TO D-UNIT-COST.
               MOVE LD-VALUE               TO D-VALUE.
               ADD LD-VALUE                TO C-STORE-VALUE.
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L5-NEW-STORE.
               MOVE LD-STORE               TO C-PREV-STORE.
               MOVE LD-STORE               TO SL-STORE.
               PERFORM L5-EVAL-STORE-NAME.
               WRITE PRTLINE FROM STORE-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 1 LINE.
               MOVE 0                      TO C-STORE-VALUE.

           L5-STORE-TOTAL.
               MOVE C-STORE-VALUE          TO ST-VALUE.
               WRITE PRTLINE FROM STORE-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.

           L5-EXPIRING-HEADING.
               MOVE 'EXPIRING STOCK BY STORE' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES.
               MOVE C-WARN-DAYS            TO WL-DAYS.
               MOVE C-WARN-DATE(5:2)       TO WL-MM.
               MOVE C-WARN-DATE(7:2)       TO WL-DD.
               MOVE C-WARN-DATE(1:4)       TO WL-YY.
               WRITE PRTLINE FROM WINDOW-LINE
                   AFTER ADVANCING 1 LINE.

           L5-SPOIL-HEADING.
               PERFORM L5-NEW-PAGE.
               MOVE 'SPOILAGE WRITE-OFFS - EXPIRED LOTS'
                   TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES.

           L5-NEW-PAGE.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.

           L5-EVAL-STORE-NAME.
               EVALUATE SL-STORE
                   WHEN '01'
                       MOVE 'DOWNTOWN'     TO SL-STORE-NAME
                   WHEN '02'
                       MOVE 'WESTSIDE'     TO SL-STORE-NAME
                   WHEN '03'
                       MOVE 'NORTH END'    TO SL-STORE-NAME
                   WHEN SPACES
                       MOVE 'UNASSIGNED'   TO SL-STORE-NAME
                   WHEN OTHER
                       MOVE 'UNKNOWN STORE' TO SL-STORE-NAME
               END-EVALUATE.

           L4-PRINT-SHORTS.
               PERFORM L5-NEW-PAGE.
               MOVE 'USAGE NOT COVERED BY LOTS - SETTLE AT NEXT COUNT'
                   TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM SHORT-HEADING
                   AFTER ADVANCING 2 LINES.
               IF C-SHT-CTR = 0
                   MOVE 'ALL USAGE RELIEVED FROM LOTS' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               PERFORM VARYING C-SHT-SUB FROM 1 BY 1
                   UNTIL C-SHT-SUB > C-SHT-CTR
                       MOVE SHT-NAME(C-SHT-SUB)  TO SD-NAME
                       MOVE SHT-STORE(C-SHT-SUB) TO SD-STORE
                       MOVE SHT-USAGE(C-SHT-SUB) TO SD-USAGE
                       MOVE SHT-SHORT(C-SHT-SUB) TO SD-SHORT
                       MOVE SHT-MSG(C-SHT-SUB)   TO SD-MSG
                       WRITE PRTLINE FROM SHORT-DETAIL-LINE
                           AFTER ADVANCING 1 LINE
               END-PERFORM.
               IF C-SHT-OVFL
                   MOVE 'SHORT-TABLE'      TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.

           L3-TOTALS.
               MOVE C-USAGE-CTR            TO GT-USAGE-CTR.
               MOVE C-RELIEVED-CTR         TO GT-RELIEVED-CTR.
               MOVE C-REJECT-CTR           TO GT-REJECT-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               MOVE C-SPOIL-CTR            TO GT-SPOIL-CTR.
               MOVE C-SPOIL-VALUE          TO GT-SPOIL-VALUE.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.
               MOVE C-EXPIRING-CTR         TO GT-EXPIRING-CTR.
               MOVE C-EXPIRING-VALUE       TO GT-EXPIRING-VALUE.
               WRITE PRTLINE FROM TOTAL-LINE3
                   AFTER ADVANCING 1 LINE.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.

      *    EMPTIED LOTS ARE DROPPED; INGTRAN.PST KEEPS THE RECEIPT
      *    AND SPOILJRN.DAT THE WRITE-OFF.
           L3-REWRITE-LOTS.
               OPEN OUTPUT INGRED-LOTS.
               PERFORM VARYING C-LOT-SUB FROM 1 BY 1
                   UNTIL C-LOT-SUB > C-LOT-CTR
                       IF LOT-QTY-REMAIN(C-LOT-SUB) > 0
                           MOVE LOT-ENTRY(C-LOT-SUB) TO LT-REC
                           WRITE LT-REC
                       END-IF
               END-PERFORM.
               CLOSE INGRED-LOTS.

      *    THE ON-HAND UNIT COST FOLLOWS THE LOTS STILL ON THE SHELF;
      *    WITH NOTHING ON HAND THE LAST COST IS KEPT FOR PRICING.
           L3-REWRITE-ONHAND.
               MOVE 'B'                TO C-AIJ-FUNCTION.
               MOVE 'INGONHND.DAT'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               OPEN OUTPUT INGRED-ONHAND.
               PERFORM VARYING C-ONH-SUB FROM 1 BY 1
                   UNTIL C-ONH-SUB > C-ONH-CTR
                       PERFORM L4-SUM-LOTS
                       IF C-LOT-TOTAL > 0
                           COMPUTE ONH-UNIT-COST(C-ONH-SUB) ROUNDED =
                               C-LOT-VALUE / C-LOT-TOTAL
                       END-IF
                       MOVE ONHAND-ENTRY(C-ONH-SUB) TO ING-REC
                       WRITE ING-REC
               END-PERFORM.
               CLOSE INGRED-ONHAND.
               MOVE 'E'                TO C-AIJ-FUNCTION.
               MOVE 'INGONHND.DAT'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB68'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-USAGE-CTR            TO RL-RECS-READ.
               MOVE C-RELIEVED-CTR         TO RL-RECS-PROCESSED.
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
               MOVE 'CBLHJB68'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-INGUSTR-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INGUSTR.DAT' DELIMITED BY SIZE
               INTO FP-INGUSTR-DAT.
           MOVE SPACES TO FP-INGONHND-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INGONHND.DAT' DELIMITED BY SIZE
               INTO FP-INGONHND-DAT.
           MOVE SPACES TO FP-INGLOTS-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INGLOTS.DAT' DELIMITED BY SIZE
               INTO FP-INGLOTS-DAT.
           MOVE SPACES TO FP-SPOILJRN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'SPOILJRN.DAT' DELIMITED BY SIZE
               INTO FP-SPOILJRN-DAT.
           MOVE SPACES TO FP-INGLCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INGLCTL.DAT' DELIMITED BY SIZE
               INTO FP-INGLCTL-DAT.
           MOVE SPACES TO FP-INGEXPR-TMP.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INGEXPR.TMP' DELIMITED BY SIZE
               INTO FP-INGEXPR-TMP.
           MOVE SPACES TO FP-INGEXPR-SRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INGEXPR.SRT' DELIMITED BY SIZE
               INTO FP-INGEXPR-SRT.
           MOVE SPACES TO FP-INGEXPIR-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INGEXPIR.PRT' DELIMITED BY SIZE
               INTO FP-INGEXPIR-PRT.
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

       END PROGRAM CBLHJB68.
