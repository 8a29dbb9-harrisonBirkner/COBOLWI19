      *READY-TO-SEND ORDERS PRINT GROUPED BY VENDOR ON
      *PURCHORD.PRT WITH A PO NUMBER PER VENDOR, AND EVERY ORDER
      *LINE IS APPENDED TO THE POREG.DAT REGISTER SO RECEIPTS CAN
      *BE CHECKED AGAINST WHAT WAS ORDERED. WHEN PORDCTL.DAT
      *CARRIES AN F, THE PROJECTED USAGE IS TAKEN INSTEAD FROM THE
      *CBLHJB67 DEMAND FORECAST'S INGREDIENT NEED, FCSTING.DAT, SO
      *THE ORDER COVERS NEXT MONTH RATHER THAN LAST CYCLE. EACH
      *REGISTER LINE CARRIES THE INGREDIENT'S CURRENT UNIT COST AS
      *THE PO PRICE THE VENDOR'S INVOICE IS MATCHED AGAINST.
       PROGRAM-ID. CBLHJB36.
           AUTHOR. HARRISON BIRKNER.

               ASSIGN TO DYNAMIC FP-INGUSAGE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PORD-CTL
               ASSIGN TO DYNAMIC FP-PORDCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-PURCHORD-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.
           05 IU-NAME                  PIC X(20).
           05 IU-QTY                   PIC 9(9)V99.

           FD PORD-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS PC-REC
           RECORD CONTAINS 1 CHARACTERS.

       01 PC-REC.
           05 PC-USAGE-SOURCE          PIC X.
               88 PC-USE-FORECAST      VALUE 'F'.

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           FD PO-REGISTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PG-REC
           RECORD CONTAINS 63 CHARACTERS.

       01 PG-REC.
           05 PG-PO-NO                 PIC X(8).
           05 PG-PACKS                 PIC 9(5).
           05 PG-ORDER-DATE            PIC 9(8).
           05 PG-RECEIVED-FLAG         PIC X.
           05 PG-UNIT-PRICE            PIC 9(4)V99.

           FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           05 FP-VENDOR-SRT          PIC X(40)   VALUE SPACES.
           05 FP-INGONHND-DAT        PIC X(40)   VALUE SPACES.
           05 FP-INGUSAGE-DAT        PIC X(40)   VALUE SPACES.
           05 FP-PORDCTL-DAT         PIC X(40)   VALUE SPACES.
           05 FP-PURCHORD-PRT        PIC X(40)   VALUE SPACES.
           05 FP-POREG-DAT           PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
               05 ONHAND-ENTRY         OCCURS 100 TIMES.
                   10 ONH-NAME         PIC X(20).
                   10 ONH-ON-HAND      PIC 9(7)V99.
                   10 ONH-UNIT-COST    PIC 9(4)V99.

           01 USAGE-TABLE.
               05 USAGE-ENTRY          OCCURS 100 TIMES.
               05 FILLER               PIC X(34)
                  VALUE 'INGREDIENT PURCHASE ORDERS        '.

           01 BASIS-LINE.
               05 FILLER               PIC X(20)
                  VALUE 'PROJECTED USE FROM: '.
               05 BL-BASIS             PIC X(40)
                  VALUE 'INGUSAGE.DAT - LAST SALES CYCLE'.

           01 PO-HEAD-LINE1.
               05 FILLER               PIC X(17)
                  VALUE 'PURCHASE ORDER:  '.
               PERFORM L3-LOAD-ONHAND
                   UNTIL MORE-ONHAND = 'NO'.
               CLOSE INGRED-ONHAND.
      *    THE FORECAST NEED FILE HAS THE INGUSAGE.DAT LAYOUT, SO
      *    SWITCHING SOURCES IS ONLY A MATTER OF THE ASSIGNMENT.
               OPEN INPUT PORD-CTL.
               READ PORD-CTL
                   AT END
                       MOVE SPACE TO PC-USAGE-SOURCE.
               CLOSE PORD-CTL.
               IF PC-USE-FORECAST
                   MOVE SPACES TO FP-INGUSAGE-DAT
                   STRING FP-REGION-DIR DELIMITED BY SPACE
                       'FCSTING.DAT' DELIMITED BY SIZE
                       INTO FP-INGUSAGE-DAT
                   MOVE 'FCSTING.DAT - CBLHJB67 DEMAND FORECAST'
                       TO BL-BASIS
               END-IF.
               OPEN INPUT INGRED-USAGE.
               PERFORM L3-LOAD-USAGE
                   UNTIL MORE-USAGE = 'NO'.
                   MOVE RC-AS-OF-DATE          TO C-STAMP-DATE
               END-IF.
               WRITE PRTLINE FROM TITLE-LINE.
               WRITE PRTLINE FROM BASIS-LINE
                   AFTER ADVANCING 1 LINE.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
                           ADD 1 TO C-ONH-CTR
                           MOVE ING-NAME    TO ONH-NAME(C-ONH-CTR)
                           MOVE ING-ON-HAND TO ONH-ON-HAND(C-ONH-CTR)
                           MOVE ING-UNIT-COST TO
                               ONH-UNIT-COST(C-ONH-CTR)
                       ELSE
                           IF NOT C-ONH-OVFL
                               SET C-ONH-OVFL TO TRUE
               MOVE C-PACKS                TO PG-PACKS.
               MOVE C-STAMP-DATE           TO PG-ORDER-DATE.
               MOVE 'N'                    TO PG-RECEIVED-FLAG.
               IF C-ONH-SUB > C-ONH-CTR
                   MOVE 0                  TO PG-UNIT-PRICE
               ELSE
                   MOVE ONH-UNIT-COST(C-ONH-SUB) TO PG-UNIT-PRICE
               END-IF.
               WRITE PG-REC.

           L3-WRITE-RUN-LOG.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INGUSAGE.DAT' DELIMITED BY SIZE
               INTO FP-INGUSAGE-DAT.
           MOVE SPACES TO FP-PORDCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PORDCTL.DAT' DELIMITED BY SIZE
               INTO FP-PORDCTL-DAT.
           MOVE SPACES TO FP-PURCHORD-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PURCHORD.PRT' DELIMITED BY SIZE
