	   AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
      *    THE BOAT INPUT IS THE CLEAN FILE WRITTEN BY THE CBLHJB13
      *    FRONT-END EDIT. ALL VALIDATION AND ERROR REPORTING FOR
      *    CBLBOAT1.DAT HAPPENS THERE, ONCE, FOR BOTH BOAT REPORTS.
		   SELECT BOAT-INPUT
			   ASSIGN TO DYNAMIC FP-CBLBOAT1-EDT
				   ORGANIZATION IS LINE SEQUENTIAL
	   01 I-REC.
           05 I-LAST-NAME                 PIC X(15).
		   05 I-STATE                     PIC XX.
               88 VAL-STATES      VALUE 'IA','IL','WI','MN','NE','MO'.
		   05 I-BOAT-COST                 PIC 9(6)V99.
		   05 I-PURCHASE-DATE.
               10 I-PURCHASE-YY           PIC 9(4).
			   10 I-PURCHASE-MM           PIC 99.
			   10 I-PURCHASE-DD           PIC 99.
		   05 I-BOAT-TYPE                 PIC X.
               88 VAL-BOAT-TYPES  VALUE 'B','P','S','J','C','R'.
		   05 I-ACC-PACK         PIC 9.
			   88 VAL-ACC-PACKS   VALUE 1,2,3.
		   05 I-PREP-COST                 PIC 9(5)V99.
		   05 I-TERM-MOS                  PIC 9(3).
		   05 I-ANN-RATE                  PIC 99V99.
		   05 I-TRADE-TYPE                PIC X.
               88 VAL-TRADE-TYPES VALUE ' ','B','P','S','J','C','R'.
               88 I-TRADE-PRESENT VALUE 'B','P','S','J','C','R'.
		   05 I-TRADE-ALLOW               PIC 9(6)V99.

	   FD PRTOUT
       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-LANE              PIC X(8)    VALUE SPACES.
           05 FP-CBLBOAT1-EDT        PIC X(40)   VALUE SPACES.
           05 FP-BOATRPT1-PRT        PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.

	   01 MISC.
		   05 H-BOAT-TYPE                 PIC X.
           05 MORE-RECS                   PIC X(3)    VALUE 'YES'.
           05 C-BOAT-INPUT-STATUS         PIC XX      VALUE '00'.
		   05 C-JOB-ABEND-SW              PIC X       VALUE 'N'.
		      88 C-JOB-ABEND              VALUE 'Y'.
		   05 PAGE-CTR                    PIC 99      VALUE 0.
		   05 C-RUNLOG-RECS-READ          PIC 9(7)    VALUE 0.
           05 MORE-INV                    PIC X(3)    VALUE 'YES'.
		   05 C-INV-SUB                   PIC 9       VALUE 0.
		   05 C-RUNLOG-DATE.
			   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
			   10 C-TOTAL-COST            PIC 9(10)V99.

		   05 MJ-SUBTOTALS.
               10 C-MJ-NUM-SALES          PIC 9(6)      VALUE 0.
               10 C-MJ-TOTAL-SALES        PIC 9(11)V99  VALUE 0.
		   05 GRAND-TOTALS.
               10 C-GT-NUM-SALES          PIC 9(7)      VALUE 0.
               10 C-GT-TOTAL-SALES        PIC 9(13)V99  VALUE 0.
		   05 C-SLS-SUB                   PIC 9         VALUE 0.
           05 C-COMM-RATE                 PIC V99       VALUE .05.
		   05 C-COMMISSION                PIC 9(9)V99   VALUE 0.
           05 C-DUP-CUST-SW               PIC X         VALUE 'N'.
		      88 C-DUP-CUST               VALUE 'Y'.
		   05 C-CUST-SUB                  PIC 9(4)      VALUE 0.
           05 C-SEEN-OVFL-SW              PIC X         VALUE 'N'.
		      88 C-SEEN-OVFL              VALUE 'Y'.

	   01 SEEN-CUSTOMERS.
		   05 FILLER  PIC X VALUE 'E'.

	   01 SALES-CODE-TABLE REDEFINES SALES-CODES.
           05 SALES-CODE-ENTRY            PIC X   OCCURS 5 TIMES.

	   01 SALES-TOTALS.
		   05 SALES-TOTAL-ENTRY OCCURS 5 TIMES.
               10 SLS-NUM-SALES           PIC 9(6)      VALUE 0.
               10 SLS-TOTAL-SALES         PIC 9(11)V99  VALUE 0.

	   01 INV-TABLE.
		   05 INV-ENTRY OCCURS 6 TIMES.
			  VALUE '*** TABLE OVERFLOW - '.
		   05 OVW-TABLE-NAME   PIC X(15).
		   05 FILLER           PIC X(40)
              VALUE ' ENTRIES DROPPED, COUNTS INCOMPLETE ***'.

	   01 TITLE-LINE.
           05 FILLER                      PIC X(6)      VALUE 'DATE: '.
		   05 TITLE-DATE.
		       10 TITLE-MONTH             PIC XX.
               10 FILLER                  PIC X         VALUE '/'.
			   10 TITLE-DAY               PIC XX.
               10 FILLER                  PIC X         VALUE '/'.
			   10 TITLE-YEAR              PIC X(4).
           05 FILLER                      PIC X(39)     VALUE SPACES.
		   05 FILLER                      PIC X(23)
		      VALUE 'BIRKNER S MONTHLY SALES'.
           05 FILLER                      PIC X(46)     VALUE SPACES.
           05 FILLER                      PIC X(6)      VALUE 'PAGE: '.
		   05 TITLE-PAGE                  PIC Z9.

	   01 COL-HEADING1.
		   05 FILLER                      PIC X(8)
		      VALUE 'CUSTOMER'.
           05 FILLER                      PIC X(36)     VALUE SPACES.
           05 FILLER                      PIC X(4)      VALUE 'BOAT'.
           05 FILLER                      PIC X(9)      VALUE SPACES.
		   05 FILLER                      PIC X(8)
              VALUE 'PURCHASE'.
           05 FILLER                      PIC X(11)     VALUE SPACES.
		   05 FILLER                      PIC X(9)
              VALUE 'ACCESSORY'.
           05 FILLER                      PIC X(21)     VALUE SPACES.
           05 FILLER                      PIC X(4)      VALUE 'PREP'.
           05 FILLER                      PIC X(17)     VALUE SPACES.
           05 FILLER                      PIC X(5)      VALUE 'TOTAL'.
           05 FILLER                      PIC X(10)     VALUE SPACES.
           05 FILLER               PIC X(11) VALUE 'SALESPERSON'.

	   01 COL-HEADING2.
		   05 FILLER                      PIC X(9)
              VALUE 'LAST NAME'.
           05 FILLER                      PIC X(14)     VALUE SPACES.
           05 FILLER                      PIC X(5)      VALUE 'STATE'.
           05 FILLER                      PIC X(16)     VALUE SPACES.
           05 FILLER                      PIC X(4)      VALUE 'COST'.
           05 FILLER                      PIC X(9)      VALUE SPACES.
           05 FILLER                      PIC X(4)      VALUE 'DATE'.
           05 FILLER                      PIC X(15)     VALUE SPACES.
		   05 FILLER                      PIC X(7)
              VALUE 'PACKAGE'.
           05 FILLER                      PIC X(23)     VALUE SPACES.
           05 FILLER                      PIC X(4)      VALUE 'COST'.
           05 FILLER                      PIC X(18)     VALUE SPACES.
           05 FILLER                      PIC X(4)      VALUE 'COST'.

	   01 DETAIL-LINE.
		   05 D-LAST-NAME                 PIC X(15).
           05 FILLER                      PIC X(4)      VALUE SPACES.
		   05 D-STATE                     PIC XX.
           05 FILLER                      PIC X(6)      VALUE SPACES.
		   05 D-BOAT-COST                 PIC ZZZ,ZZZ.99.
           05 FILLER                      PIC X(4)      VALUE SPACES.
		   05 D-PURCHASE-MM               PIC XX.
           05 FILLER                      PIC X         VALUE '/'.
		   05 D-PURCHASE-DD               PIC XX.
           05 FILLER                      PIC X         VALUE '/'.
		   05 D-PURCHASE-YY               PIC 99.
           05 FILLER                      PIC X(5)      VALUE SPACES.
		   05 D-ACC-PACK                  PIC X(15).
           05 FILLER                      PIC X(4)      VALUE SPACES.
		   05 D-PREP-COST                 PIC ZZ,ZZZ.99.
           05 FILLER                      PIC X(5)      VALUE SPACES.
		   05 D-TOTAL-COST                PIC Z,ZZZ,ZZZ.99.
           05 FILLER                      PIC X(14)     VALUE SPACES.
		   05 D-SALES-CODE                PIC X.
           05 FILLER                      PIC X(3)      VALUE SPACES.
           05 D-REPEAT-FLAG               PIC X(15)     VALUE SPACES.

	   01 BOAT-LINE.
	       05 FILLER                      PIC X(11)
           05 MJ-TOTAL-SALES              PIC $,$$$,$$$,$$$.99.

	   01 TOTAL-LINE.
           05 FILLER                      PIC X(23)     VALUE SPACES.
		   05 FILLER                      PIC X(12)
              VALUE 'GRAND TOTALS'.
           05 FILLER                      PIC X(25)     VALUE SPACES.
		   05 FILLER                      PIC X(13)
		      VALUE 'NUMBER SOLD: '.
		   05 GT-NUM-SALES                PIC ZZ,ZZ9.
           05 FILLER                      PIC X(35)     VALUE SPACES.
           05 GT-TOTAL-SALES              PIC $$$,$$$,$$$,$$$.99.

	   01 INV-TITLE-LINE.
           05 FILLER                      PIC X(37)     VALUE SPACES.
		   05 FILLER                      PIC X(30)
			  VALUE 'BOAT INVENTORY - LAST UPDATE'.

	   01 INV-HEADING.
           05 FILLER                      PIC X(5)      VALUE SPACES.
		   05 FILLER                      PIC X(9)
			  VALUE 'BOAT TYPE'.
           05 FILLER                      PIC X(20)     VALUE SPACES.
           05 FILLER                      PIC X(7)      VALUE 'ON HAND'.

	   01 INV-DETAIL-LINE.
           05 FILLER                      PIC X(5)      VALUE SPACES.
		   05 INV-DETAIL-NAME             PIC X(13).
           05 FILLER                      PIC X(21)     VALUE SPACES.
		   05 INV-DETAIL-QTY              PIC Z,ZZ9.

	   01 COMMISSION-TITLE-LINE.
           05 FILLER                      PIC X(45)     VALUE SPACES.
		   05 FILLER                      PIC X(29)
              VALUE 'SALESPERSON COMMISSION REPORT'.

	   01 COMMISSION-HEADING.
           05 FILLER                      PIC X(5)      VALUE SPACES.
           05 FILLER               PIC X(11) VALUE 'SALESPERSON'.
           05 FILLER                      PIC X(6)      VALUE SPACES.
           05 FILLER                      PIC X(6)      VALUE 'NUMBER'.
           05 FILLER                      PIC X(6)      VALUE SPACES.
           05 FILLER               PIC X(11) VALUE 'TOTAL SALES'.
           05 FILLER                      PIC X(9)      VALUE SPACES.
		   05 FILLER               PIC X(10) VALUE 'COMMISSION'.

	   01 COMMISSION-DETAIL-LINE.
           05 FILLER                      PIC X(9)      VALUE SPACES.
		   05 CM-SLS-CODE                 PIC X.
           05 FILLER                      PIC X(8)      VALUE SPACES.
		   05 CM-NUM-SALES                PIC Z,ZZ9.
           05 FILLER                      PIC X(6)      VALUE SPACES.
		   05 CM-TOTAL-SALES              PIC $,$$$,$$$,$$$.99.
           05 FILLER                      PIC X(4)      VALUE SPACES.
		   05 CM-COMMISSION               PIC $,$$$,$$$,$$$.99.

       PROCEDURE DIVISION.
			       MOVE 'N'   TO RC-RERUN-FLAG.
	       CLOSE RUN-CONTROL.
	       IF RC-AS-OF-YEAR = ZERO
               MOVE FUNCTION CURRENT-DATE   TO CURRENT-DATE-AND-TIME
		       MOVE CURRENT-MONTH           TO TITLE-MONTH
		       MOVE CURRENT-DAY             TO TITLE-DAY
		       MOVE CURRENT-YEAR            TO TITLE-YEAR
	       COMPUTE C-TOTAL-COST = I-BOAT-COST + I-PREP-COST.
	
	       COMPUTE C-MJ-NUM-SALES = C-MJ-NUM-SALES + 1.
           COMPUTE C-MJ-TOTAL-SALES = C-MJ-TOTAL-SALES + C-TOTAL-COST.
	       PERFORM VARYING C-SLS-SUB FROM 1 BY 1
		       UNTIL C-SLS-SUB > 5
                   OR I-SALES-CODE = SALES-CODE-ENTRY(C-SLS-SUB)
	       END-PERFORM.
	       IF C-SLS-SUB <= 5
		       ADD 1              TO SLS-NUM-SALES(C-SLS-SUB)
	       PERFORM VARYING C-CUST-SUB FROM 1 BY 1
		       UNTIL C-CUST-SUB > C-SEEN-CTR OR C-DUP-CUST
			       IF I-LAST-NAME = C-SEEN-LNAME(C-CUST-SUB)
                       AND I-STATE = C-SEEN-STATE(C-CUST-SUB)
					       SET C-DUP-CUST TO TRUE
			       END-IF
	       END-PERFORM.
	       ELSE
		       IF NOT C-SEEN-OVFL
			       SET C-SEEN-OVFL TO TRUE
                   DISPLAY 'CBLHJB02 - SEEN-CUSTOMERS TABLE '
                       'OVERFLOW, REPEAT FLAGS INCOMPLETE'
			       MOVE 8 TO RETURN-CODE
		       END-IF
	       END-IF.
		       AFTER ADVANCING 2 LINES.
	       PERFORM VARYING C-SLS-SUB FROM 1 BY 1
		       UNTIL C-SLS-SUB > 5
                   MOVE SALES-CODE-ENTRY(C-SLS-SUB)   TO CM-SLS-CODE
                   MOVE SLS-NUM-SALES(C-SLS-SUB)      TO CM-NUM-SALES
                   MOVE SLS-TOTAL-SALES(C-SLS-SUB)    TO CM-TOTAL-SALES
			       COMPUTE C-COMMISSION ROUNDED =
                       SLS-TOTAL-SALES(C-SLS-SUB) * C-COMM-RATE
                   MOVE C-COMMISSION                  TO CM-COMMISSION
			       WRITE PRTLINE FROM COMMISSION-DETAIL-LINE
				       AFTER ADVANCING 2 LINES
	       END-PERFORM.
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
           MOVE SPACES TO FP-BOATINV-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
