	   AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
      *    THE BOAT INPUT IS THE CLEAN FILE WRITTEN BY THE CBLHJB13
      *    FRONT-END EDIT. ALL VALIDATION AND ERROR REPORTING FOR
      *    CBLBOAT1.DAT HAPPENS THERE, ONCE, FOR BOTH BOAT REPORTS.
		   SELECT BOAT-INPUT
			   ASSIGN TO DYNAMIC FP-CBLBOAT1-EDT
				   ORGANIZATION IS LINE SEQUENTIAL
			   ASSIGN TO DYNAMIC FP-FINRAW-DAT
				   ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE HISTORY RECORD PER SALE - THE WARRANTY CLAIM RUN
      *    (CBLHJB41), THE COMMISSION STATEMENTS, AND THE TRADE-IN
      *    RESALE MATCHING ALL FEED OFF THIS ONE FILE.
		   SELECT OPTIONAL BOAT-HIST
			   ASSIGN TO DYNAMIC FP-BOATSLS-HST
				   ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE COMMISSION DETAIL RECORD PER SALE - THE YEAR-END
      *    EARNINGS STATEMENTS (CBLHJB43) ADD THESE UP INSTEAD OF
      *    THE BOOKKEEPER RE-ADDING TWELVE MONTHS OF PRINTOUTS.
		   SELECT OPTIONAL COMM-HIST
			   ASSIGN TO DYNAMIC FP-COMMHIST-DAT
				   ORGANIZATION IS LINE SEQUENTIAL.

      *    PER-HULL INVENTORY DETAIL. AN ACCEPTED TRADE-IN IS ADDED
      *    AS USED STOCK AT ITS ALLOWANCE; A LATER SALE OF THAT
      *    BOAT TYPE SELLS THE OLDEST USED HULL FIRST AND IS
      *    FLAGGED AS A RESALE FOR THE CBLHJB44 PROFIT REPORT.
		   SELECT OPTIONAL HULL-FILE
			   ASSIGN TO DYNAMIC FP-BOATHULL-DAT
				   ORGANIZATION IS LINE SEQUENTIAL.
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
		   05 I-ACC-PACK                  PIC 9.
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
           05 FP-CBLBOAT2-PRT        PIC X(40)   VALUE SPACES.
           05 FP-CBLBOAT3-YTD        PIC X(40)   VALUE SPACES.
		   05 H-BOAT-TYPE                 PIC X.
		   05 H-STATE                     PIC XX.
		   05 H-WARR-BOAT-TYPE            PIC X.
           05 MORE-RECS                   PIC X(3)    VALUE 'YES'.
           05 C-BOAT-INPUT-STATUS         PIC XX      VALUE '00'.
		   05 C-JOB-ABEND-SW              PIC X       VALUE 'N'.
		      88 C-JOB-ABEND              VALUE 'Y'.
           05 MORE-YTD                    PIC X(3)    VALUE 'YES'.
           05 MORE-INV                    PIC X(3)    VALUE 'YES'.
		   05 C-INV-SUB                   PIC 9       VALUE 0.
		   05 ERR-SW                      PIC X       VALUE 'N'.
		   05 C-YTD-NUM-SALES             PIC 9(7)      VALUE 0.
			   10 C-TODAY-MONTH           PIC 99.
			   10 C-TODAY-DAY             PIC 99.
		   05 C-TODAY-DATE-N REDEFINES C-TODAY-DATE PIC 9(8).
           05 MORE-WARR                   PIC X(3)    VALUE 'YES'.
           05 MORE-HULLS                  PIC X(3)    VALUE 'YES'.
		   05 C-HULL-CTR                  PIC 9(3)    VALUE 0.
		   05 C-HULL-SUB                  PIC 9(3)    VALUE 0.
		   05 C-OLDEST-HULL-SUB           PIC 9(3)    VALUE 0.
			   10 C-BOAT-COST             PIC 9(7)V99.
			   10 C-MARKUP-PERC           PIC 9V999.
			   10 C-TAX-RATE              PIC 9V9999.
               10 C-SLS-SUB               PIC 9         VALUE 0.
               10 C-COMM-RATE             PIC V99       VALUE .05.
               10 C-COMMISSION            PIC 9(9)V99   VALUE 0.
			   10 C-EXP-DATE.
				   15 C-EXP-DATE-YR       PIC 9(4).
				   15 C-EXP-DATE-MO       PIC 99.
				   15 C-EXP-DATE-DA       PIC 99.
               10 C-EXP-DATE-N REDEFINES C-EXP-DATE PIC 9(8).
			   10 C-DAYS-TO-EXP           PIC S9(5).
               10 C-FIN-PRINCIPAL         PIC 9(7)V99   VALUE 0.
               10 C-MO-RATE               PIC 9V9(6)    VALUE 0.
               10 C-FIN-FACTOR            PIC 9(13)V9(6) VALUE 0.
               10 C-FIN-FACTN1            PIC 9(13)V9(6) VALUE 0.
               10 C-FIN-PMT               PIC 9(6)V99   VALUE 0.
               10 C-FIRST-INT             PIC 9(6)V99   VALUE 0.
               10 C-FIRST-PRIN            PIC 9(6)V99   VALUE 0.
               10 C-LAST-BAL              PIC 9(7)V99   VALUE 0.
               10 C-LAST-INT              PIC 9(6)V99   VALUE 0.
               10 C-LAST-PMT              PIC 9(6)V99   VALUE 0.
               10 C-TOT-INT               PIC 9(7)V99   VALUE 0.
		   05 C-TAX-BASE                  PIC 9(10)V99  VALUE 0.
		   05 C-TAX-AMT                   PIC 9(8)V99   VALUE 0.
		   05 C-STX-SUB                   PIC 9         VALUE 0.
		   05 C-NET-COST                  PIC 9(10)V99  VALUE 0.
		   05 C-GT-GROSS                  PIC 9(13)V99  VALUE 0.
		   05 C-GT-ALLOW                  PIC 9(11)V99  VALUE 0.
           05 MORE-FIN                    PIC X(3)    VALUE 'YES'.
		   05 C-FIN-CTR                   PIC 9(5)    VALUE 0.
		   05 C-FIN-WORK1                 PIC 9(9)V9(6) VALUE 0.
		   05 C-FIN-WORK2                 PIC 9(9)V9(6) VALUE 0.
           05 C-FIN-DENOM                 PIC 9(13)V9(6) VALUE 0.
		   05 C-TERM-M1                   PIC 9(3)    VALUE 0.

		   05 MJ-SUBTOTALS.
               10 C-MJ-NUM-SALES          PIC 9(6)      VALUE 0.
               10 C-MJ-TOTAL-SALES        PIC 9(11)V99  VALUE 0.
		   05 MN-SUBTOTALS.
               10 C-MN-NUM-SALES          PIC 9(6)      VALUE 0.
               10 C-MN-TOTAL-SALES        PIC 9(11)V99  VALUE 0.
		   05 GRAND-TOTALS.
               10 C-GT-NUM-SALES          PIC 9(7)      VALUE 0.
               10 C-GT-TOTAL-SALES        PIC 9(13)V99  VALUE 0.
               10 C-GT-ERR-CTR            PIC 9(6)      VALUE 0.

	   01 SALES-CODES.
			   05 FILLER  PIC X VALUE 'A'.
			   05 FILLER  PIC X VALUE 'D'.
			   05 FILLER  PIC X VALUE 'E'.
	   01 SALES-CODE-TABLE REDEFINES SALES-CODES.
               05 SALES-CODE-ENTRY            PIC X   OCCURS 5 TIMES.
	   01 SALES-TOTALS.
			   05 SALES-TOTAL-ENTRY OCCURS 5 TIMES.
                   10 SLS-NUM-SALES           PIC 9(6)      VALUE 0.
                   10 SLS-TOTAL-SALES         PIC 9(11)V99  VALUE 0.

	   01 STATE-TAX-CODES.
			   05 FILLER  PIC XX VALUE 'IA'.
			   05 FILLER  PIC XX VALUE 'NE'.
			   05 FILLER  PIC XX VALUE 'MO'.
	   01 STATE-TAX-CODE-TABLE REDEFINES STATE-TAX-CODES.
               05 STX-CODE                    PIC XX  OCCURS 6 TIMES.
	   01 STATE-TAX-TOTALS.
			   05 STX-ENTRY OCCURS 6 TIMES.
                   10 STX-TAXABLE             PIC 9(11)V99  VALUE 0.
                   10 STX-TAX                 PIC 9(9)V99   VALUE 0.
                   10 STX-RATE                PIC 9V9999    VALUE 0.

	   01 INV-TABLE.
			   05 INV-ENTRY OCCURS 6 TIMES.
				   10 INV-ON-HAND             PIC 9(5).

	   01 SEEN-CUSTOMERS.
               05 C-SEEN-CTR                  PIC 9(4)    VALUE 0.
			   05 C-SEEN-CUST OCCURS 5000 TIMES.
				   10 C-SEEN-LNAME            PIC X(15).
				   10 C-SEEN-STATE            PIC XX.
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
           05 FILLER                      PIC X(6)      VALUE SPACES.
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
	       05 COL-BOAT-TYPE               PIC X(13).

	   01 MN-SUBTOTAL-LINE.
           05 FILLER                      PIC X(10)     VALUE SPACES.
		   05 FILLER                      PIC X(14)
		      VALUE 'SUBTOTALS FOR '.
		   05 MN-STATE                    PIC XX.
           05 FILLER                      PIC X(11)     VALUE SPACES.
		   05 MN-BOAT-TYPE                PIC X(13).
           05 FILLER                      PIC X(9)      VALUE SPACES.
		   05 FILLER                      PIC X(15)
		      VALUE 'NUMBER SOLD:   '.
		   05 MN-NUM-SALES                PIC Z,ZZ9.
           05 FILLER                      PIC X(37)     VALUE SPACES.
		   05 MN-TOTAL-SALES              PIC $,$$$,$$$,$$$.99.

       01 MJ-SUBTOTAL-LINE.
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

	   01 YTD-LINE.
           05 FILLER                      PIC X(23)     VALUE SPACES.
		   05 FILLER                      PIC X(19)
              VALUE 'YEAR TO DATE TOTALS'.
           05 FILLER                      PIC X(18)     VALUE SPACES.
		   05 FILLER                      PIC X(13)
		      VALUE 'NUMBER SOLD: '.
		   05 YL-NUM-SALES                PIC ZZ,ZZ9.
           05 FILLER                      PIC X(35)     VALUE SPACES.
           05 YL-TOTAL-SALES              PIC $$$,$$$,$$$,$$$.99.

	   01 INV-TITLE-LINE.
           05 FILLER                      PIC X(40)     VALUE SPACES.
		   05 FILLER                      PIC X(23)
			  VALUE 'BOAT INVENTORY ON HAND'.

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
		   05 CM-TOTAL-SALES              PIC $,$$,$$,$$.99.
           05 FILLER                      PIC X(4)      VALUE SPACES.
		   05 CM-COMMISSION               PIC $,$$,$$,$$.99.

	   01 TAX-TITLE-LINE.
           05 FILLER                      PIC X(38)     VALUE SPACES.
		   05 FILLER                      PIC X(34)
			  VALUE 'STATE SALES TAX REMITTANCE REPORT'.

	   01 TAX-HEADING.
           05 FILLER                      PIC X(5)      VALUE SPACES.
           05 FILLER                      PIC X(5)      VALUE 'STATE'.
           05 FILLER                      PIC X(8)      VALUE SPACES.
		   05 FILLER                      PIC X(13)
			  VALUE 'TAXABLE SALES'.
           05 FILLER                      PIC X(8)      VALUE SPACES.
		   05 FILLER                      PIC X(13)
			  VALUE 'TAX COLLECTED'.
           05 FILLER                      PIC X(8)      VALUE SPACES.
		   05 FILLER                      PIC X(9)
			  VALUE 'RATE USED'.

	   01 TAX-DETAIL-LINE.
           05 FILLER                      PIC X(6)      VALUE SPACES.
		   05 TD-STATE                    PIC XX.
           05 FILLER                      PIC X(5)      VALUE SPACES.
		   05 TD-TAXABLE                  PIC $$,$$$,$$$,$$9.99.
           05 FILLER                      PIC X(5)      VALUE SPACES.
		   05 TD-TAX                      PIC $$$,$$$,$$9.99.
           05 FILLER                      PIC X(8)      VALUE SPACES.
		   05 TD-RATE                     PIC Z9.99.
           05 FILLER                      PIC X         VALUE '%'.

	   01 TRADE-LINE.
           05 FILLER                      PIC X(4)      VALUE SPACES.
		   05 FILLER                      PIC X(10)
			  VALUE 'TRADE-IN: '.
		   05 TL-TRADE-NAME               PIC X(13).
		   05 TL-ALLOW                    PIC $$$,$$9.99.
		   05 FILLER                      PIC X(13)
			  VALUE '  NET OF TRADE'.
           05 FILLER                      PIC X         VALUE SPACES.
		   05 TL-NET                      PIC $,$$$,$$9.99.

	   01 GROSS-TOTAL-LINE.
           05 FILLER                      PIC X(23)     VALUE SPACES.
		   05 FILLER                      PIC X(19)
			  VALUE 'GROSS SALES        '.
           05 FILLER                      PIC X(52)     VALUE SPACES.
           05 GT-GROSS                    PIC $$$,$$$,$$$,$$$.99.

	   01 ALLOW-TOTAL-LINE.
           05 FILLER                      PIC X(23)     VALUE SPACES.
		   05 FILLER                      PIC X(19)
			  VALUE 'TRADE ALLOWANCES   '.
           05 FILLER                      PIC X(52)     VALUE SPACES.
           05 GT-ALLOW                    PIC $$$,$$$,$$$,$$$.99.

	   01 FIN-TITLE-LINE.
           05 FILLER                      PIC X(38)     VALUE SPACES.
		   05 FILLER                      PIC X(43)
              VALUE 'BOAT FINANCING - PAYMENT AND AMORTIZATION'.

	   01 FIN-HEADING1.
		   05 FILLER                      PIC X(15)
			  VALUE 'CUSTOMER'.
           05 FILLER                      PIC X(6)      VALUE SPACES.
		   05 FILLER                      PIC X(9)
			  VALUE 'PRINCIPAL'.
           05 FILLER                      PIC X(6)      VALUE SPACES.
           05 FILLER                      PIC X(4)      VALUE 'TERM'.
           05 FILLER                      PIC X(2)      VALUE SPACES.
           05 FILLER                      PIC X(5)      VALUE 'RATE '.
           05 FILLER                      PIC X(2)      VALUE SPACES.
		   05 FILLER                      PIC X(11)
			  VALUE 'MONTHLY PMT'.
           05 FILLER                      PIC X(2)      VALUE SPACES.
		   05 FILLER                      PIC X(13)
			  VALUE 'FIRST PMT INT'.
           05 FILLER                      PIC X(2)      VALUE SPACES.
		   05 FILLER                      PIC X(14)
			  VALUE 'FIRST PMT PRIN'.
           05 FILLER                      PIC X(4)      VALUE SPACES.
		   05 FILLER                      PIC X(8)
			  VALUE 'LAST PMT'.
           05 FILLER                      PIC X(6)      VALUE SPACES.
		   05 FILLER                      PIC X(9)
			  VALUE 'TOTAL INT'.

	   01 FIN-DETAIL-LINE.
		   05 FD-LAST-NAME                PIC X(15).
           05 FILLER                      PIC X(3)      VALUE SPACES.
		   05 FD-PRINCIPAL                PIC $,$$$,$$9.99.
           05 FILLER                      PIC X(3)      VALUE SPACES.
		   05 FD-TERM                     PIC ZZ9.
           05 FILLER                      PIC X(2)      VALUE SPACES.
		   05 FD-RATE                     PIC Z9.99.
           05 FILLER                      PIC X(3)      VALUE SPACES.
		   05 FD-PMT                      PIC $$$,$$9.99.
           05 FILLER                      PIC X(5)      VALUE SPACES.
		   05 FD-FIRST-INT                PIC $$$,$$9.99.
           05 FILLER                      PIC X(6)      VALUE SPACES.
		   05 FD-FIRST-PRIN               PIC $$$,$$9.99.
           05 FILLER                      PIC X(3)      VALUE SPACES.
		   05 FD-LAST-PMT                 PIC $$$,$$9.99.
           05 FILLER                      PIC X(3)      VALUE SPACES.
		   05 FD-TOT-INT                  PIC $,$$$,$$9.99.

	   01 FIN-NONE-LINE.
           05 FILLER                      PIC X(38)     VALUE SPACES.
		   05 FILLER                      PIC X(26)
			  VALUE 'NO FINANCED DEALS THIS RUN'.

	   01 WARR-TITLE-LINE.
           05 FILLER                      PIC X(40)     VALUE SPACES.
		   05 FILLER                      PIC X(39)
              VALUE 'BOAT WARRANTIES EXPIRING WITHIN 90 DAYS'.

	   01 WARR-HEADING.
           05 FILLER                      PIC X(5)      VALUE SPACES.
		   05 FILLER                      PIC X(9)
			  VALUE 'LAST NAME'.
           05 FILLER                      PIC X(15)     VALUE SPACES.
           05 FILLER                      PIC X(5)      VALUE 'STATE'.
           05 FILLER                      PIC X(9)      VALUE SPACES.
		   05 FILLER                      PIC X(11)
			  VALUE 'EXPIRATION'.
           05 FILLER                      PIC X(9)      VALUE SPACES.
		   05 FILLER               PIC X(9) VALUE 'DAYS LEFT'.

	   01 WARR-BOAT-LINE.
		   05 WARR-COL-BOAT-TYPE          PIC X(13).

	   01 WARR-DETAIL-LINE.
           05 FILLER                      PIC X(5)      VALUE SPACES.
		   05 WD-LAST-NAME                PIC X(15).
           05 FILLER                      PIC X(9)      VALUE SPACES.
		   05 WD-STATE                    PIC XX.
           05 FILLER                      PIC X(12)     VALUE SPACES.
		   05 WD-EXP-MM                   PIC XX.
           05 FILLER                      PIC X         VALUE '/'.
		   05 WD-EXP-DD                   PIC XX.
           05 FILLER                      PIC X         VALUE '/'.
		   05 WD-EXP-YY                   PIC X(4).
           05 FILLER                      PIC X(9)      VALUE SPACES.
		   05 WD-DAYS-LEFT                PIC ZZ9.

	   01 WARR-NONE-LINE.
           05 FILLER                      PIC X(5)      VALUE SPACES.
		   05 FILLER                      PIC X(33)
			  VALUE 'NO WARRANTIES EXPIRING SOON'.

		           MOVE 5415.30		      TO C-ACC-PACK-COST
	           WHEN '2'
		           MOVE 'SKI PACKAGE'     TO D-ACC-PACK
                   MOVE 3980.00           TO C-ACC-PACK-COST
	           WHEN '3'
		           MOVE 'FISHING PACKAGE' TO D-ACC-PACK
                   MOVE 345.45            TO C-ACC-PACK-COST
           END-EVALUATE.
           PERFORM L5-EVAL-STATE-TAX.
           COMPUTE C-BOAT-COST ROUNDED = I-BOAT-COST * C-MARKUP-PERC.
           ADD C-MN-NUM-SALES             TO C-MJ-NUM-SALES.
           ADD C-MN-TOTAL-SALES           TO C-MJ-TOTAL-SALES.
   
           MOVE 0                         TO C-MN-NUM-SALES.
		   MOVE 0                         TO C-MN-TOTAL-SALES.
   
           MOVE I-STATE					  TO H-STATE.
	           WHEN 'B'
		           MOVE 'BASS BOAT'       TO COL-BOAT-TYPE
		           MOVE 'BASS BOAT'       TO MJ-BOAT-TYPE
                   MOVE 'BASS BOAT'       TO MN-BOAT-TYPE
                   MOVE 1.33              TO C-MARKUP-PERC
	           WHEN 'P'
		           MOVE 'PONTOON'         TO COL-BOAT-TYPE
		           MOVE 'PONTOON'         TO MJ-BOAT-TYPE
                   MOVE 'PONTOON'         TO MN-BOAT-TYPE
                   MOVE 1.25              TO C-MARKUP-PERC
	           WHEN 'S'
		           MOVE 'SKI BOAT'        TO COL-BOAT-TYPE
		           MOVE 'SKI BOAT'        TO MJ-BOAT-TYPE
                   MOVE 'SKI BOAT'        TO MN-BOAT-TYPE
                   MOVE 1.425             TO C-MARKUP-PERC
	           WHEN 'J'
		           MOVE 'JOHN BOAT'       TO COL-BOAT-TYPE
		           MOVE 'JOHN BOAT'       TO MJ-BOAT-TYPE
                   MOVE 'JOHN BOAT'       TO MN-BOAT-TYPE
                   MOVE 1.33              TO C-MARKUP-PERC
	           WHEN 'C'
		           MOVE 'CANOE'           TO COL-BOAT-TYPE
		           MOVE 'CANOE'           TO MJ-BOAT-TYPE
                   MOVE 'CANOE'           TO MN-BOAT-TYPE
                   MOVE 1.20              TO C-MARKUP-PERC
	           WHEN 'R'
		           MOVE 'CABIN CRUISER'   TO COL-BOAT-TYPE
		           MOVE 'CABIN CRUISER'   TO MJ-BOAT-TYPE
                   MOVE 'CABIN CRUISER'   TO MN-BOAT-TYPE
                   MOVE 1.30              TO C-MARKUP-PERC
           END-EVALUATE.

       L5-EVAL-STATE-TAX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CBLB03CK.DAT' DELIMITED BY SIZE
               INTO FP-CBLB03CK-DAT.
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
           MOVE SPACES TO FP-STTAXEXT-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
