			   ASSIGN TO DYNAMIC FP-INGUSAGE-DAT
				   ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT INGRED-STORE-USAGE
			   ASSIGN TO DYNAMIC FP-INGUSTR-DAT
				   ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT OPTIONAL RUN-CONTROL
			   ASSIGN TO DYNAMIC FP-RUNCTL-DAT
				   ORGANIZATION IS LINE SEQUENTIAL.
	       05 IU-NAME                 PIC X(20).
	       05 IU-QTY                  PIC 9(9)V99.

	   FD INGRED-STORE-USAGE
	   LABEL RECORD IS STANDARD
	   DATA RECORD IS ISU-REC
	   RECORD CONTAINS 33 CHARACTERS.

	   01 ISU-REC.
	       05 ISU-NAME                PIC X(20).
	       05 ISU-STORE               PIC XX.
	       05 ISU-QTY                 PIC 9(9)V99.

	   FD RUN-CONTROL
	   LABEL RECORD IS STANDARD
	   DATA RECORD IS RC-REC
	   FD SALES-HIST
	   LABEL RECORD IS STANDARD
	   DATA RECORD IS SH-REC
	   RECORD CONTAINS 32 CHARACTERS.

	   01 SH-REC.
	       05 SH-ITEM-NO              PIC X(4).
	       05 SH-YEAR                 PIC 9(4).
	       05 SH-MONTH                PIC 99.
	       05 SH-TOTAL-SALES          PIC 9(13).
	       05 SH-STORE                PIC XX.
	       05 SH-UNITS                PIC 9(7).

	   FD SALES-HIST-NEW
	   LABEL RECORD IS STANDARD
	   DATA RECORD IS SHN-REC
	   RECORD CONTAINS 32 CHARACTERS.

	   01 SHN-REC.
	       05 SHN-ITEM-NO             PIC X(4).
	       05 SHN-YEAR                PIC 9(4).
	       05 SHN-MONTH               PIC 99.
	       05 SHN-TOTAL-SALES         PIC 9(13).
	       05 SHN-STORE               PIC XX.
	       05 SHN-UNITS               PIC 9(7).

	   FD HIST-BACKUP
	   LABEL RECORD IS STANDARD
	   DATA RECORD IS HB-REC
	   RECORD CONTAINS 32 CHARACTERS.

	   01 HB-REC.
	       05 HB-ITEM-NO              PIC X(4).
	       05 HB-YEAR                 PIC 9(4).
	       05 HB-MONTH                PIC 99.
	       05 HB-TOTAL-SALES          PIC 9(13).
	       05 HB-STORE                PIC XX.
	       05 HB-UNITS                PIC 9(7).

	   FD RUN-LOG
	   LABEL RECORD IS STANDARD
       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-LANE              PIC X(8)    VALUE SPACES.
           05 FP-CBLPIZZA-DAT        PIC X(40)   VALUE SPACES.
           05 FP-PIZZASRT-DAT        PIC X(40)   VALUE SPACES.
           05 FP-PIZZARPT-PRT        PIC X(40)   VALUE SPACES.
           05 FP-INGONHND-DAT        PIC X(40)   VALUE SPACES.
           05 FP-PROMO-DAT           PIC X(40)   VALUE SPACES.
           05 FP-INGUSAGE-DAT        PIC X(40)   VALUE SPACES.
           05 FP-INGUSTR-DAT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-PIZZASUM-DAT        PIC X(40)   VALUE SPACES.
           05 FP-PIZZAHST-DAT        PIC X(40)   VALUE SPACES.
		       88  C-PER-OVFL          VALUE 'Y'.
		   05  C-USE-OVFL-SW           PIC X       VALUE 'N'.
		       88  C-USE-OVFL          VALUE 'Y'.
		   05  C-SUS-CTR               PIC 999     VALUE 0.
		   05  C-SUS-SUB               PIC 999     VALUE 0.
		   05  C-SUS-OVFL-SW           PIC X       VALUE 'N'.
		       88  C-SUS-OVFL          VALUE 'Y'.
		   05  MORE-PROMOS             PIC X(3)    VALUE 'YES'.
		   05  C-PMO-CTR               PIC 99      VALUE 0.
		   05  C-PMO-SUB               PIC 99      VALUE 0.
	   01 TREND-TABLE.
		   05 TREND-ITEM-ROW        OCCURS 100 TIMES.
			   10 TREND-ITEM-CTR    PIC 9         VALUE 0.
               10 TREND-MONTH-SALES PIC 9(13)     OCCURS 6 TIMES
                                                   VALUE 0.

	   01 ITEM-TABLE.
		   05 ITEM-TABLE-ENTRY OCCURS 100 TIMES.
			   10 USE-NAME           PIC X(20).
			   10 USE-QTY            PIC 9(9)V99.

	   01 STORE-USAGE-TABLE.
		   05 STORE-USAGE-ENTRY OCCURS 300 TIMES.
			   10 SUS-NAME           PIC X(20).
			   10 SUS-STORE          PIC XX.
			   10 SUS-QTY            PIC 9(9)V99.

	   01 PROMO-TABLE.
		   05 PROMO-ENTRY OCCURS 50 TIMES.
			   10 PMO-CODE           PIC X(4).
			  VALUE '*** TABLE OVERFLOW - '.
		   05 OVW-TABLE-NAME   PIC X(15).
		   05 FILLER           PIC X(40)
              VALUE ' ENTRIES DROPPED, COUNTS INCOMPLETE ***'.

	   01 TITLE-LINE.
	       05 FILLER                 PIC X(6)      VALUE 'DATE: '.
		   05 TITLE-DATE.
		       10 TITLE-MONTH        PIC XX.
               10 FILLER             PIC X         VALUE '/'.
			   10 TITLE-DAY          PIC XX.
		       10 FILLER             PIC X         VALUE '/'.
			   10 TITLE-YEAR         PIC X(4).
		   05 FILLER                 PIC X(23)
		      VALUE 'BIRKNER S MONTHLY SALES'.
		   05 FILLER                 PIC X(46)     VALUE SPACES.
           05 FILLER                 PIC X(6)      VALUE 'PAGE: '.
		   05 TITLE-PAGE             PIC Z9.

	   01 STORE-LINE.
           05 FILLER                 PIC X(7)      VALUE 'STORE: '.
		   05 COL-STORE-CODE         PIC XX.
		   05 FILLER                 PIC X(3)      VALUE ' - '.
		   05 COL-STORE-NAME         PIC X(15).
	       05 FILLER                 PIC X(6)      VALUE 'DATE: '.
		   05 ERR-TITLE-DATE.
		       10 ERR-TITLE-MONTH    PIC XX.
               10 FILLER             PIC X         VALUE '/'.
			   10 ERR-TITLE-DAY      PIC XX.
		       10 FILLER             PIC X         VALUE '/'.
			   10 ERR-TITLE-YEAR     PIC X(4).
		   05 FILLER                 PIC X(39)     VALUE SPACES.
           05 FILLER                 PIC X(12)     VALUE 'PIZZA ERRORS'.
		   05 FILLER                 PIC X(57)     VALUE SPACES.
           05 FILLER                 PIC X(6)      VALUE 'PAGE: '.
		   05 ERR-TITLE-PAGE         PIC Z9.

	   01 ERR-COL-HEADING.
           05 FILLER                 PIC X(12)     VALUE 'ERROR RECORD'.
		   05 FILLER                 PIC X(40)     VALUE SPACES.
		   05 FILLER                 PIC X(17)
              VALUE 'ERROR DESCRIPTION'.
		   05 ERR-MSG                PIC X(60).

	   01 ERR-TOTAL-LINE.
           05 FILLER           PIC X(13)     VALUE 'TOTAL ERRORS '.
		   05 GT-ERR-CTR             PIC Z,ZZ9.

	   01 PRICE-VAR-LINE.
		   05 FILLER                 PIC X(5)      VALUE SPACES.
		   05 FILLER                 PIC X(4)      VALUE 'ITEM'.
		   05 FILLER                 PIC X(23)     VALUE SPACES.
           05 FILLER                 PIC X(5)      VALUE 'PRIOR'.
		   05 FILLER                 PIC X(7)      VALUE SPACES.
           05 FILLER                 PIC X(7)      VALUE 'CURRENT'.
		   05 FILLER                 PIC X(9)      VALUE SPACES.
		   05 FILLER                 PIC X(14)
              VALUE 'SALES INCREASE'.
		   05 FILLER                 PIC X(8)      VALUE SPACES.
           05 FILLER                 PIC X(9)      VALUE 'INCR/DECR'.
		   05 FILLER                 PIC X(10)     VALUE SPACES.
		   05 FILLER                 PIC X(4)      VALUE 'SALE'.
		   05 FILLER                 PIC X(10)     VALUE SPACES.

	   01 COL-HEADING2.
	       05 FILLER                 PIC X(4)      VALUE SPACES.
           05 FILLER                 PIC X(6)      VALUE 'NUMBER'.
		   05 FILLER                 PIC X(4)      VALUE SPACES.
           05 FILLER                 PIC X(10)     VALUE 'SALES DATE'.
		   05 FILLER                 PIC X(9)      VALUE SPACES.
		   05 FILLER                 PIC X(3)      VALUE 'QTY'.
		   05 FILLER                 PIC X(10)     VALUE SPACES.
		   05 FILLER                 PIC X(13)
              VALUE '/DECREASE AMT'.
		   05 FILLER                 PIC X(9)      VALUE SPACES.
           05 FILLER                 PIC X(10)     VALUE 'PERCENTAGE'.
		   05 FILLER                 PIC X(8)      VALUE SPACES.
           05 FILLER                 PIC X(5)      VALUE 'PRICE'.
		   05 FILLER                 PIC X(10)     VALUE SPACES.
           05 FILLER                 PIC X(11)     VALUE 'TOTAL SALES'.
		   05 FILLER                 PIC X(10)     VALUE SPACES.
           05 FILLER                 PIC X(11)     VALUE 'DESCRIPTION'.

	   01 DETAIL-LINE.
		   05 FILLER                 PIC X(4)      VALUE SPACES.
		   05 GT-TOTAL-SALES         PIC $$,$$$,$$$,$$$.99.

	   01 TOTAL-LINE2.
           05 FILLER                 PIC X(25)       VALUE SPACES.
		   05 FILLER                 PIC X(38)
		      VALUE 'AVERAGE INCREASE/DECREASE AMOUNT:'.
           05 FILLER                 PIC X(5)        VALUE SPACES.
		   05 GT-AVG-INC-DEC-AMT     PIC ZZ,ZZ9B-.    

	   01 TOTAL-LINE3.
           05 FILLER                 PIC X(21)       VALUE SPACES.
		   05 FILLER                 PIC X(37)
		      VALUE 'AVERAGE INCREASE/DECREASE PERCENTAGE:'.
           05 FILLER                 PIC X(7)        VALUE SPACES.
		   05 GT-AVG-INC-DEC-PCT     PIC +++9B.
		   05 FILLER                 PIC X           VALUE '%'.

		   05 FILLER                 PIC X(5)      VALUE SPACES.
		   05 FILLER                 PIC X(4)      VALUE 'ITEM'.
		   05 FILLER                 PIC X(6)      VALUE SPACES.
           05 FILLER                 PIC X(11)     VALUE 'DESCRIPTION'.
		   05 FILLER                 PIC X(9)      VALUE SPACES.
           05 FILLER                 PIC X(9)      VALUE 'INCR/DECR'.
		   05 FILLER                 PIC X(6)      VALUE SPACES.
           05 FILLER                 PIC X(10)     VALUE 'PERCENTAGE'.

	   01 DECLINE-DETAIL-LINE.
		   05 FILLER                 PIC X(5)      VALUE SPACES.
		   05 FILLER                 PIC X(4)      VALUE SPACES.
		   05 FILLER                 PIC X(4)      VALUE 'ITEM'.
		   05 FILLER                 PIC X(6)      VALUE SPACES.
           05 FILLER                 PIC X(11)     VALUE 'DESCRIPTION'.
		   05 FILLER                 PIC X(8)      VALUE SPACES.
           05 FILLER                 PIC X(11)     VALUE 'TOTAL SALES'.

	   01 TOPSELL-DETAIL-LINE.
		   05 FILLER                 PIC X(6)      VALUE SPACES.

	   01 INGRED-HEADING.
		   05 FILLER                 PIC X(5)      VALUE SPACES.
           05 FILLER                 PIC X(10)     VALUE 'INGREDIENT'.
		   05 FILLER                 PIC X(15)     VALUE SPACES.
		   05 FILLER                 PIC X(15)
	          VALUE 'PROJECTED USAGE'.
		   05 FILLER                 PIC X(8)      VALUE SPACES.
           05 FILLER                 PIC X(7)      VALUE 'ON HAND'.
		   05 FILLER                 PIC X(8)      VALUE SPACES.
           05 FILLER                 PIC X(7)      VALUE 'REORDER'.

	   01 INGRED-DETAIL-LINE.
		   05 FILLER                 PIC X(5)      VALUE SPACES.
		   05 FILLER                 PIC X(5)      VALUE SPACES.
		   05 FILLER                 PIC X(4)      VALUE 'ITEM'.
		   05 FILLER                 PIC X(17)     VALUE SPACES.
           05 FILLER                 PIC X(6)      VALUE '6 MO.'.
           05 FILLER                 PIC X(6)      VALUE '5 MO.'.
           05 FILLER                 PIC X(6)      VALUE '4 MO.'.
           05 FILLER                 PIC X(6)      VALUE '3 MO.'.
           05 FILLER                 PIC X(6)      VALUE '2 MO.'.
		   05 FILLER                 PIC X(6)      VALUE 'LAST'.

	   01 TREND-DETAIL-LINE.
	   L2-INIT.
		   OPEN INPUT PIZZA-INPUT.
		   IF C-PIZZA-INPUT-STATUS NOT = '00'
               DISPLAY 'CBLHJB01 - UNABLE TO OPEN PIZZA-INPUT, '
				   'STATUS = ' C-PIZZA-INPUT-STATUS
			   MOVE 16 TO RETURN-CODE
			   SET C-JOB-ABEND TO TRUE
			   USING PIZZA-INPUT
			   GIVING PIZZA-SORTED.
		   IF SORT-RETURN NOT = ZERO
               DISPLAY 'CBLHJB01 - SORT OF PIZZA-INPUT FAILED, '
				   'SORT-RETURN = ' SORT-RETURN
			   MOVE 16 TO RETURN-CODE
			   STOP RUN
				   MOVE 'N'   TO RC-RERUN-FLAG.
		   CLOSE RUN-CONTROL.
		   IF RC-AS-OF-YEAR = ZERO
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME
			   MOVE CURRENT-MONTH          TO TITLE-MONTH
			   MOVE CURRENT-DAY            TO TITLE-DAY
			   MOVE CURRENT-YEAR           TO TITLE-YEAR
               MOVE CURRENT-MONTH          TO ERR-TITLE-MONTH
			   MOVE CURRENT-DAY            TO ERR-TITLE-DAY
			   MOVE CURRENT-YEAR           TO ERR-TITLE-YEAR
		   ELSE
			   MOVE RC-AS-OF-MONTH         TO TITLE-MONTH
			   MOVE RC-AS-OF-DAY           TO TITLE-DAY
			   MOVE RC-AS-OF-YEAR          TO TITLE-YEAR
               MOVE RC-AS-OF-MONTH         TO ERR-TITLE-MONTH
			   MOVE RC-AS-OF-DAY           TO ERR-TITLE-DAY
			   MOVE RC-AS-OF-YEAR          TO ERR-TITLE-YEAR
		   END-IF.
		   IF RC-AS-OF-YEAR = ZERO
               MOVE CURRENT-YEAR(1:4)      TO C-STAMP-DATE(1:4)
               MOVE CURRENT-MONTH          TO C-STAMP-DATE(5:2)
               MOVE CURRENT-DAY            TO C-STAMP-DATE(7:2)
		   ELSE
			   MOVE RC-AS-OF-DATE          TO C-STAMP-DATE
		   END-IF.
	   L3-VALIDATION.
		   MOVE 'N' TO ERR-SW.
			   IF NOT VAL-STORES
                   MOVE 'STORE CODE MUST BE 01, 02, OR 03' TO ERR-MSG
				   MOVE 'Y' TO ERR-SW
				   GO TO L3-VALIDATION-EXIT.

			   MOVE I-PIZZA-CUR-DATE TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
			   IF C-DATE-STATUS NOT = 'Y'
                   MOVE 'SALES DATE IS NOT A VALID DATE' TO ERR-MSG
				   MOVE 'Y' TO ERR-SW
				   GO TO L3-VALIDATION-EXIT.

			   IF I-PIZZA-PROMO NOT = SPACES
				   PERFORM VARYING C-PMO-SUB FROM 1 BY 1
					   UNTIL C-PMO-SUB > C-PMO-CTR
                           OR I-PIZZA-PROMO = PMO-CODE(C-PMO-SUB)
				   END-PERFORM
				   IF C-PMO-SUB > C-PMO-CTR
                       MOVE 'PROMO CODE NOT ON PROMO MASTER'
						   TO ERR-MSG
					   MOVE 'Y' TO ERR-SW
					   GO TO L3-VALIDATION-EXIT
				   IF I-PIZZA-CUR-DATE-N <
					   PMO-START-DATE(C-PMO-SUB)
					   OR I-PIZZA-CUR-DATE-N >
                           PMO-END-DATE(C-PMO-SUB)
                       MOVE 'PROMO NOT IN EFFECT ON SALE DATE'
						   TO ERR-MSG
					   MOVE 'Y' TO ERR-SW
					   GO TO L3-VALIDATION-EXIT
			   END-IF.

			   IF I-PIZZA-PREV-QTY NOT NUMERIC
                   MOVE 'PRIOR QUANTITY IS NOT NUMERIC' TO ERR-MSG
				   MOVE 'Y' TO ERR-SW
				   GO TO L3-VALIDATION-EXIT.

			   IF I-PIZZA-CUR-QTY NOT NUMERIC
                   MOVE 'CURRENT QUANTITY IS NOT NUMERIC' TO ERR-MSG
				   MOVE 'Y' TO ERR-SW
				   GO TO L3-VALIDATION-EXIT.

			   IF I-PIZZA-PREV-QTY = 0
				   AND I-PIZZA-CUR-QTY > 0
                   MOVE 'PRIOR QUANTITY IS ZERO' TO ERR-MSG
				   MOVE 'Y' TO ERR-SW
				   GO TO L3-VALIDATION-EXIT.

			   IF I-PIZZA-PREV-QTY > 0
                   AND I-PIZZA-CUR-QTY > I-PIZZA-PREV-QTY * 10
                   MOVE 'CURRENT QTY MORE THAN 10X PRIOR QTY' TO ERR-MSG
				   MOVE 'Y' TO ERR-SW
				   GO TO L3-VALIDATION-EXIT.

			   AFTER ADVANCING 2 LINES.

	   L3-CALCS.
           COMPUTE C-INC-DEC-AMT = I-PIZZA-CUR-QTY - I-PIZZA-PREV-QTY.
		   IF I-PIZZA-PREV-QTY = 0
			   MOVE 0 TO C-INC-DEC-PCT
		   ELSE
			   COMPUTE C-INC-DEC-PCT =
                   C-INC-DEC-AMT / I-PIZZA-PREV-QTY * 100
		   END-IF.
		   PERFORM L4-FIND-MASTER-PRICE.
		   IF I-PIZZA-PROMO NOT = SPACES
			   PERFORM L4-APPLY-PROMO-PRICE
		   END-IF.
           COMPUTE C-TOTAL-SALES = C-MASTER-PRICE * I-PIZZA-CUR-QTY.
           COMPUTE C-NUM-SALES = C-NUM-SALES + 1.
		   ADD 1                TO C-ST-NUM-SALES.
		   ADD C-TOTAL-SALES    TO C-ST-TOTAL-SALES.
		   MOVE I-PIZZA-CUR-YY         TO SHN-YEAR.
		   MOVE I-PIZZA-CUR-MM         TO SHN-MONTH.
		   MOVE C-TOTAL-SALES          TO SHN-TOTAL-SALES.
		   MOVE I-PIZZA-STORE          TO SHN-STORE.
		   MOVE I-PIZZA-CUR-QTY        TO SHN-UNITS.
		   WRITE SHN-REC.
		   PERFORM VARYING C-PER-SUB FROM 1 BY 1
			   UNTIL C-PER-SUB > C-PER-CTR
                   OR (I-PIZZA-CUR-YY = PER-YEAR(C-PER-SUB)
                       AND I-PIZZA-CUR-MM = PER-MONTH(C-PER-SUB))
		   END-PERFORM.
		   IF C-PER-SUB > C-PER-CTR
			   IF C-PER-CTR < 24
				   ADD 1 TO C-PER-CTR
                   MOVE I-PIZZA-CUR-YY TO PER-YEAR(C-PER-CTR)
                   MOVE I-PIZZA-CUR-MM TO PER-MONTH(C-PER-CTR)
                   MOVE 'N'            TO PER-REPLACED-SW(C-PER-CTR)
			   ELSE
				   IF NOT C-PER-OVFL
					   SET C-PER-OVFL TO TRUE
                       DISPLAY 'CBLHJB01 - PERIOD-TABLE OVERFLOW, '
                           'HISTORY REPLACE INCOMPLETE'
					   MOVE 8 TO RETURN-CODE
				   END-IF
			   END-IF
	   L3-CHECK-DECLINE.
		   IF C-INC-DEC-PCT <= -10
			   MOVE I-PIZZA-ITEM-NO        TO RAWDEC-ITEM-NO
               MOVE D-PIZZA-NAME           TO RAWDEC-ITEM-NAME
			   MOVE C-INC-DEC-PCT          TO RAWDEC-PCT
			   MOVE I-PIZZA-STORE          TO RAWDEC-STORE
			   WRITE DECLINE-RAW-REC
			   WHEN '03'
				   MOVE 'NORTH END'    TO COL-STORE-NAME
			   WHEN OTHER
                   MOVE 'UNKNOWN STORE' TO COL-STORE-NAME
		   END-EVALUATE.

	   L3-MOVE-PRINT.
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
                           DISPLAY 'CBLHJB01 - RECIPE-TABLE '
                               'OVERFLOW, USAGE INCOMPLETE'
						   MOVE 8 TO RETURN-CODE
					   END-IF
				   END-IF
			   NOT AT END
				   IF C-ONH-CTR < 100
					   ADD 1 TO C-ONH-CTR
                       MOVE ING-NAME    TO ONH-NAME(C-ONH-CTR)
                       MOVE ING-ON-HAND TO ONH-ON-HAND(C-ONH-CTR)
				   ELSE
					   IF NOT C-ONH-OVFL
                           SET C-ONH-OVFL TO TRUE
                           DISPLAY 'CBLHJB01 - ONHAND-TABLE '
                               'OVERFLOW, REORDER LIST SUSPECT'
						   MOVE 8 TO RETURN-CODE
					   END-IF
				   END-IF
		   END-READ.

	   L3-LOAD-PROMO.
      *    A PROMO RECORD WITH A BAD START OR END DATE IS DROPPED
      *    AT LOAD TIME - SALES CODED TO IT WILL REJECT AS PROMO
      *    NOT ON MASTER, WHICH PUTS THEM ON THE ERROR REPORT FOR
      *    MARKETING TO SORT OUT.
		   READ PROMO-FILE
			   AT END
				   MOVE 'NO' TO MORE-PROMOS
		   IF C-DATE-STATUS NOT = 'Y'
			   ADD 1 TO C-PMO-REJ-CTR
			   DISPLAY 'CBLHJB01 - PROMO ' PM-CODE
                   ' HAS AN INVALID START DATE, PROMO DROPPED'
			   MOVE 8 TO RETURN-CODE
		   ELSE
			   MOVE PM-END-DATE TO C-VAL-DATE
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS
			   IF C-DATE-STATUS NOT = 'Y'
				   ADD 1 TO C-PMO-REJ-CTR
				   DISPLAY 'CBLHJB01 - PROMO ' PM-CODE
                       ' HAS AN INVALID END DATE, PROMO DROPPED'
				   MOVE 8 TO RETURN-CODE
			   ELSE
				   IF C-PMO-CTR < 50
					   ADD 1 TO C-PMO-CTR
                       MOVE PM-CODE       TO PMO-CODE(C-PMO-CTR)
                       MOVE PM-DESC       TO PMO-DESC(C-PMO-CTR)
                       MOVE PM-DISC-PCT   TO PMO-DISC-PCT(C-PMO-CTR)
					   MOVE PM-START-DATE TO
                           PMO-START-DATE(C-PMO-CTR)
                       MOVE PM-END-DATE   TO PMO-END-DATE(C-PMO-CTR)
				   ELSE
					   IF NOT C-PMO-OVFL
                           SET C-PMO-OVFL TO TRUE
                           DISPLAY 'CBLHJB01 - PROMO-TABLE OVERFLOW, '
                               'PROMO PRICING INCOMPLETE'
						   MOVE 8 TO RETURN-CODE
					   END-IF
				   END-IF
		   END-IF.

	   L4-APPLY-PROMO-PRICE.
      *    A SALE CODED TO A PROMO SELLS AT THE MASTER PRICE LESS
      *    THE PROMO DISCOUNT PERCENT - THE CODE AND DATE WINDOW
      *    WERE ALREADY CHECKED IN VALIDATION.
		   PERFORM VARYING C-PMO-SUB FROM 1 BY 1
			   UNTIL C-PMO-SUB > C-PMO-CTR
                   OR I-PIZZA-PROMO = PMO-CODE(C-PMO-SUB)
		   END-PERFORM.
		   IF C-PMO-SUB <= C-PMO-CTR
               COMPUTE C-MASTER-PRICE ROUNDED = C-MASTER-PRICE *
				   (100 - PMO-DISC-PCT(C-PMO-SUB)) / 100
		   END-IF.

	   L4-ACCUM-USAGE.
		   PERFORM VARYING C-RCP-SUB FROM 1 BY 1
			   UNTIL C-RCP-SUB > C-RCP-CTR
                   IF RCT-ITEM-CODE(C-RCP-SUB) = I-PIZZA-ITEM-NO
					   PERFORM L4-POST-USAGE
				   END-IF
		   END-PERFORM.
			   ELSE
				   IF NOT C-USE-OVFL
					   SET C-USE-OVFL TO TRUE
                       DISPLAY 'CBLHJB01 - USAGE-TABLE OVERFLOW, '
						   'USAGE INCOMPLETE'
					   MOVE 8 TO RETURN-CODE
				   END-IF
		   IF C-USE-SUB > 0
			   COMPUTE USE-QTY(C-USE-SUB) =
				   USE-QTY(C-USE-SUB) +
                   RCT-QTY-PER-UNIT(C-RCP-SUB) * I-PIZZA-CUR-QTY
		   END-IF.
		   PERFORM L4-POST-STORE-USAGE.

	   L4-POST-STORE-USAGE.
		   PERFORM VARYING C-SUS-SUB FROM 1 BY 1
			   UNTIL C-SUS-SUB > C-SUS-CTR
				   OR (RCT-INGREDIENT(C-RCP-SUB) =
					   SUS-NAME(C-SUS-SUB)
                   AND I-PIZZA-STORE = SUS-STORE(C-SUS-SUB))
		   END-PERFORM.
		   IF C-SUS-SUB > C-SUS-CTR
			   IF C-SUS-CTR < 300
				   ADD 1 TO C-SUS-CTR
				   MOVE C-SUS-CTR TO C-SUS-SUB
				   MOVE RCT-INGREDIENT(C-RCP-SUB)
					   TO SUS-NAME(C-SUS-SUB)
                   MOVE I-PIZZA-STORE TO SUS-STORE(C-SUS-SUB)
				   MOVE 0 TO SUS-QTY(C-SUS-SUB)
			   ELSE
				   IF NOT C-SUS-OVFL
					   SET C-SUS-OVFL TO TRUE
                       DISPLAY 'CBLHJB01 - STORE-USAGE-TABLE OVERFLOW, '
                           'LOT RELIEF INCOMPLETE'
					   MOVE 8 TO RETURN-CODE
				   END-IF
				   MOVE 0 TO C-SUS-SUB
			   END-IF
		   END-IF.
		   IF C-SUS-SUB > 0
			   COMPUTE SUS-QTY(C-SUS-SUB) =
				   SUS-QTY(C-SUS-SUB) +
                   RCT-QTY-PER-UNIT(C-RCP-SUB) * I-PIZZA-CUR-QTY
		   END-IF.

	   L3-INGREDIENT-REPORT.
      *    THE PROJECTED USAGE IS ALSO WRITTEN TO INGUSAGE.DAT SO
      *    THE PURCHASE-ORDER RUN (CBLHJB36) CAN COMPARE IT AGAINST
      *    ON-HAND AND THE VENDOR REORDER POINTS.
		   OPEN OUTPUT INGRED-USAGE.
		   WRITE PRTLINE FROM INGRED-TITLE-LINE
			   AFTER ADVANCING PAGE.
			   END-PERFORM
		   END-IF.
		   CLOSE INGRED-USAGE.
      *    THE SAME USAGE BY STORE GOES TO INGUSTR.DAT FOR THE LOT
      *    RELIEF RUN (CBLHJB68), WHICH TAKES IT FROM EACH STORE S
      *    OLDEST LOTS FIRST.
		   OPEN OUTPUT INGRED-STORE-USAGE.
		   PERFORM VARYING C-SUS-SUB FROM 1 BY 1
			   UNTIL C-SUS-SUB > C-SUS-CTR
				   MOVE SUS-NAME(C-SUS-SUB)  TO ISU-NAME
                   MOVE SUS-STORE(C-SUS-SUB) TO ISU-STORE
				   MOVE SUS-QTY(C-SUS-SUB)   TO ISU-QTY
				   WRITE ISU-REC
		   END-PERFORM.
		   CLOSE INGRED-STORE-USAGE.

	   L4-PRINT-INGRED-LINE.
		   MOVE USE-NAME(C-USE-SUB)   TO IU-NAME.
		   MOVE USE-QTY(C-USE-SUB)    TO IG-USAGE.
		   PERFORM VARYING C-ONH-SUB FROM 1 BY 1
			   UNTIL C-ONH-SUB > C-ONH-CTR
                   OR USE-NAME(C-USE-SUB) = ONH-NAME(C-ONH-SUB)
		   END-PERFORM.
		   IF C-ONH-SUB <= C-ONH-CTR
			   MOVE ONH-ON-HAND(C-ONH-SUB) TO IG-ON-HAND
               IF USE-QTY(C-USE-SUB) > ONH-ON-HAND(C-ONH-SUB)
				   MOVE '*** REORDER' TO IG-REORDER
			   ELSE
				   MOVE SPACES        TO IG-REORDER
				   MOVE 'NO' TO MORE-ST-DECLINES.

	   L3-HIST-MERGE.
      *    A RERUN OF A PERIOD ALREADY ON PIZZAHST.DAT REPLACES THAT
      *    PERIOD S RECORDS INSTEAD OF APPENDING A SECOND COPY. THE
      *    OLD FILE IS COPIED TO PIZZAHST.BAK, THEN REBUILT FROM THE
      *    BACKUP (SKIPPING PERIODS WRITTEN THIS RUN) PLUS THE NEW
      *    RECORDS FROM PIZZAHST.TMP.
		   OPEN INPUT SALES-HIST.
		   OPEN OUTPUT HIST-BACKUP.
		   MOVE 'YES' TO MORE-OLD-HIST.
		   IF MORE-OLD-HIST = 'YES'
			   PERFORM VARYING C-PER-SUB FROM 1 BY 1
				   UNTIL C-PER-SUB > C-PER-CTR
                       OR (HB-YEAR = PER-YEAR(C-PER-SUB)
                           AND HB-MONTH = PER-MONTH(C-PER-SUB))
			   END-PERFORM
			   IF C-PER-SUB <= C-PER-CTR
				   ADD 1 TO C-HIST-DROP-CTR
                   MOVE 'Y' TO PER-REPLACED-SW(C-PER-SUB)
			   ELSE
				   MOVE HB-REC TO SH-REC
				   WRITE SH-REC
		   PERFORM VARYING C-PER-SUB FROM 1 BY 1
			   UNTIL C-PER-SUB > C-PER-CTR
				   IF PER-REPLACED-SW(C-PER-SUB) = 'Y'
                       MOVE PER-YEAR(C-PER-SUB)  TO HN-YEAR
                       MOVE PER-MONTH(C-PER-SUB) TO HN-MONTH
                       WRITE PRTLINE FROM HIST-NOTE-LINE
                           AFTER ADVANCING 2 LINES
							   AT EOP
                                   PERFORM L4-HEADING
					   END-WRITE
				   END-IF
		   END-PERFORM.
	   L3-BUILD-TREND.
		   PERFORM VARYING C-ITEM-SUB FROM 1 BY 1
			   UNTIL C-ITEM-SUB > C-ITEM-CTR
                   OR SH-ITEM-NO = ITEM-TABLE-CODE(C-ITEM-SUB)
		   END-PERFORM.
		   IF C-ITEM-SUB <= C-ITEM-CTR
			   IF TREND-ITEM-CTR(C-ITEM-SUB) < 6
				   ADD 1 TO TREND-ITEM-CTR(C-ITEM-SUB)
                   MOVE SH-TOTAL-SALES TO TREND-MONTH-SALES
                       (C-ITEM-SUB, TREND-ITEM-CTR(C-ITEM-SUB))
			   ELSE
				   MOVE TREND-MONTH-SALES(C-ITEM-SUB, 2)
                       TO TREND-MONTH-SALES(C-ITEM-SUB, 1)
				   MOVE TREND-MONTH-SALES(C-ITEM-SUB, 3)
                       TO TREND-MONTH-SALES(C-ITEM-SUB, 2)
				   MOVE TREND-MONTH-SALES(C-ITEM-SUB, 4)
                       TO TREND-MONTH-SALES(C-ITEM-SUB, 3)
				   MOVE TREND-MONTH-SALES(C-ITEM-SUB, 5)
                       TO TREND-MONTH-SALES(C-ITEM-SUB, 4)
				   MOVE TREND-MONTH-SALES(C-ITEM-SUB, 6)
                       TO TREND-MONTH-SALES(C-ITEM-SUB, 5)
				   MOVE SH-TOTAL-SALES
                       TO TREND-MONTH-SALES(C-ITEM-SUB, 6)
			   END-IF
		   END-IF.
		   PERFORM L3-READ-SALES-HIST.

	   L3-PRINT-TREND.
		   IF TREND-ITEM-CTR(C-TREND-SUB) > 0
               MOVE ITEM-TABLE-NAME(C-TREND-SUB)  TO DTR-ITEM-NAME
			   MOVE TREND-MONTH-SALES(C-TREND-SUB, 1)
				   TO DTR-MONTH-SALES-1
			   MOVE TREND-MONTH-SALES(C-TREND-SUB, 2)
		   END-READ.

	   L4-ADD-ITEM-ENTRY.
      *    THE MASTER NOW CARRIES ONE RECORD PER EFFECTIVE-DATED
      *    PRICE, SO AN ITEM CODE CAN REPEAT. ONLY THE FIRST RECORD
      *    FOR A CODE SUPPLIES THE NAME ENTRY.
		   PERFORM VARYING C-ITEM-SUB FROM 1 BY 1
			   UNTIL C-ITEM-SUB > C-ITEM-CTR
                   OR IM-ITEM-CODE = ITEM-TABLE-CODE(C-ITEM-SUB)
		   END-PERFORM.
		   IF C-ITEM-SUB > C-ITEM-CTR
			   IF C-ITEM-CTR < 100
			   ELSE
				   IF NOT C-ITEM-OVFL
					   SET C-ITEM-OVFL TO TRUE
                       DISPLAY 'CBLHJB01 - ITEM-TABLE OVERFLOW, '
                           'ITEM NAMES AND TRENDS INCOMPLETE'
					   MOVE 8 TO RETURN-CODE
				   END-IF
			   END-IF
	   L4-ADD-PRICE-ENTRY.
		   IF C-PRICE-CTR < 200
			   ADD 1 TO C-PRICE-CTR
               MOVE IM-ITEM-CODE  TO PRT-ITEM-CODE(C-PRICE-CTR)
               MOVE IM-EFF-DATE   TO PRT-EFF-DATE(C-PRICE-CTR)
			   MOVE IM-SELL-PRICE TO PRT-PRICE(C-PRICE-CTR)
		   ELSE
			   IF NOT C-PRICE-OVFL
				   SET C-PRICE-OVFL TO TRUE
                   DISPLAY 'CBLHJB01 - PRICE-TABLE OVERFLOW, '
					   'MASTER PRICING INCOMPLETE'
				   MOVE 8 TO RETURN-CODE
			   END-IF
		   END-IF.

	   L4-FIND-MASTER-PRICE.
      *    THE OFFICIAL SELLING PRICE IS THE MASTER PRICE ROW FOR
      *    THE ITEM WITH THE LATEST EFFECTIVE DATE ON OR BEFORE THE
      *    SALE DATE. WITH NO ROW ON FILE THE KEYED PRICE STANDS.
		   MOVE 0 TO C-BEST-SUB.
		   PERFORM VARYING C-PRICE-SUB FROM 1 BY 1
			   UNTIL C-PRICE-SUB > C-PRICE-CTR
                   IF PRT-ITEM-CODE(C-PRICE-SUB) = I-PIZZA-ITEM-NO
                       AND PRT-EFF-DATE(C-PRICE-SUB) NOT >
						   I-PIZZA-CUR-DATE-N
					   IF C-BEST-SUB = 0
                           MOVE C-PRICE-SUB TO C-BEST-SUB
					   ELSE
                           IF PRT-EFF-DATE(C-PRICE-SUB) >
                               PRT-EFF-DATE(C-BEST-SUB)
                               MOVE C-PRICE-SUB TO C-BEST-SUB
						   END-IF
					   END-IF
				   END-IF
				   WRITE ERRLINE FROM PRICE-VAR-LINE
					   AFTER ADVANCING 2 LINES
						   AT EOP
                               PERFORM L4-ERROR-HEADING
				   END-WRITE
			   END-IF
		   ELSE
		   MOVE SPACES TO D-PIZZA-NAME.
		   PERFORM VARYING C-ITEM-SUB FROM 1 BY 1
			   UNTIL C-ITEM-SUB > C-ITEM-CTR
                   OR I-PIZZA-ITEM-NO = ITEM-TABLE-CODE(C-ITEM-SUB)
		   END-PERFORM.
		   IF C-ITEM-SUB > C-ITEM-CTR
			   MOVE 'UNKNOWN ITEM'       TO D-PIZZA-NAME
		   ELSE
               MOVE ITEM-TABLE-NAME(C-ITEM-SUB) TO D-PIZZA-NAME
		   END-IF.

	   L3-WRITE-RUN-LOG-START.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PROMO.DAT' DELIMITED BY SIZE
               INTO FP-PROMO-DAT.
           MOVE SPACES TO FP-INGUSTR-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INGUSTR.DAT' DELIMITED BY SIZE
               INTO FP-INGUSTR-DAT.
           MOVE SPACES TO FP-INGUSAGE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INGUSAGE.DAT' DELIMITED BY SIZE
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PIZZAHST.BAK' DELIMITED BY SIZE
               INTO FP-PIZZAHST-BAK.
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
           MOVE SPACES TO FP-PIZZAER1-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
