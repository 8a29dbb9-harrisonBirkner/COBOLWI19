	   AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
      *    MONBILLS IS AN INDEXED FILE KEYED BY BUILDING AND UNIT SO
      *    THE RECEIPT AND ADJUSTMENT RUNS CAN UPDATE ONE UNIT IN
      *    PLACE; THIS RUN READS IT THROUGH IN KEY ORDER.
	       SELECT BILL-INPUT
			   ASSIGN TO DYNAMIC FP-MONBILLS-IDX
				   ORGANIZATION IS INDEXED
				   ACCESS MODE IS SEQUENTIAL
				   RECORD KEY IS I-KEY
				   FILE STATUS IS C-BILL-INPUT-STATUS.

		   SELECT PRTOUT
			   ASSIGN TO DYNAMIC FP-RENTHIST-DAT
				   ORGANIZATION IS LINE SEQUENTIAL.

      *    UTILITY CHARGES ARE COMPUTED FROM METER CONSUMPTION AND
      *    THE RATE SCHEDULE WHERE A GOOD READING EXISTS FOR THE
      *    UNIT - A BAD OR MISSING READING IS LISTED ON THE METER
      *    REJECTS PAGE AND THE KEYED MONBILLS AMOUNT STANDS, SO
      *    NOTHING GOES UNBILLED.
		   SELECT OPTIONAL METER-READINGS
			   ASSIGN TO DYNAMIC FP-METERRDG-DAT
				   ORGANIZATION IS LINE SEQUENTIAL.
			   ASSIGN TO DYNAMIC FP-UTILRATE-DAT
				   ORGANIZATION IS LINE SEQUENTIAL.

      *    CLOSED CHARGEABLE WORK ORDERS FROM THE CBLHJB45 ENTRY/
      *    CLOSE RUN RIDE ONTO THE UNIT'S NEXT BILL AS A LISTED
      *    LINE AND ARE FLAGGED BILLED SO THEY CHARGE ONLY ONCE.
		   SELECT OPTIONAL WORK-ORDER-FILE
			   ASSIGN TO DYNAMIC FP-WORKORD-DAT
				   ORGANIZATION IS LINE SEQUENTIAL.

      *    EVERY CHARGE BILLED HERE - RENT, UTILITIES AND WORK-ORDER
      *    CHARGEBACKS - IS ALSO WRITTEN TO THE TENANT LEDGER,
      *    TENLEDG.DAT. RENT AND UTILITIES GO ON ONCE PER UNIT PER
      *    BILLING MONTH, HOWEVER MANY NIGHTS THE BILLING RUNS.
           SELECT OPTIONAL TENANT-LEDGER
               ASSIGN TO DYNAMIC FP-TENLEDG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT RENT-SUM
			   ASSIGN TO DYNAMIC FP-RENTSUM-DAT
				   ORGANIZATION IS LINE SEQUENTIAL.
	   RECORD CONTAINS 40 CHARACTERS.

	   01 I-REC.
	       05 I-KEY.
		       10 I-BLD-CODE       PIC XX.
		       10 I-UNIT           PIC 99.
                   88 VAL-UNIT-PREM           VALUE 23, 25.
		   05 I-TENANTS		       PIC 9.
			   88 VAL-BASE-TENANTS            VALUE 1.
               88 VAL-2-3-TENANTS             VALUE 2 THRU 3.
               88 VAL-4-TENANTS               VALUE 4 THRU 9.
		   05 I-ELECTRIC	       PIC 999V99.
		   05 I-GAS			       PIC 999V99.
		   05 I-WATER		       PIC 999V99.
	       05 WO-STATUS               PIC X.
	       05 WO-BILLED-SW            PIC X.

	   FD TENANT-LEDGER
	   LABEL RECORD IS STANDARD
	   DATA RECORD IS TL-REC
	   RECORD CONTAINS 50 CHARACTERS.

	   01 TL-REC.
	       05 TL-BLD-CODE             PIC XX.
	       05 TL-UNIT                 PIC 99.
	       05 TL-DATE                 PIC 9(8).
	       05 TL-TYPE                 PIC X.
	       05 TL-DR-CR                PIC X.
	       05 TL-AMOUNT               PIC 9(6)V99.
	       05 TL-SOURCE               PIC X(8).
	       05 TL-DESC                 PIC X(20).

	   FD RENT-SUM
	   LABEL RECORD IS STANDARD
	   DATA RECORD IS RS-REC
       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-LANE              PIC X(8)    VALUE SPACES.
           05 FP-MONBILLS-IDX        PIC X(40)   VALUE SPACES.
           05 FP-RENT-PRT            PIC X(40)   VALUE SPACES.
           05 FP-BLDRATE-DAT         PIC X(40)   VALUE SPACES.
           05 FP-RENTREN-TMP         PIC X(40)   VALUE SPACES.
           05 FP-METERRDG-DAT        PIC X(40)   VALUE SPACES.
           05 FP-UTILRATE-DAT        PIC X(40)   VALUE SPACES.
           05 FP-WORKORD-DAT         PIC X(40)   VALUE SPACES.
           05 FP-TENLEDG-DAT         PIC X(40)   VALUE SPACES.
           05 FP-RENTSUM-DAT         PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

		   05 C-WO-OVFL-SW         PIC X      VALUE 'N'.
		      88 C-WO-OVFL         VALUE 'Y'.
		   05 C-UNIT-CHARGEBACK    PIC 9(6)V99 VALUE 0.
		   05 MORE-LEDGER          PIC XXX    VALUE 'YES'.
		   05 C-LB-CTR             PIC 9(4)   VALUE 0.
		   05 C-LB-SUB             PIC 9(4)   VALUE 0.
		   05 C-LB-OVFL-SW         PIC X      VALUE 'N'.
		      88 C-LB-OVFL         VALUE 'Y'.
		   05 C-GT-CHARGEBACK      PIC 9(8)V99 VALUE 0.
		   05 MORE-READINGS        PIC XXX    VALUE 'YES'.
		   05 MORE-URATES          PIC XXX    VALUE 'YES'.
				   15 C-EXP-DATE-YR PIC 9(4).
				   15 C-EXP-DATE-MO PIC 99.
				   15 C-EXP-DATE-DA PIC 99.
               10 C-EXP-DATE-N REDEFINES C-EXP-DATE PIC 9(8).
			   10 C-DAYS-TO-EXP     PIC S9(5).
		   05 TOTALS.
			   10 C-GT-PREM-CTR    PIC 9(5)   VALUE 0.
			   10 BRT-UNIT-COUNT       PIC 9(3).
			   10 BRT-BASE-RENT        PIC 9(4)V99.
			   10 BRT-BILLED-CTR       PIC 9(3).
               10 BRT-UTIL-SUM         PIC 9(7)V99 OCCURS 4 TIMES.

	   01 HIST-TABLE.
	       05 HIST-ENTRY               OCCURS 5000 TIMES.
	       05 UU-ENTRY                 OCCURS 1000 TIMES.
		       10 UU-BRT-SUB           PIC 999.
			   10 UU-UNIT              PIC 99.
               10 UU-UTIL-AMT          PIC 9(5)V99 OCCURS 4 TIMES.

	   01 UTIL-NAMES.
	       05 FILLER  PIC X(8) VALUE 'ELECTRIC'.
		       10 MREJ-REC             PIC X(27).
			   10 MREJ-MSG             PIC X(40).

      *    UNITS WHOSE RENT IS ALREADY ON THE TENANT LEDGER FOR
      *    THE BILLING MONTH.
	   01 LEDGER-BILLED-TABLE.
	       05 LB-ENTRY                 OCCURS 1000 TIMES.
		       10 LB-BLD-CODE          PIC XX.
			   10 LB-UNIT              PIC 99.

	   01 WORK-ORDER-TABLE.
	       05 WO-ENTRY                 OCCURS 500 TIMES.
		       10 WOT-BLD-CODE         PIC XX.
			  VALUE '*** TABLE OVERFLOW - '.
		   05 OVW-TABLE-NAME   PIC X(15).
		   05 FILLER           PIC X(40)
              VALUE ' ENTRIES DROPPED, COUNTS INCOMPLETE ***'.

	   01 TITLE-LINE1.
		   05 FILLER               PIC X(6)   VALUE 'DATE: '.
		   05 FILLER               PIC X(5)   VALUE 'TOTAL'.

       01 COL-HEADING2.
           05 FILLER               PIC X(15)  VALUE 'RENTAL BUILDING'.
		   05 FILLER               PIC X      VALUE SPACES.
		   05 FILLER               PIC X(4)   VALUE 'UNIT'.
		   05 FILLER               PIC XXX    VALUE SPACES.
		   05 GT-RENT-DUE   PIC $$$,$$$,$$9.99.

	   01 TOTAL-LINE2.
           05 FILLER        PIC X(22) VALUE 'PREMIUM UNITS BILLED: '.
		   05 GT-PREM-CTR   PIC ZZ,ZZ9.

	   01 TOTAL-LINE3.
		   05 GT-DISC-CTR   PIC ZZ,ZZ9.

	   01 ARREARS-LINE.
           05 FILLER        PIC X(24) VALUE 'TOTAL ARREARS CARRIED: '.
		   05 GT-ARREARS    PIC $$$,$$$.99.

	   01 RENEWAL-TITLE-LINE.

	   01 RENEWAL-HEADING.
	       05 FILLER               PIC X(5)   VALUE SPACES.
           05 FILLER               PIC X(15)  VALUE 'RENTAL BUILDING'.
		   05 FILLER               PIC X(3)   VALUE SPACES.
		   05 FILLER               PIC X(4)   VALUE 'UNIT'.
		   05 FILLER               PIC X(5)   VALUE SPACES.
           05 FILLER               PIC X(11)  VALUE 'EXPIRATION'.
		   05 FILLER               PIC X(5)   VALUE SPACES.
		   05 FILLER               PIC X(9)   VALUE 'DAYS LEFT'.


	   01 ANOM-HEADING.
	       05 FILLER               PIC X(4)   VALUE SPACES.
           05 FILLER               PIC X(15)  VALUE 'RENTAL BUILDING'.
		   05 FILLER               PIC X(3)   VALUE SPACES.
		   05 FILLER               PIC X(4)   VALUE 'UNIT'.
		   05 FILLER               PIC X(5)   VALUE SPACES.

	   01 VAC-HEADING.
	       05 FILLER               PIC X(4)   VALUE SPACES.
           05 FILLER               PIC X(15)  VALUE 'RENTAL BUILDING'.
		   05 FILLER               PIC X(5)   VALUE SPACES.
		   05 FILLER               PIC X(5)   VALUE 'UNITS'.
		   05 FILLER               PIC X(5)   VALUE SPACES.

	   01 CMP-HEADING.
	       05 FILLER               PIC X(4)   VALUE SPACES.
           05 FILLER               PIC X(15)  VALUE 'RENTAL BUILDING'.
		   05 FILLER               PIC X(5)   VALUE SPACES.
           05 FILLER               PIC X(10)  VALUE 'THIS MONTH'.
		   05 FILLER               PIC X(6)   VALUE SPACES.
		   05 FILLER               PIC X(21)
	          VALUE 'SAME MONTH LAST YEAR'.
           PERFORM L3-LOAD-RENT-HIST
               UNTIL MORE-RENT-HIST = 'NO'.
           CLOSE RENT-HIST.
           OPEN INPUT TENANT-LEDGER.
           PERFORM L3-LOAD-LEDGER-BILLED
               UNTIL MORE-LEDGER = 'NO'.
           CLOSE TENANT-LEDGER.
           IF C-JOB-ABEND
               STOP RUN
           END-IF.
           OPEN EXTEND TENANT-LEDGER.
	       EVALUATE C-TODAY-MONTH
		       WHEN 01
                   MOVE 'JANUARY'         TO TITLE-BILL-MONTH
		       WHEN 02
                   MOVE 'FEBRUARY'        TO TITLE-BILL-MONTH
		       WHEN 03
                   MOVE 'MARCH'           TO TITLE-BILL-MONTH
		       WHEN 04
                   MOVE 'APRIL'           TO TITLE-BILL-MONTH
		       WHEN 05
                   MOVE 'MAY'             TO TITLE-BILL-MONTH
		       WHEN 06
                   MOVE 'JUNE'            TO TITLE-BILL-MONTH
		       WHEN 07
                   MOVE 'JULY'            TO TITLE-BILL-MONTH
		       WHEN 08
                   MOVE 'AUGUST'          TO TITLE-BILL-MONTH
		       WHEN 09
                   MOVE 'SEPTEMBER'       TO TITLE-BILL-MONTH
		       WHEN 10
                   MOVE 'OCTOBER'         TO TITLE-BILL-MONTH
		       WHEN 11
                   MOVE 'NOVEMBER'        TO TITLE-BILL-MONTH
		       WHEN 12
                   MOVE 'DECEMBER'        TO TITLE-BILL-MONTH
		   END-EVALUATE.
	       PERFORM L3-INIT-HEADING.
           PERFORM L9-READ-INPUT.
           PERFORM L3-REWRITE-WORK-ORDERS.
           PERFORM L3-WRITE-RENT-SUM.
           PERFORM L3-WRITE-RUN-LOG.
           CLOSE TENANT-LEDGER.
           CLOSE BILL-INPUT.
           CLOSE LEASE-END-FILE.
           CLOSE RENEWAL-RAW.
                       IF VAL-4-TENANTS
                           MOVE 83.45        TO C-TENANT-CHARGE
					   ELSE
                           MOVE 0            TO C-TENANT-CHARGE
                       END-IF
                   END-IF
               WHEN 9 THRU 16
                       IF VAL-4-TENANTS
                           MOVE 135          TO C-TENANT-CHARGE
					   ELSE
                           MOVE 0            TO C-TENANT-CHARGE
                       END-IF
                   END-IF
               WHEN 17 THRU 25
                       IF VAL-4-TENANTS
                          MOVE 185.60        TO C-TENANT-CHARGE
					   ELSE
                           MOVE 0            TO C-TENANT-CHARGE
                       END-IF
                   END-IF
           END-EVALUATE.
                   UNTIL C-WO-SUB > C-WO-CTR.
           ADD C-UNIT-CHARGEBACK TO C-RENT-DUE.
           ADD C-UNIT-CHARGEBACK TO C-GT-CHARGEBACK.
           PERFORM L4-POST-LEDGER-CHARGES.
           ADD I-PRIOR-BALANCE TO C-GT-ARREARS.
           MOVE D-BLD                        TO H-BLD-NAME.
           ADD 1 TO C-BLD-NUM-UNITS.
       L3-CALCS-DATE-EXIT.

		   IF C-RENT-DUE > 1000
               MOVE '***'                    TO D-RENT-LIMIT-FLAG
		   ELSE
               MOVE SPACES                   TO D-RENT-LIMIT-FLAG
           END-IF.
       
       L3-MOVE-PRINT.
		   MOVE C-GAS                        TO D-GAS.
		   MOVE C-WATER                      TO D-WATER.
		   MOVE I-GARBAGE                    TO D-GARBAGE.
           MOVE C-TOTAL-UTIL-COST            TO D-TOTAL-UTIL-COST.
		   MOVE C-RENT-DUE                   TO D-RENT-DUE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES
               AND WOT-BILLED-SW(C-WO-SUB) NOT = 'Y'
               ADD WOT-COST(C-WO-SUB) TO C-UNIT-CHARGEBACK
               MOVE 'Y' TO WOT-BILLED-SW(C-WO-SUB)
               MOVE WOT-COST(C-WO-SUB)    TO TL-AMOUNT
               MOVE SPACES                TO TL-DESC
               STRING 'WORK ORDER ' DELIMITED BY SIZE
                   WOT-PROBLEM-CODE(C-WO-SUB) DELIMITED BY SIZE
                   INTO TL-DESC
               PERFORM L5-WRITE-LEDGER-CHARGE
           END-IF.

       L4-POST-LEDGER-CHARGES.
           PERFORM VARYING C-LB-SUB FROM 1 BY 1
               UNTIL C-LB-SUB > C-LB-CTR
                   OR (LB-BLD-CODE(C-LB-SUB) = I-BLD-CODE
                       AND LB-UNIT(C-LB-SUB) = I-UNIT)
           END-PERFORM.
           IF C-LB-SUB > C-LB-CTR
               IF C-SUBTOTAL > 0
                   MOVE C-SUBTOTAL         TO TL-AMOUNT
                   MOVE 'RENT'             TO TL-DESC
                   PERFORM L5-WRITE-LEDGER-CHARGE
               END-IF
               IF C-TOTAL-UTIL-COST > 0
                   MOVE C-TOTAL-UTIL-COST  TO TL-AMOUNT
                   MOVE 'UTILITIES'        TO TL-DESC
                   PERFORM L5-WRITE-LEDGER-CHARGE
               END-IF
           END-IF.

       L5-WRITE-LEDGER-CHARGE.
           MOVE I-BLD-CODE                TO TL-BLD-CODE.
           MOVE I-UNIT                    TO TL-UNIT.
           MOVE C-TODAY-DATE-N            TO TL-DATE.
           MOVE 'C'                       TO TL-TYPE.
           MOVE 'D'                       TO TL-DR-CR.
           MOVE 'CBLHJB04'                TO TL-SOURCE.
           WRITE TL-REC.

       L3-LOAD-LEDGER-BILLED.
      *    A RENT LINE DATED IN THE BILLING MONTH MEANS THE UNIT'S
      *    RENT AND UTILITIES ARE ALREADY ON ITS LEDGER.
           READ TENANT-LEDGER
               AT END
                   MOVE 'NO' TO MORE-LEDGER
               NOT AT END
                   IF TL-TYPE = 'C'
                       AND TL-SOURCE = 'CBLHJB04'
                       AND TL-DESC = 'RENT'
                       AND TL-DATE(1:6) = C-TODAY-DATE(1:6)
                       IF C-LB-CTR < 1000
                           ADD 1 TO C-LB-CTR
                           MOVE TL-BLD-CODE TO LB-BLD-CODE(C-LB-CTR)
                           MOVE TL-UNIT     TO LB-UNIT(C-LB-CTR)
                       ELSE
                           IF NOT C-LB-OVFL
                               SET C-LB-OVFL TO TRUE
                               DISPLAY 'CBLHJB04 - LEDGER-BILLED-TABLE '
                                   'OVERFLOW, RUN HALTED'
                               MOVE 16 TO RETURN-CODE
                               SET C-JOB-ABEND TO TRUE
                               MOVE 'NO' TO MORE-LEDGER
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       L3-LOAD-WORK-ORDERS.
           READ WORK-ORDER-FILE
               AT END
           ELSE
               MOVE 'C:\COBOLWI19\' TO FP-REGION-DIR
           END-IF.
           MOVE SPACES TO FP-MONBILLS-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'MONBILLS.IDX' DELIMITED BY SIZE
               INTO FP-MONBILLS-IDX.
           MOVE SPACES TO FP-RENT-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RENT.PRT' DELIMITED BY SIZE
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'WORKORD.DAT' DELIMITED BY SIZE
               INTO FP-WORKORD-DAT.
           MOVE SPACES TO FP-TENLEDG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENLEDG.DAT' DELIMITED BY SIZE
               INTO FP-TENLEDG-DAT.
           MOVE SPACES TO FP-RENTSUM-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RENTSUM.DAT' DELIMITED BY SIZE
               INTO FP-RENTSUM-DAT.
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

       END PROGRAM CBLHJB04.
