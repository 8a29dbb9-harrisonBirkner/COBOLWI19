      *PROCESSING. ERRONEOUS RECORDS ARE DUMPED TO AN ERROR REPORT
      *AND PROCESSING IS BYPASSED. VALID RECORDS ARE PROCESSED AND
      *WRITTEN TO THE SALES REPORT.                                       
      *EACH SALE CARRIES THE NAME OF THE PLAYER WHO SOLD IT IN
      *COLUMNS 76-105. A CAMPAIGN WITH A SELLER ROSTER ON SELLRST.DAT
      *(MAINTAINED IN CBLHJB25) ONLY ACCEPTS SALES FROM ITS ACTIVE
      *ROSTERED SELLERS ON THEIR OWN TEAM - ANY OTHER SALE IS AN
      *ERROR AND GOES TO SUSPENSE.

       ENVIRONMENT DIVISION.
		   SELECT POP-INPUT
			   ASSIGN TO DYNAMIC FP-CBLPOPSU-DAT
				   ORGANIZATION IS LINE SEQUENTIAL.

      *    THE CAMPAIGN NAMED HERE IS THE ONE THIS RUN REPORTS ON -
      *    A BLANK OR MISSING CAMPCTL.DAT TAKES EVERY CAMPAIGN, THE
      *    OLD SINGLE-DRIVE BEHAVIOUR.
	       SELECT OPTIONAL CAMP-CTL
			   ASSIGN TO DYNAMIC FP-CAMPCTL-DAT
				   ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE RECORD PER SELLER PER CAMPAIGN, MAINTAINED THROUGH
      *    CBLHJB25. A CAMPAIGN WITH NO ENTRIES IS NOT CHECKED.
	       SELECT OPTIONAL SELLER-ROSTER
			   ASSIGN TO DYNAMIC FP-SELLRST-DAT
				   ORGANIZATION IS LINE SEQUENTIAL.

	       SELECT POP-DEP-SUM
			   ASSIGN TO DYNAMIC FP-POPDEP-DAT
				   ORGANIZATION IS LINE SEQUENTIAL.
	   FD POP-INPUT
	   LABEL RECORD IS STANDARD
	   DATA RECORD IS I-REC
	   RECORD CONTAINS 105 CHARACTERS.

	   01 I-REC.
           05 I-LNAME                 PIC X(15).
		   05 I-ADDRESS               PIC X(15).
		   05 I-CITY                  PIC X(10).
		   05 I-STATE                 PIC XX.
               88 VAL-STATES      VALUE 'IA','IL','MI','MO','NE','WI'.
		   05 I-ZIP.
               10 I-ZIP1              PIC 9(5).
			   10 I-ZIP2              PIC 9(4).
		   05 I-TEAM                  PIC X.
			   88 VAL-TEAMS       VALUE 'A','B','C','D','E'.
		   05 I-CAMPAIGN              PIC X(4).
		   05 I-SELLER-LNAME          PIC X(15).
		   05 I-SELLER-FNAME          PIC X(15).

	   FD PRTOUT
	   LABEL RECORD IS OMITTED

	   01 ERRLINE                     PIC X(132).

      *    THE SUSPENSE RECORD CARRIES THE RUN DATE IN COLUMNS
      *    76-83 SO THE MORNING EXCEPTIONS DIGEST (CBLHJB56) CAN
      *    AGE IT, FOLLOWED BY THE SALE'S SELLER NAME IN 84-113.
	   FD SUSPENSE-OUT
	   LABEL RECORD IS STANDARD
	   DATA RECORD IS SUSP-REC
	   RECORD CONTAINS 113 CHARACTERS.

       01 SUSP-REC                    PIC X(113).

	   FD CAMP-CTL
	   LABEL RECORD IS STANDARD
	   01 CA-REC.
	       05 CA-CAMPAIGN             PIC X(4).

	   FD SELLER-ROSTER
	   LABEL RECORD IS STANDARD
	   DATA RECORD IS SR-REC
	   RECORD CONTAINS 73 CHARACTERS.

	   01 SR-REC.
	       05 SR-CAMPAIGN             PIC X(4).
	       05 SR-SELLER-ID            PIC 9(5).
	       05 SR-LNAME                PIC X(15).
	       05 SR-FNAME                PIC X(15).
	       05 SR-TEAM                 PIC X.
	       05 SR-GRADE                PIC XX.
	       05 SR-GUARDIAN-NAME        PIC X(20).
	       05 SR-GUARDIAN-PHONE       PIC 9(10).
	       05 SR-ACTIVE               PIC X.

	   FD CASH-CONTROL
	   LABEL RECORD IS STANDARD
	   DATA RECORD IS CC-REC
       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-LANE              PIC X(8)    VALUE SPACES.
           05 FP-CBLPOPSL-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CBLPOPSL-PRT        PIC X(40)   VALUE SPACES.
           05 FP-CBLPOPER-PRT        PIC X(40)   VALUE SPACES.
           05 FP-CASHCTRL-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CBLPOPSU-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CAMPCTL-DAT         PIC X(40)   VALUE SPACES.
           05 FP-SELLRST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-POPDEP-DAT          PIC X(40)   VALUE SPACES.
           05 FP-POPINV-DAT          PIC X(40)   VALUE SPACES.
           05 FP-POPRCPT-DAT         PIC X(40)   VALUE SPACES.
			   10 C-TOT-DEP           PIC 9(5)V99.
			   10 C-TOT-SALES         PIC 9(6)V99.
		   05 GRAND-TOTALS.
               10 C-GT-ERR-CTR        PIC 9(6)       VALUE 0.
               10 C-GT-TOT-DEP        PIC 9(7)V99    VALUE 0.
               10 C-COUNTED-CASH      PIC 9(7)V99    VALUE 0.
               10 C-CASH-VARIANCE     PIC S9(7)V99   VALUE 0.
			   10 POP-ACCUMS.
                   15 C-GT-COKE-CASES    PIC 9(8)    VALUE 0.
                   15 C-GT-DC-CASES      PIC 9(8)    VALUE 0.
                   15 C-GT-MY-CASES      PIC 9(8)    VALUE 0.
                   15 C-GT-CC-CASES      PIC 9(8)    VALUE 0.
                   15 C-GT-DCC-CASES     PIC 9(8)    VALUE 0.
                   15 C-GT-SPRITE-CASES  PIC 9(8)    VALUE 0.
			   10 C-INV-SUB          PIC 9          VALUE 0.
			   10 C-STAMP-DATE       PIC 9(8)       VALUE 0.
               10 MORE-INV           PIC XXX        VALUE 'YES'.
               10 MORE-RCPTS         PIC XXX        VALUE 'YES'.
			   10 TEAM-ACCUMS.
                   15 C-GT-A-TEAM        PIC 9(11)V99  VALUE 0.
                   15 C-GT-B-TEAM        PIC 9(11)V99  VALUE 0.
                   15 C-GT-C-TEAM        PIC 9(11)V99  VALUE 0.
                   15 C-GT-D-TEAM        PIC 9(11)V99  VALUE 0.
                   15 C-GT-E-TEAM        PIC 9(11)V99  VALUE 0.
												  
	   01 CAMPAIGN-WORK.
	       05 C-SEL-CAMPAIGN          PIC X(4)    VALUE SPACES.
	       05 C-CMP-OVFL-SW           PIC X       VALUE 'N'.
	          88 C-CMP-OVFL           VALUE 'Y'.

	   01 ROSTER-WORK.
	       05 MORE-ROSTER             PIC XXX     VALUE 'YES'.
	       05 C-RST-CTR               PIC 9(4)    VALUE 0.
	       05 C-RST-SUB               PIC 9(4)    VALUE 0.
	       05 C-RCP-CTR               PIC 99      VALUE 0.
	       05 C-RCP-SUB               PIC 99      VALUE 0.

	   01 ROSTER-TABLE.
	       05 RST-ENTRY               OCCURS 1000 TIMES.
		   10 RST-CAMPAIGN        PIC X(4).
		   10 RST-LNAME           PIC X(15).
		   10 RST-FNAME           PIC X(15).
		   10 RST-TEAM            PIC X.
		   10 RST-ACTIVE          PIC X.

	   01 ROSTER-CAMP-TABLE.
	       05 RCP-CAMPAIGN            PIC X(4)    OCCURS 20 TIMES.

	   01 CAMPAIGN-TABLE.
	       05 CMP-ENTRY               OCCURS 20 TIMES.
	           10 CMP-CODE            PIC X(4).
	       05 FILLER                  PIC X(8)    VALUE SPACES.
	       05 FILLER                  PIC X(5)    VALUE 'CASES'.
	       05 FILLER                  PIC X(10)   VALUE SPACES.
           05 FILLER                  PIC X(11)   VALUE 'TOTAL SALES'.

	   01 CMP-DETAIL-LINE.
	       05 CD-CAMPAIGN             PIC X(4).
		   05 FILLER                  PIC X(16)
	          VALUE 'POP TYPE        '.
		   05 FILLER                  PIC X(3)    VALUE SPACES.
           05 FILLER                  PIC X(7)    VALUE 'ON HAND'.
		   05 FILLER                  PIC X(3)    VALUE SPACES.
           05 FILLER                  PIC X(8)    VALUE 'RECEIVED'.
		   05 FILLER                  PIC X(3)    VALUE SPACES.
           05 FILLER                  PIC X(9)    VALUE 'COMMITTED'.
		   05 FILLER                  PIC X(3)    VALUE SPACES.
           05 FILLER                  PIC X(8)    VALUE 'SHORTAGE'.
		   05 FILLER                  PIC X(3)    VALUE SPACES.
		   05 FILLER                  PIC X(11)
	          VALUE 'NEW ON HAND'.
		   05 FILLER                  PIC X(28)	  
              VALUE 'ALBIA SOCCER CLUB FUNDRAISER'. 
		   05 FILLER                  PIC X(44)   VALUE SPACES.
           05 FILLER                  PIC X(6)    VALUE 'PAGE: '.
		   05 TITLE-PAGE              PIC Z9.	  
												  
	   01 TITLE-LINE2.							  
           05 FILLER                  PIC X(8)    VALUE 'COBHJB05'.
		   05 FILLER                  PIC X(49)   VALUE SPACES.
		   05 FILLER                  PIC X(17)	  
              VALUE 'HARRISON DIVISION'.		  
												  
	   01 TITLE-LINE3.							  
		   05 FILLER                  PIC X(60)   VALUE SPACES.
           05 FILLER                  PIC X(12)   VALUE 'SALES REPORT'.

	   01 ERR-TITLE-LINE.
           05 FILLER                  PIC X(6)    VALUE 'DATE: '.
		   05 ERR-TITLE-DATE.					   
		       10 ERR-TITLE-MONTH     PIC XX.	  
			   10 FILLER              PIC X       VALUE '/'.
		   05 FILLER                  PIC X(28)	  
              VALUE 'ALBIA SOCCER CLUB FUNDRAISER'. 
		   05 FILLER                  PIC X(44)   VALUE SPACES.
           05 FILLER                  PIC X(6)    VALUE 'PAGE: '.
		   05 ERR-TITLE-PAGE          PIC Z9.

	   01 ERR-TITLE-LINE2.
		   05 FILLER                  PIC X(60)   VALUE SPACES.
           05 FILLER                  PIC X(12)   VALUE 'ERROR REPORT'.

	   01 COL-HEADING.
		   05 FILLER                  PIC XXX     VALUE SPACES.
           05 FILLER                  PIC X(9)    VALUE 'LAST NAME'.
		   05 FILLER                  PIC X(8)    VALUE SPACES.
           05 FILLER                  PIC X(10)   VALUE 'FIRST NAME'.
		   05 FILLER                  PIC X(7)    VALUE SPACES.
		   05 FILLER                  PIC X(4)    VALUE 'CITY'.
		   05 FILLER                  PIC X(8)    VALUE SPACES.
		   05 FILLER                  PIC X(5)    VALUE 'STATE'.
		   05 FILLER                  PIC X       VALUE SPACES.
           05 FILLER                  PIC X(8)    VALUE 'ZIP CODE'.
		   05 FILLER                  PIC X(4)    VALUE SPACES.
           05 FILLER                  PIC X(8)    VALUE 'POP TYPE'.
		   05 FILLER                  PIC X(13)   VALUE SPACES.
           05 FILLER                  PIC X(8)    VALUE 'QUANTITY'.
		   05 FILLER                  PIC X(6)    VALUE SPACES.
           05 FILLER                  PIC X(11)   VALUE 'DEPOSIT AMT'.
		   05 FILLER                  PIC X(6)    VALUE SPACES.
           05 FILLER                  PIC X(11)   VALUE 'TOTAL SALES'.

	   01 ERR-COL-HEADING.
           05 FILLER                  PIC X(12)   VALUE 'ERROR RECORD'.
		   05 FILLER                  PIC X(60)   VALUE SPACES.
		   05 FILLER                  PIC X(17)
              VALUE 'ERROR DESCRIPTION'.
		   05 ERR-MSG                 PIC X(60).

       01 GT-POP-LINE.
           05 FILLER                  PIC X(13)   VALUE 'GRAND TOTALS:'.

	   01 GT-POP-LINE2.
		   05 FILLER                  PIC XXX.
		   05 GT-POP-TOTAL3           PIC ZZZ,ZZ9.

	   01 GT-TEAM-LINE.
           05 FILLER                  PIC X(12)   VALUE 'TEAM TOTALS:'.

       01 GT-TEAM-LINE2.
		   05 FILLER                  PIC XXX     VALUE SPACES.
		   05 GT-TEAM-TOTAL           PIC $$$$,$$$,$$$.99.

	   01 ERR-TOTAL-LINE.
           05 FILLLER                 PIC X(13)   VALUE 'TOTAL ERRORS '.
		   05 GT-ERR-CTR              PIC Z,ZZ9.

	   01 RECON-LINE1.
           05 FILLER      PIC X(26)  VALUE 'TOTAL DEPOSITS COLLECTED: '.
		   05 GT-TOT-DEP      PIC $$$,$$9.99.

	   01 RECON-LINE2.
           05 FILLER          PIC X(22)  VALUE 'COUNTED CASH FOR RUN: '.
		   05 GT-COUNTED-CASH PIC $$$,$$9.99.

	   01 RECON-LINE3.
           05 FILLER          PIC X(18)  VALUE 'DEPOSIT VARIANCE: '.
		   05 GT-CASH-VARIANCE PIC $$,$$9.99+.
	   
       PROCEDURE DIVISION.
           IF C-JOB-ABEND
               STOP RUN
           END-IF.
	       OPEN INPUT SELLER-ROSTER.
	       PERFORM L3-LOAD-ROSTER
		       UNTIL MORE-ROSTER = 'NO'.
	       CLOSE SELLER-ROSTER.
	       IF C-JOB-ABEND
		       CLOSE POP-INPUT
		       STOP RUN
	       END-IF.
           OPEN OUTPUT PRTOUT.
	       OPEN OUTPUT ERROUT.
	       OPEN OUTPUT SUSPENSE-OUT.
		       MOVE CURRENT-MONTH                TO TITLE-MONTH
		       MOVE CURRENT-DAY                  TO TITLE-DAY
		       MOVE CURRENT-YEAR                 TO TITLE-YEAR
               MOVE CURRENT-MONTH                TO ERR-TITLE-MONTH
               MOVE CURRENT-DAY                  TO ERR-TITLE-DAY
               MOVE CURRENT-YEAR                 TO ERR-TITLE-YEAR
	       ELSE
		       MOVE RC-AS-OF-MONTH                TO TITLE-MONTH
		       MOVE RC-AS-OF-DAY                  TO TITLE-DAY
		       MOVE RC-AS-OF-YEAR                 TO TITLE-YEAR
               MOVE RC-AS-OF-MONTH                TO ERR-TITLE-MONTH
               MOVE RC-AS-OF-DAY                  TO ERR-TITLE-DAY
               MOVE RC-AS-OF-YEAR                 TO ERR-TITLE-YEAR
	       END-IF.
	       IF RC-AS-OF-YEAR = ZERO
               MOVE CURRENT-YEAR(1:4)             TO C-STAMP-DATE(1:4)
               MOVE CURRENT-MONTH                 TO C-STAMP-DATE(5:2)
               MOVE CURRENT-DAY                   TO C-STAMP-DATE(7:2)
	       ELSE
               MOVE RC-AS-OF-DATE                 TO C-STAMP-DATE
	       END-IF.
     
           PERFORM L3-INIT-HEADING.
		           GO TO L3-VALIDATION-EXIT.

	           IF NOT VAL-STATES
                   MOVE 'STATES MUST BE IA, IL, MI, MO, NE, OR WI'
                   TO ERR-MSG
		           MOVE 'Y' TO ERR-SW
		           GO TO L3-VALIDATION-EXIT.
		           IF VAL-POP-TYPES
			           NEXT SENTENCE
		           ELSE
                       MOVE 'POP TYPE MUST BE 1-6' TO ERR-MSG
			           MOVE 'Y' TO ERR-SW
			           GO TO L3-VALIDATION-EXIT
		           END-IF
			           GO TO L3-VALIDATION-EXIT
		           END-IF
	           ELSE
                   MOVE 'NUMBER OF CASES MUST BE NUMERIC' TO ERR-MSG
			       MOVE 'Y' TO ERR-SW
			       GO TO L3-VALIDATION-EXIT
		       END-IF.

			   IF NOT VAL-TEAMS
                   MOVE 'TEAM MUST BE A, B, C, D, OR E' TO ERR-MSG
				   MOVE 'Y' TO ERR-SW
				   GO TO L3-VALIDATION-EXIT
               END-IF.

      *A CAMPAIGN THAT HAS A ROSTER ONLY TAKES SALES FROM ITS ACTIVE
      *ROSTERED SELLERS, AND ONLY FOR THE TEAM THE SELLER IS ON.
	       PERFORM L4-ROSTER-LOOKUP.
	       IF C-RCP-SUB <= C-RCP-CTR
		   IF C-RST-SUB > C-RST-CTR
			   MOVE SPACES TO ERR-MSG
               STRING 'SELLER NOT ON ROSTER - ' DELIMITED BY SIZE
				   I-SELLER-FNAME DELIMITED BY '  '
				   ' ' DELIMITED BY SIZE
				   I-SELLER-LNAME DELIMITED BY '  '
				   INTO ERR-MSG
			   MOVE 'Y' TO ERR-SW
			   GO TO L3-VALIDATION-EXIT
		   END-IF
		   IF I-TEAM NOT = RST-TEAM(C-RST-SUB)
			   MOVE 'TEAM DOES NOT MATCH THE SELLER ROSTER'
				   TO ERR-MSG
			   MOVE 'Y' TO ERR-SW
			   GO TO L3-VALIDATION-EXIT
		   END-IF
	       END-IF.
			
       L3-VALIDATION-EXIT.
	       EXIT.
	
       L4-ROSTER-LOOKUP.
	       PERFORM VARYING C-RCP-SUB FROM 1 BY 1
		   UNTIL C-RCP-SUB > C-RCP-CTR
		       OR RCP-CAMPAIGN(C-RCP-SUB) = I-CAMPAIGN
	       END-PERFORM.
	       PERFORM VARYING C-RST-SUB FROM 1 BY 1
		   UNTIL C-RST-SUB > C-RST-CTR
		       OR (RST-CAMPAIGN(C-RST-SUB) = I-CAMPAIGN
			   AND RST-LNAME(C-RST-SUB) = I-SELLER-LNAME
			   AND RST-FNAME(C-RST-SUB) = I-SELLER-FNAME
			   AND RST-ACTIVE(C-RST-SUB) = 'Y')
	       END-PERFORM.

       L3-LOAD-ROSTER.
      *A SHORT ROSTER TABLE WOULD SEND GOOD SALES TO SUSPENSE, SO AN
      *OVERFLOW STOPS THE RUN BEFORE ANYTHING IS WRITTEN.
	       READ SELLER-ROSTER
		   AT END
		       MOVE 'NO' TO MORE-ROSTER
		   NOT AT END
		       IF C-RST-CTR < 1000
			   ADD 1 TO C-RST-CTR
			   MOVE SR-CAMPAIGN TO RST-CAMPAIGN(C-RST-CTR)
			   MOVE SR-LNAME    TO RST-LNAME(C-RST-CTR)
			   MOVE SR-FNAME    TO RST-FNAME(C-RST-CTR)
			   MOVE SR-TEAM     TO RST-TEAM(C-RST-CTR)
			   MOVE SR-ACTIVE   TO RST-ACTIVE(C-RST-CTR)
			   PERFORM VARYING C-RCP-SUB FROM 1 BY 1
			       UNTIL C-RCP-SUB > C-RCP-CTR
                   OR RCP-CAMPAIGN(C-RCP-SUB) = SR-CAMPAIGN
			   END-PERFORM
			   IF C-RCP-SUB > C-RCP-CTR AND C-RCP-CTR < 20
			       ADD 1 TO C-RCP-CTR
                   MOVE SR-CAMPAIGN TO RCP-CAMPAIGN(C-RCP-CTR)
			   END-IF
		       ELSE
			   DISPLAY 'CBLHJB05 - ROSTER-TABLE OVERFLOW, '
			       'RUN HALTED'
			   MOVE 16 TO RETURN-CODE
			   SET C-JOB-ABEND TO TRUE
			   MOVE 'NO' TO MORE-ROSTER
		       END-IF
	       END-READ.

       L3-ERROR-PRINT.
	       COMPUTE C-GT-ERR-CTR = C-GT-ERR-CTR + 1.
	       MOVE I-REC TO ERR-REC
	       MOVE SPACES TO SUSP-REC.
	       MOVE I-REC TO SUSP-REC(1:75).
	       MOVE C-STAMP-DATE TO SUSP-REC(76:8).
	       MOVE I-REC(76:30) TO SUSP-REC(84:30).
	       WRITE SUSP-REC.
       L3-CALCS.
	       EVALUATE I-STATE
	
	       EVALUATE I-POP-TYPE
		       WHEN 1
                   COMPUTE C-GT-COKE-CASES = C-GT-COKE-CASES + I-CASES
			       MOVE 'COKE' TO D-POP-TYPE
		       WHEN 2
                   COMPUTE C-GT-DC-CASES = C-GT-DC-CASES + I-CASES
			       MOVE  'DIET COKE' TO D-POP-TYPE
		       WHEN 3
                   COMPUTE C-GT-MY-CASES = C-GT-MY-CASES + I-CASES
			       MOVE 'MELLO YELLO' TO D-POP-TYPE
		       WHEN 4
                   COMPUTE C-GT-CC-CASES = C-GT-CC-CASES + I-CASES
			       MOVE 'CHERRY COKE' TO D-POP-TYPE
		       WHEN 5
                   COMPUTE C-GT-DCC-CASES = C-GT-DCC-CASES + I-CASES
			       MOVE 'DIET CHERRY COKE' TO D-POP-TYPE
		       WHEN 6
                   COMPUTE C-GT-SPRITE-CASES = C-GT-SPRITE-CASES
                                               + I-CASES
			       MOVE 'SPRITE' TO D-POP-TYPE
	       END-EVALUATE.
	
	       EVALUATE I-TEAM
		       WHEN 'A'
                   COMPUTE C-GT-A-TEAM = C-GT-A-TEAM + C-TOT-SALES
		       WHEN 'B'
                   COMPUTE C-GT-B-TEAM = C-GT-B-TEAM + C-TOT-SALES
		       WHEN 'C'
                   COMPUTE C-GT-C-TEAM = C-GT-C-TEAM + C-TOT-SALES
		       WHEN 'D'
                   COMPUTE C-GT-D-TEAM = C-GT-D-TEAM + C-TOT-SALES
		       WHEN 'E'
                   COMPUTE C-GT-E-TEAM = C-GT-E-TEAM + C-TOT-SALES
	       END-EVALUATE.
		
	
		       AFTER ADVANCING 3 LINES.
      
	   L3-FULFILLMENT-REPORT.
      *    CONNECTS CASES SOLD THIS RUN TO CASES ACTUALLY ON HAND.
      *    ON-HAND COMES FROM POPINV.DAT, DISTRIBUTOR DELIVERIES ARE
      *    POSTED FROM POPRCPT.DAT, AND THE RUN'S SOLD CASES RELIEVE
      *    THE BALANCE. THE REWRITTEN POPINV.DAT CARRIES THE NEW
      *    ON-HAND SO THE CLUB KNOWS WHAT TO ORDER BEFORE DELIVERY
      *    DAY.
		   INITIALIZE POPINV-TABLE.
		   OPEN INPUT POP-INV.
		   MOVE 'YES' TO MORE-INV.
			   UNTIL MORE-RCPTS = 'NO'.
		   CLOSE POP-RECEIPTS.
		   CLOSE POP-RCPT-POSTED.
      *    POSTED DELIVERIES MOVE TO POPRCPT.PST AND THE INPUT IS
      *    EMPTIED SO THEY POST ONLY ONCE.
		   OPEN OUTPUT POP-RECEIPTS.
		   CLOSE POP-RECEIPTS.
		   MOVE C-GT-COKE-CASES   TO PINV-COMMITTED(1).
				   MOVE 'NO' TO MORE-INV.
		   IF MORE-INV = 'YES'
			   IF PI-POP-TYPE >= 1 AND PI-POP-TYPE <= 6
                   MOVE PI-ON-HAND  TO PINV-ON-HAND(PI-POP-TYPE)
                   MOVE PI-RELIEVED TO PINV-RELIEVED(PI-POP-TYPE)
			   END-IF
		   END-IF.

				   MOVE 'NO' TO MORE-RCPTS.
		   IF MORE-RCPTS = 'YES'
			   IF PR-POP-TYPE >= 1 AND PR-POP-TYPE <= 6
                   ADD PR-CASES TO PINV-RECEIVED(PR-POP-TYPE)
			   END-IF
			   MOVE PR-REC TO PR-PST-REC
			   WRITE PR-PST-REC
		   END-IF.

	   L4-PRINT-FULFILL-LINE.
      *    THE LEDGER CARRIES CASES RELIEVED TO DATE, SO ONLY CASES
      *    SOLD SINCE THE LAST RUN RELIEVE THE BALANCE - RUNNING
      *    THE SAME NIGHT TWICE NEVER RELIEVES THE SAME CASES
      *    TWICE.
		   COMPUTE C-FUL-AVAIL =
               PINV-ON-HAND(C-INV-SUB) + PINV-RECEIVED(C-INV-SUB).
           IF PINV-COMMITTED(C-INV-SUB) > PINV-RELIEVED(C-INV-SUB)
			   COMPUTE C-FUL-NEW-COMMIT =
				   PINV-COMMITTED(C-INV-SUB) -
				   PINV-RELIEVED(C-INV-SUB)
			   MOVE 0 TO PINV-SHORTAGE(C-INV-SUB)
			   COMPUTE PINV-NEW-ON-HAND(C-INV-SUB) =
				   C-FUL-AVAIL - C-FUL-NEW-COMMIT
               ADD C-FUL-NEW-COMMIT TO PINV-RELIEVED(C-INV-SUB)
			   MOVE SPACES TO FD-SHORT-FLAG
		   END-IF.
		   EVALUATE C-INV-SUB
			   WHEN 1
                   MOVE 'COKE'             TO FD-POP-NAME
			   WHEN 2
                   MOVE 'DIET COKE'        TO FD-POP-NAME
			   WHEN 3
                   MOVE 'MELLO YELLO'      TO FD-POP-NAME
			   WHEN 4
                   MOVE 'CHERRY COKE'      TO FD-POP-NAME
			   WHEN 5
                   MOVE 'DIET CHERRY COKE' TO FD-POP-NAME
			   WHEN 6
                   MOVE 'SPRITE'           TO FD-POP-NAME
		   END-EVALUATE.
		   MOVE PINV-ON-HAND(C-INV-SUB)     TO FD-ON-HAND.
		   MOVE PINV-RECEIVED(C-INV-SUB)    TO FD-RECEIVED.
		   WRITE PI-REC.

	   L3-CAMP-ACCUM.
      *    EVERY CAMPAIGN SEEN ON THE FILE IS TALLIED HERE
      *    REGARDLESS OF THE SELECTION, SO THE BOOSTERS SEE SPRING
      *    AGAINST FALL WITHOUT JUGGLING RENAMED FILES. SALES ARE
      *    TALLIED AT THE FLAT CASE PRICE WITHOUT STATE DEPOSITS.
		   PERFORM VARYING C-CMP-SUB FROM 1 BY 1
			   UNTIL C-CMP-SUB > C-CMP-CTR
				   OR I-CAMPAIGN = CMP-CODE(C-CMP-SUB)
			   IF C-CMP-CTR < 20
				   ADD 1 TO C-CMP-CTR
				   MOVE C-CMP-CTR TO C-CMP-SUB
                   MOVE I-CAMPAIGN TO CMP-CODE(C-CMP-SUB)
                   MOVE 0          TO CMP-CASES(C-CMP-SUB)
                   MOVE 0          TO CMP-SALES(C-CMP-SUB)
			   ELSE
				   IF NOT C-CMP-OVFL
					   SET C-CMP-OVFL TO TRUE
                       DISPLAY 'CBLHJB05 - CAMPAIGN-TABLE OVERFLOW, '
                           'COMPARISON INCOMPLETE'
					   MOVE 8 TO RETURN-CODE
				   END-IF
				   MOVE 0 TO C-CMP-SUB
		   IF C-CMP-SUB > 0
			   ADD I-CASES TO CMP-CASES(C-CMP-SUB)
			   COMPUTE CMP-SALES(C-CMP-SUB) =
                   CMP-SALES(C-CMP-SUB) + 18.71 * I-CASES
		   END-IF.

	   L3-CAMPAIGN-COMPARISON.
			   AFTER ADVANCING 1 LINE.

	   L3-WRITE-POP-DEP.
      *    THE RUN'S COLLECTED DEPOSITS FEED THE GL INTERFACE THE
      *    SAME WAY THE REVENUE EXTRACTS FEED THE EXECUTIVE SUMMARY.
	       OPEN OUTPUT POP-DEP-SUM.
	       MOVE C-GT-TOT-DEP                  TO PD-TOT-DEP.
	       MOVE 'CBLHJB05'                    TO PD-PROGRAM-ID.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CAMPCTL.DAT' DELIMITED BY SIZE
               INTO FP-CAMPCTL-DAT.
           MOVE SPACES TO FP-SELLRST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'SELLRST.DAT' DELIMITED BY SIZE
               INTO FP-SELLRST-DAT.
           MOVE SPACES TO FP-POPDEP-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'POPDEP.DAT' DELIMITED BY SIZE
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

       END PROGRAM CBLHJB05.
