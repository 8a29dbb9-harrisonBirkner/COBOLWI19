			   ASSIGN TO DYNAMIC FP-CBLPOPCB-DAT
				   ORGANIZATION IS LINE SEQUENTIAL.

      *    THE CAMPAIGN NAMED HERE IS THE ONE THIS RUN REPORTS ON -
      *    A BLANK OR MISSING CAMPCTL.DAT TAKES EVERY CAMPAIGN.
	       SELECT OPTIONAL CAMP-CTL
			   ASSIGN TO DYNAMIC FP-CAMPCTL-DAT
				   ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE RECORD PER SELLER PER CAMPAIGN, MAINTAINED THROUGH
      *    CBLHJB25. A CAMPAIGN WITH NO ENTRIES IS NOT CHECKED.
	       SELECT OPTIONAL SELLER-ROSTER
			   ASSIGN TO DYNAMIC FP-SELLRST-DAT
				   ORGANIZATION IS LINE SEQUENTIAL.

	       SELECT OPTIONAL RUN-CONTROL
			   ASSIGN TO DYNAMIC FP-RUNCTL-DAT
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
	   01 CC-REC.
	       05 CC-COUNTED-CASH         PIC 9(7)V99.

      *    THE SUSPENSE RECORD CARRIES THE RUN DATE IN COLUMNS
      *    76-83 SO THE MORNING EXCEPTIONS DIGEST (CBLHJB56) CAN
      *    AGE IT, FOLLOWED BY THE SALE'S SELLER NAME IN 84-113.
      *    A TURN-IN REFUSED AGAINST THE SELLER ROSTER IS WRITTEN
      *    THE SAME WAY, WITH THE TURN-IN IMAGE IN COLUMNS 1-49.
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

	   FD POP-CTL-FILE
	   LABEL RECORD IS STANDARD
	   DATA RECORD IS PC-REC
       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-LANE              PIC X(8)    VALUE SPACES.
           05 FP-CBLPOPSL-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CBLPOPSLB-PRT       PIC X(40)   VALUE SPACES.
           05 FP-CBLPOPERB-PRT       PIC X(40)   VALUE SPACES.
           05 FP-CBLPOPSB-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CBLPOPCB-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CAMPCTL-DAT         PIC X(40)   VALUE SPACES.
           05 FP-SELLRST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.
           05 FP-POPSUM-DAT          PIC X(40)   VALUE SPACES.
			   10 C-TEAM-SUB          PIC 9.
			   10 C-TEAM-GOAL-PCT     PIC 999V9.
		   05 GRAND-TOTALS.
               10 C-GT-ERR-CTR        PIC 9(6)       VALUE 0.
               10 C-GT-TOT-DEP        PIC 9(7)V99    VALUE 0.
               10 C-GT-TOT-SALES      PIC 9(9)V99    VALUE 0.
               10 C-COUNTED-CASH      PIC 9(7)V99    VALUE 0.
               10 C-CASH-VARIANCE     PIC S9(7)V99   VALUE 0.

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
	       05 C-RST-KEY-CAMPAIGN      PIC X(4)    VALUE SPACES.
	       05 C-RST-KEY-LNAME         PIC X(15)   VALUE SPACES.
	       05 C-RST-KEY-FNAME         PIC X(15)   VALUE SPACES.
	       05 C-SEL-KEY-LNAME         PIC X(15)   VALUE SPACES.
	       05 C-SEL-KEY-FNAME         PIC X(15)   VALUE SPACES.
	       05 C-RST-TI-CTR            PIC 9(4)    VALUE 0.
	       05 C-RST-ACTIVE-CTR        PIC 9(5)    VALUE 0.
	       05 C-RST-NOSALE-CTR        PIC 9(5)    VALUE 0.

	   01 ROSTER-TABLE.
	       05 RST-ENTRY               OCCURS 1000 TIMES.
		   10 RST-CAMPAIGN        PIC X(4).
		   10 RST-SELLER-ID       PIC 9(5).
		   10 RST-LNAME           PIC X(15).
		   10 RST-FNAME           PIC X(15).
		   10 RST-TEAM            PIC X.
		   10 RST-GRADE           PIC XX.
		   10 RST-GUARDIAN-NAME   PIC X(20).
		   10 RST-GUARDIAN-PHONE  PIC 9(10).
		   10 RST-ACTIVE          PIC X.
		   10 RST-SALES-SW        PIC X.

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
		   05 H-SEL-TEAM              PIC X       VALUE SPACE.

	   01 ERROR-TABLE.
           05 ERROR-TABLE-MSG         PIC X(60)   OCCURS 13 TIMES.

       01 C-TEAM-TABLE.
           05 C-TEAM-INFO                         OCCURS 5 TIMES.
		       10 TEAM-GOAL	      PIC 9(7).

	   01 C-POP-TOTAL-TABLE.
           05 C-POP-TOTAL             PIC 9(6)    OCCURS 6 TIMES.

	   01 TEAM-POP-TABLE.
		   05 TEAM-POP-ROW            OCCURS 5 TIMES.
               10 TEAM-POP-CELL       PIC 9(5)    OCCURS 6 TIMES.

       01 POP-LIT-TABLE.
          05 POP-LIT              PIC X(16)   OCCURS 6 TIMES.

	   01 SELLER-TABLE.
		   05 SEL-ENTRY               OCCURS 500 TIMES.
			   10 AWD-THRESHOLD       PIC 9(5).

	   01 POP-DEP-RATES-TABLE.
           05 DEP-INFO                            OCCURS 6 TIMES.
			   10 DEP-STATE           PIC XX.
			   10 DEP-AMNT            PIC 9V99.
	       
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
	       05 FILLER	              PIC XXX	  VALUE SPACES.
	       05 GT-POP-TOTAL-TABLE.
               10 GT-POP-INFO                     OCCURS 3 TIMES.
		           15 GT-POP-LITERAL  PIC X(16).
                   15 FILLER          PIC X       VALUE SPACES.
		           15 GT-POP-TOTAL	  PIC ZZZ,ZZ9.
                   15 FILLER          PIC X(6)    VALUE SPACES.

	   01 GT-TEAM-LINE.
           05 FILLER                  PIC X(12)   VALUE 'TEAM TOTALS:'.

       01 GT-TEAM-LINE2.
		   05 FILLER                  PIC XXX     VALUE SPACES.
		   05 FILLER                  PIC X(3)    VALUE SPACES.
		   05 GT-TEAM-TOTAL            PIC $$$$,$$$,$$$.99.
		   05 FILLER                  PIC X(3)    VALUE SPACES.
           05 FILLER                  PIC X(6)    VALUE 'GOAL: '.
		   05 GT-TEAM-GOAL             PIC $$$,$$$,$$9.
		   05 FILLER                  PIC X(3)    VALUE SPACES.
		   05 GT-TEAM-PCT              PIC ZZ9.9.
           05 FILLER                  PIC X(15)   VALUE '% OF GOAL'.

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

	   01 MATRIX-TITLE-LINE.
		   05 FILLER                  PIC X(50)   VALUE SPACES.
           05 FILLER      PIC X(23)  VALUE 'TEAM SALES BY POP TYPE'.

	   01 MATRIX-HEADING.
		   05 FILLER                  PIC X(6)    VALUE SPACES.
           05 MH-POP-NAME             PIC X(17)   OCCURS 6 TIMES.

	   01 MATRIX-DETAIL-LINE.
		   05 MX-TEAM-NAME            PIC X(6).
		   05 MX-CELL-GRP             OCCURS 6 TIMES.
			   10 MX-CELL             PIC ZZZZ9.
               10 FILLER              PIC X(12)   VALUE SPACES.

	   01 SELLER-TITLE-LINE.
		   05 FILLER                  PIC X(47)   VALUE SPACES.
	   01 SELLER-HEADING.
		   05 FILLER                  PIC X(4)    VALUE 'RANK'.
		   05 FILLER                  PIC X(3)    VALUE SPACES.
           05 FILLER                  PIC X(9)    VALUE 'LAST NAME'.
		   05 FILLER                  PIC X(9)    VALUE SPACES.
           05 FILLER                  PIC X(10)   VALUE 'FIRST NAME'.
		   05 FILLER                  PIC X(8)    VALUE SPACES.
		   05 FILLER                  PIC X(4)    VALUE 'TEAM'.
		   05 FILLER                  PIC X(4)    VALUE SPACES.
		   05 FILLER                  PIC X(5)    VALUE 'CASES'.
		   05 FILLER                  PIC X(8)    VALUE SPACES.
           05 FILLER                  PIC X(11)   VALUE 'TOTAL SALES'.
		   05 FILLER                  PIC X(5)    VALUE SPACES.
           05 FILLER                  PIC X(11)   VALUE 'AWARD LEVEL'.

	   01 SELLER-DETAIL-LINE.
		   05 SD-RANK                 PIC ZZ9.
		   05 SD-AWARD                PIC X(16).

	   01 SELLER-TEAM-BREAK-LINE.
           05 FILLER                  PIC X(6)    VALUE 'TEAM: '.
		   05 STB-TEAM                PIC X.

	   01 LEDGER-TITLE-LINE.
	          VALUE 'SELLER COLLECTIONS LEDGER   '.

	   01 LEDGER-HEADING.
           05 FILLER                  PIC X(9)    VALUE 'LAST NAME'.
		   05 FILLER                  PIC X(9)    VALUE SPACES.
           05 FILLER                  PIC X(10)   VALUE 'FIRST NAME'.
		   05 FILLER                  PIC X(8)    VALUE SPACES.
		   05 FILLER                  PIC X(4)    VALUE 'TEAM'.
		   05 FILLER                  PIC X(5)    VALUE SPACES.
           05 FILLER                  PIC X(8)    VALUE 'OWED    '.
		   05 FILLER                  PIC X(6)    VALUE SPACES.
           05 FILLER                  PIC X(9)    VALUE 'TURNED IN'.
		   05 FILLER                  PIC X(5)    VALUE SPACES.
		   05 FILLER                  PIC X(11)
	          VALUE 'OUTSTANDING'.
	          VALUE 'TURN-INS HELD - OTHER CAMPAIGN        '.
		   05 LO-OFFCAMP-CTR          PIC Z,ZZ9.

	   01 LEDGER-ROSTER-LINE.
		   05 FILLER                  PIC X(38)
		      VALUE 'TURN-INS TO SUSPENSE - NOT ON ROSTER  '.
		   05 LR-ROSTER-CTR           PIC Z,ZZ9.

	   01 ROSTER-TITLE-LINE.
		   05 FILLER                  PIC X(44)   VALUE SPACES.
		   05 FILLER                  PIC X(30)
		      VALUE 'ROSTERED SELLERS WITH NO SALES'.

	   01 ROSTER-HEADING.
		   05 FILLER                  PIC X(4)    VALUE 'CAMP'.
		   05 FILLER                  PIC X(2)    VALUE SPACES.
		   05 FILLER                  PIC X(4)    VALUE 'TEAM'.
		   05 FILLER                  PIC X(2)    VALUE SPACES.
           05 FILLER                  PIC X(6)    VALUE 'SELLER'.
		   05 FILLER                  PIC X(2)    VALUE SPACES.
           05 FILLER                  PIC X(9)    VALUE 'LAST NAME'.
		   05 FILLER                  PIC X(8)    VALUE SPACES.
           05 FILLER                  PIC X(10)   VALUE 'FIRST NAME'.
		   05 FILLER                  PIC X(7)    VALUE SPACES.
		   05 FILLER                  PIC X(5)    VALUE 'GRADE'.
		   05 FILLER                  PIC X(2)    VALUE SPACES.
           05 FILLER                  PIC X(8)    VALUE 'GUARDIAN'.
		   05 FILLER                  PIC X(14)   VALUE SPACES.
		   05 FILLER                  PIC X(5)    VALUE 'PHONE'.

	   01 ROSTER-DETAIL-LINE.
		   05 RN-CAMPAIGN             PIC X(4).
		   05 FILLER                  PIC X(3)    VALUE SPACES.
		   05 RN-TEAM                 PIC X.
		   05 FILLER                  PIC X(4)    VALUE SPACES.
		   05 RN-SELLER-ID            PIC 9(5).
		   05 FILLER                  PIC X(3)    VALUE SPACES.
		   05 RN-LNAME                PIC X(15).
		   05 FILLER                  PIC X(2)    VALUE SPACES.
		   05 RN-FNAME                PIC X(15).
		   05 FILLER                  PIC X(3)    VALUE SPACES.
		   05 RN-GRADE                PIC XX.
		   05 FILLER                  PIC X(4)    VALUE SPACES.
		   05 RN-GUARDIAN             PIC X(20).
		   05 FILLER                  PIC X(2)    VALUE SPACES.
		   05 FILLER                  PIC X       VALUE '('.
		   05 RN-PHONE-AREA           PIC X(3).
		   05 FILLER                  PIC X(2)    VALUE ') '.
		   05 RN-PHONE-EXCH           PIC X(3).
		   05 FILLER                  PIC X       VALUE '-'.
		   05 RN-PHONE-LINE           PIC X(4).

	   01 ROSTER-COUNT-LINE.
		   05 FILLER                  PIC X(25)
		      VALUE 'ACTIVE ROSTERED SELLERS: '.
		   05 RC-ACTIVE-CTR           PIC ZZ,ZZ9.
		   05 FILLER                  PIC X(5)    VALUE SPACES.
		   05 FILLER                  PIC X(16)
		      VALUE 'WITH NO SALES:  '.
		   05 RC-NOSALE-CTR           PIC ZZ,ZZ9.

	   01 ROSTER-NONE-LINE.
		   05 FILLER                  PIC X(36)
		      VALUE 'NO SELLER ROSTER FOR THIS CAMPAIGN  '.

	   01 ZIP-TITLE-LINE.
		   05 FILLER                  PIC X(47)   VALUE SPACES.
		   05 FILLER                  PIC X(26)

	   01 ZIP-HEADING.
		   05 FILLER                  PIC X(5)    VALUE SPACES.
           05 FILLER                  PIC X(8)    VALUE 'ZIP CODE'.
		   05 FILLER                  PIC X(20)   VALUE SPACES.
           05 FILLER                  PIC X(9)    VALUE 'CASES DUE'.

	   01 ZIP-DETAIL-LINE.
		   05 FILLER                  PIC X(5)    VALUE SPACES.
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
	       OPEN INPUT CASH-CONTROL.
	       READ CASH-CONTROL
	           AT END
	           MOVE CURRENT-MONTH                  TO TITLE-MONTH
	           MOVE CURRENT-DAY                    TO TITLE-DAY
	           MOVE CURRENT-YEAR                   TO TITLE-YEAR
               MOVE CURRENT-MONTH                  TO ERR-TITLE-MONTH
	           MOVE CURRENT-DAY                    TO ERR-TITLE-DAY
	           MOVE CURRENT-YEAR                   TO ERR-TITLE-YEAR
	           MOVE CURRENT-YEAR                   TO C-TODAY-YEAR
	           MOVE RC-AS-OF-MONTH                 TO TITLE-MONTH
	           MOVE RC-AS-OF-DAY                   TO TITLE-DAY
	           MOVE RC-AS-OF-YEAR                  TO TITLE-YEAR
               MOVE RC-AS-OF-MONTH                 TO ERR-TITLE-MONTH
	           MOVE RC-AS-OF-DAY                   TO ERR-TITLE-DAY
	           MOVE RC-AS-OF-YEAR                  TO ERR-TITLE-YEAR
	           MOVE RC-AS-OF-YEAR                  TO C-TODAY-YEAR
		   INITIALIZE POP-DEP-RATES-TABLE.
		   INITIALIZE SELLER-TABLE.
		   INITIALIZE AWARD-TABLE.
		   INITIALIZE ERROR-TABLE.

	       OPEN INPUT POP-CTL-FILE.
	       PERFORM L3-LOAD-POP-CTL
	           UNTIL MORE-POP-CTL = 'NO'.
	       CLOSE POP-CTL-FILE.
      *    THE ROSTER EDITS CAME AFTER THE ORIGINAL ELEVEN MESSAGES;
      *    A CONTROL FILE WITHOUT E RECORDS FOR THEM GETS THESE.
	       IF ERROR-TABLE-MSG(12) = SPACES
		   MOVE 'SELLER NOT ON ROSTER' TO ERROR-TABLE-MSG(12)
	       END-IF.
	       IF ERROR-TABLE-MSG(13) = SPACES
		   MOVE 'TEAM DOES NOT MATCH THE SELLER ROSTER'
		       TO ERROR-TABLE-MSG(13)
	       END-IF.

	       OPEN INPUT CAMP-CTL.
	       READ CAMP-CTL
	       PERFORM L3-MATRIX-REPORT.
	       PERFORM L3-SELLER-REPORTS.
	       PERFORM L3-COLLECTIONS-LEDGER.
	       PERFORM L3-ROSTER-REPORT.
	       PERFORM L3-ERR-TOTALS.
	       PERFORM L3-WRITE-POP-SUM.
	       CLOSE ZIP-RAW.
		       END-IF.

			   IF NOT VAL-TEAMS
                   MOVE ERROR-TABLE-MSG(11)    TO ERR-MSG
				   MOVE 'Y'                    TO ERR-SW
				   GO TO L9-VALIDATION-EXIT
               END-IF.

      *        A CAMPAIGN THAT HAS A ROSTER ONLY TAKES SALES FROM ITS
      *        ACTIVE ROSTERED SELLERS, FOR THE TEAM THE SELLER IS ON.
      *        A SALE THAT PASSES MARKS ITS SELLER AS HAVING SOLD.
	       MOVE I-CAMPAIGN     TO C-RST-KEY-CAMPAIGN.
	       MOVE I-SELLER-LNAME TO C-RST-KEY-LNAME.
	       MOVE I-SELLER-FNAME TO C-RST-KEY-FNAME.
	       PERFORM L4-ROSTER-LOOKUP.
	       IF C-RCP-SUB <= C-RCP-CTR
		   IF C-RST-SUB > C-RST-CTR
			   MOVE SPACES TO ERR-MSG
			   STRING ERROR-TABLE-MSG(12) DELIMITED BY '  '
				   ' - ' DELIMITED BY SIZE
				   I-SELLER-FNAME DELIMITED BY '  '
				   ' ' DELIMITED BY SIZE
				   I-SELLER-LNAME DELIMITED BY '  '
				   INTO ERR-MSG
			   MOVE 'Y'                    TO ERR-SW
			   GO TO L9-VALIDATION-EXIT
		   END-IF
		   IF I-TEAM NOT = RST-TEAM(C-RST-SUB)
			   MOVE ERROR-TABLE-MSG(13)    TO ERR-MSG
			   MOVE 'Y'                    TO ERR-SW
			   GO TO L9-VALIDATION-EXIT
		   END-IF
		   MOVE 'Y' TO RST-SALES-SW(C-RST-SUB)
	       END-IF.

      *        A CLEAN RECORD MUST JUMP TO THE EXIT AS WELL - THE
      *        EXIT PARAGRAPH SITS AT THE BOTTOM OF THE PROGRAM AND
      *        FALLING OUT OF THE LAST EDIT WOULD SWEEP THROUGH
      *        EVERY PARAGRAPH IN BETWEEN.
	           GO TO L9-VALIDATION-EXIT.
	
       L3-ERROR-PRINT.
	       MOVE SPACES TO SUSP-REC.
	       MOVE I-REC TO SUSP-REC(1:75).
	       MOVE C-TODAY-DATE-N TO SUSP-REC(76:8).
	       MOVE I-REC(76:30) TO SUSP-REC(84:30).
	       WRITE SUSP-REC.

	   L3-CAMP-ACCUM.
      *    EVERY CAMPAIGN SEEN ON THE FILE IS TALLIED HERE
      *    REGARDLESS OF THE SELECTION. SALES ARE TALLIED AT THE
      *    FLAT CASE PRICE WITHOUT STATE DEPOSITS.
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
                       DISPLAY 'CBLHJB06 - CAMPAIGN-TABLE OVERFLOW, '
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
				   UNTIL SUB = I-POP-TYPE
           END-PERFORM.

           COMPUTE C-POP-TOTAL(SUB) = C-POP-TOTAL(SUB) + I-CASES.
		   MOVE POP-LIT(SUB) TO D-POP-TYPE.
		   MOVE SUB TO C-POP-SUB.

           END-PERFORM.

		   IF SUB <= 5
               COMPUTE TEAM-TOTAL(SUB) = TEAM-TOTAL(SUB) + C-TOT-SALES
			   MOVE SUB TO C-TEAM-SUB
		   ELSE
			   MOVE 0 TO C-TEAM-SUB
		   END-IF.

		   IF C-TEAM-SUB > 0
               ADD I-CASES TO TEAM-POP-CELL(C-TEAM-SUB, C-POP-SUB)
		   END-IF.
		   PERFORM L4-ACCUM-SELLER.

	   L4-ACCUM-SELLER.
      *    THE SALE IS CREDITED TO THE SELLER NAMED IN COLUMNS 76-105,
      *    THE NAME THE ROSTER AND THE TURN-INS ARE KEYED BY. A SALE
      *    KEYED BEFORE THE SELLER WAS CARRIED FALLS BACK TO THE NAME
      *    ON THE SALE, AS THE LEDGER ALWAYS DID.
           IF I-SELLER-LNAME = SPACES AND I-SELLER-FNAME = SPACES
			   MOVE I-LNAME        TO C-SEL-KEY-LNAME
			   MOVE I-FNAME        TO C-SEL-KEY-FNAME
		   ELSE
			   MOVE I-SELLER-LNAME TO C-SEL-KEY-LNAME
			   MOVE I-SELLER-FNAME TO C-SEL-KEY-FNAME
		   END-IF.
		   PERFORM VARYING C-SEL-SUB FROM 1 BY 1
			   UNTIL C-SEL-SUB > C-SEL-CTR
                   OR (C-SEL-KEY-LNAME = SEL-LNAME(C-SEL-SUB)
                       AND C-SEL-KEY-FNAME = SEL-FNAME(C-SEL-SUB))
		   END-PERFORM.
		   IF C-SEL-SUB > C-SEL-CTR
			   IF C-SEL-CTR < 500
				   ADD 1 TO C-SEL-CTR
				   MOVE C-SEL-CTR TO C-SEL-SUB
                   MOVE C-SEL-KEY-LNAME TO SEL-LNAME(C-SEL-SUB)
                   MOVE C-SEL-KEY-FNAME TO SEL-FNAME(C-SEL-SUB)
				   MOVE I-TEAM    TO SEL-TEAM(C-SEL-SUB)
                   MOVE 0         TO SEL-CASES(C-SEL-SUB)
                   MOVE 0         TO SEL-SALES(C-SEL-SUB)
			   ELSE
				   IF NOT C-SEL-OVFL
					   SET C-SEL-OVFL TO TRUE
                       DISPLAY 'CBLHJB06 - SELLER-TABLE OVERFLOW, '
						   'RANKINGS INCOMPLETE'
					   MOVE 8 TO RETURN-CODE
				   END-IF
		   PERFORM
			   VARYING SUB FROM 1 BY 1
				   UNTIL SUB > 3
                       MOVE POP-LIT(SUB) TO GT-POP-LITERAL(SUB)
                       MOVE C-POP-TOTAL(SUB) TO GT-POP-TOTAL(SUB) 
           END-PERFORM.

           WRITE PRTLINE FROM GT-POP-LINE2.
		   PERFORM
			   VARYING SUB FROM 1 BY 1
				   UNTIL SUB > 3
                       MOVE POP-LIT(SUB + 3) TO GT-POP-LITERAL(SUB)
                       MOVE C-POP-TOTAL(SUB + 3) TO GT-POP-TOTAL(SUB) 
           END-PERFORM.

		   WRITE PRTLINE FROM GT-POP-LINE2.
					   PERFORM L3-PRINT-TEAM-LINE
           END-PERFORM.

           COMPUTE C-CASH-VARIANCE = C-COUNTED-CASH - C-GT-TOT-DEP.
		   MOVE C-GT-TOT-DEP                  TO GT-TOT-DEP.
		   WRITE PRTLINE FROM RECON-LINE1
			   AFTER ADVANCING 3 LINES.
           MOVE C-COUNTED-CASH                TO GT-COUNTED-CASH.
		   WRITE PRTLINE FROM RECON-LINE2
			   AFTER ADVANCING 2 LINES.
           MOVE C-CASH-VARIANCE               TO GT-CASH-VARIANCE.
		   WRITE PRTLINE FROM RECON-LINE3
			   AFTER ADVANCING 2 LINES.

		   MOVE TEAM-GOAL(SUB)                TO GT-TEAM-GOAL.
		   IF TEAM-GOAL(SUB) > 0
			   COMPUTE C-TEAM-GOAL-PCT ROUNDED =
                   TEAM-TOTAL(SUB) / TEAM-GOAL(SUB) * 100
		   ELSE
               MOVE 0                         TO C-TEAM-GOAL-PCT
		   END-IF.
		   MOVE C-TEAM-GOAL-PCT               TO GT-TEAM-PCT.
		   WRITE PRTLINE FROM GT-TEAM-LINE2
		   PERFORM
			   VARYING SUB FROM 1 BY 1
				   UNTIL SUB > 6
                       MOVE POP-LIT(SUB) TO MH-POP-NAME(SUB)
           END-PERFORM.

           WRITE PRTLINE FROM MATRIX-HEADING
		   PERFORM
			   VARYING SUB2 FROM 1 BY 1
				   UNTIL SUB2 > 6
                       MOVE TEAM-POP-CELL(SUB, SUB2) TO MX-CELL(SUB2)
           END-PERFORM.

           WRITE PRTLINE FROM MATRIX-DETAIL-LINE
		   OPEN OUTPUT SELLER-RAW.
		   PERFORM VARYING C-SEL-SUB FROM 1 BY 1
			   UNTIL C-SEL-SUB > C-SEL-CTR
                   MOVE SEL-LNAME(C-SEL-SUB)  TO SLR-LNAME
                   MOVE SEL-FNAME(C-SEL-SUB)  TO SLR-FNAME
                   MOVE SEL-TEAM(C-SEL-SUB)   TO SLR-TEAM
                   MOVE SEL-CASES(C-SEL-SUB)  TO SLR-CASES
                   MOVE SEL-SALES(C-SEL-SUB)  TO SLR-SALES
				   WRITE SLR-REC
		   END-PERFORM.
		   CLOSE SELLER-RAW.
		   PERFORM L4-READ-SELLER-SORTED.

	   L5-EVAL-AWARD-LEVEL.
      *    A SELLER EARNS THE HIGHEST AWARD TIER WHOSE CASE
      *    THRESHOLD THEY HAVE REACHED. TIERS COME FROM THE 'A'
      *    RECORDS ON CBLPOPCB.DAT.
		   MOVE 0 TO C-BEST-AWD.
		   PERFORM VARYING C-AWD-SUB FROM 1 BY 1
			   UNTIL C-AWD-SUB > C-CTL-AWARD-CTR
                   IF SLS-CASES >= AWD-THRESHOLD(C-AWD-SUB)
					   IF C-BEST-AWD = 0
                           MOVE C-AWD-SUB TO C-BEST-AWD
					   ELSE
                           IF AWD-THRESHOLD(C-AWD-SUB) >
                               AWD-THRESHOLD(C-BEST-AWD)
                               MOVE C-AWD-SUB TO C-BEST-AWD
						   END-IF
					   END-IF
				   END-IF
		   PERFORM L4-READ-SELLER-TEAM.

	   L3-COLLECTIONS-LEDGER.
      *    THE CASH RECONCILIATION ONLY SAYS THE RUN IS SHORT. THIS
      *    LEDGER SAYS WHOSE ENVELOPE TO ASK ABOUT: PER SELLER, WHAT
      *    THEIR RECORDED SALES SAY THEY OWE AGAINST WHAT THEY HAVE
      *    TURNED IN, WITH AN AGING INDICATOR ON THE LAST TURN-IN.
		   OPEN INPUT TURNIN-FILE.
		   MOVE 'YES' TO MORE-TURNINS.
		   PERFORM L4-APPLY-TURNIN
		   MOVE C-OFFCAMP-TI-CTR TO LO-OFFCAMP-CTR.
		   WRITE PRTLINE FROM LEDGER-OFFCAMP-LINE
			   AFTER ADVANCING 1 LINE.
		   MOVE C-RST-TI-CTR TO LR-ROSTER-CTR.
		   WRITE PRTLINE FROM LEDGER-ROSTER-LINE
			   AFTER ADVANCING 1 LINE.

	   L4-APPLY-TURNIN.
      *    THE TURN-IN FILE IS KEYED BY HAND AND GETS NO EDIT PASS,
      *    SO THE DATE IS VALIDATED HERE BEFORE IT CAN EVER REACH
      *    FUNCTION INTEGER-OF-DATE IN THE AGING MATH. A BAD DATE
      *    IS TREATED LIKE A TURN-IN MATCHING NO SELLER - COUNTED
      *    FOR THE OFFICE TO REKEY, NOT POSTED. WHEN A CAMPAIGN IS
      *    SELECTED, A TURN-IN KEYED TO ANOTHER CAMPAIGN IS HELD
      *    ASIDE AND COUNTED, NOT POSTED AGAINST THESE SELLERS.
		   READ TURNIN-FILE
			   AT END
				   MOVE 'NO' TO MORE-TURNINS.
		   IF MORE-TURNINS = 'YES'
			   MOVE TU-DATE TO C-VAL-DATE
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS
			   IF C-DATE-STATUS NOT = 'Y'
				   ADD 1 TO C-UNK-TURNIN-CTR
                   DISPLAY 'CBLHJB06 - TURN-IN WITH BAD DATE '
					   'DROPPED: ' TU-REC
			   ELSE
				   IF NOT C-ALL-CAMPS
                       AND TU-CAMPAIGN NOT = C-SEL-CAMPAIGN
					   ADD 1 TO C-OFFCAMP-TI-CTR
				   ELSE
					   PERFORM L5-POST-TURNIN
					       THRU L5-POST-TURNIN-EXIT
				   END-IF
			   END-IF
		   END-IF.

	   L5-POST-TURNIN.
      *    ON A CAMPAIGN WITH A ROSTER, A TURN-IN FROM ANYONE WHO IS
      *    NOT AN ACTIVE ROSTERED SELLER GOES TO THE ERROR REPORT AND
      *    SUSPENSE LIKE A BAD SALE, RATHER THAN OPENING A SECOND
      *    LEDGER LINE UNDER A MISSPELLED NAME.
		   MOVE TU-CAMPAIGN TO C-RST-KEY-CAMPAIGN.
		   MOVE TU-LNAME    TO C-RST-KEY-LNAME.
		   MOVE TU-FNAME    TO C-RST-KEY-FNAME.
		   PERFORM L4-ROSTER-LOOKUP.
		   IF C-RCP-SUB <= C-RCP-CTR AND C-RST-SUB > C-RST-CTR
			   ADD 1 TO C-RST-TI-CTR
			   PERFORM L6-SUSPEND-TURNIN
			   GO TO L5-POST-TURNIN-EXIT
		   END-IF.
		   PERFORM VARYING C-SEL-SUB FROM 1 BY 1
			   UNTIL C-SEL-SUB > C-SEL-CTR
			       OR (TU-LNAME = SEL-LNAME(C-SEL-SUB)
				   AND TU-FNAME = SEL-FNAME(C-SEL-SUB))
		   END-PERFORM.
		   IF C-SEL-SUB <= C-SEL-CTR
			   ADD TU-AMOUNT TO SEL-TURNED-IN(C-SEL-SUB)
			   IF TU-DATE > SEL-LAST-TURNIN(C-SEL-SUB)
                   MOVE TU-DATE TO SEL-LAST-TURNIN(C-SEL-SUB)
			   END-IF
		   ELSE
			   ADD 1 TO C-UNK-TURNIN-CTR
		   END-IF.

	   L5-POST-TURNIN-EXIT.
		   EXIT.

	   L6-SUSPEND-TURNIN.
		   ADD 1 TO C-GT-ERR-CTR.
		   MOVE SPACES               TO ERR-REC.
		   MOVE TU-REC               TO ERR-REC.
		   MOVE SPACES               TO ERR-MSG.
		   STRING ERROR-TABLE-MSG(12) DELIMITED BY '  '
			   ' - TURN-IN' DELIMITED BY SIZE
			   INTO ERR-MSG.
		   WRITE ERRLINE FROM ERROR-LINE
			   AFTER ADVANCING 2 LINES
				   AT EOP
					   PERFORM L4-ERROR-HEADING.
		   MOVE SPACES               TO SUSP-REC.
		   MOVE TU-REC               TO SUSP-REC(1:49).
		   MOVE C-TODAY-DATE-N       TO SUSP-REC(76:8).
		   MOVE TU-LNAME             TO SUSP-REC(84:15).
		   MOVE TU-FNAME             TO SUSP-REC(99:15).
		   WRITE SUSP-REC.

	   L4-ROSTER-LOOKUP.
		   PERFORM VARYING C-RCP-SUB FROM 1 BY 1
			   UNTIL C-RCP-SUB > C-RCP-CTR
                   OR RCP-CAMPAIGN(C-RCP-SUB) = C-RST-KEY-CAMPAIGN
		   END-PERFORM.
		   PERFORM VARYING C-RST-SUB FROM 1 BY 1
			   UNTIL C-RST-SUB > C-RST-CTR
                   OR (RST-CAMPAIGN(C-RST-SUB) = C-RST-KEY-CAMPAIGN
                   AND RST-LNAME(C-RST-SUB) = C-RST-KEY-LNAME
                   AND RST-FNAME(C-RST-SUB) = C-RST-KEY-FNAME
				   AND RST-ACTIVE(C-RST-SUB) = 'Y')
		   END-PERFORM.

	   L3-LOAD-ROSTER.
      *    A SHORT ROSTER TABLE WOULD SEND GOOD SALES TO SUSPENSE, SO
      *    AN OVERFLOW STOPS THE RUN BEFORE ANYTHING IS WRITTEN.
		   READ SELLER-ROSTER
			   AT END
			       MOVE 'NO' TO MORE-ROSTER
			   NOT AT END
			       IF C-RST-CTR < 1000
				   ADD 1 TO C-RST-CTR
                   MOVE SR-CAMPAIGN  TO RST-CAMPAIGN(C-RST-CTR)
                   MOVE SR-SELLER-ID TO RST-SELLER-ID(C-RST-CTR)
                   MOVE SR-LNAME     TO RST-LNAME(C-RST-CTR)
                   MOVE SR-FNAME     TO RST-FNAME(C-RST-CTR)
                   MOVE SR-TEAM      TO RST-TEAM(C-RST-CTR)
                   MOVE SR-GRADE     TO RST-GRADE(C-RST-CTR)
				   MOVE SR-GUARDIAN-NAME
				       TO RST-GUARDIAN-NAME(C-RST-CTR)
				   MOVE SR-GUARDIAN-PHONE
				       TO RST-GUARDIAN-PHONE(C-RST-CTR)
                   MOVE SR-ACTIVE    TO RST-ACTIVE(C-RST-CTR)
                   MOVE 'N'          TO RST-SALES-SW(C-RST-CTR)
				   PERFORM VARYING C-RCP-SUB FROM 1 BY 1
				       UNTIL C-RCP-SUB > C-RCP-CTR
                       OR RCP-CAMPAIGN(C-RCP-SUB) = SR-CAMPAIGN
				   END-PERFORM
                   IF C-RCP-SUB > C-RCP-CTR AND C-RCP-CTR < 20
				       ADD 1 TO C-RCP-CTR
                       MOVE SR-CAMPAIGN TO RCP-CAMPAIGN(C-RCP-CTR)
				   END-IF
			       ELSE
                   DISPLAY 'CBLHJB06 - ROSTER-TABLE OVERFLOW, '
				       'RUN HALTED'
				   MOVE 16 TO RETURN-CODE
				   SET C-JOB-ABEND TO TRUE
				   MOVE 'NO' TO MORE-ROSTER
			       END-IF
		   END-READ.

	   L3-ROSTER-REPORT.
      *    ACTIVE ROSTERED SELLERS FOR THE CAMPAIGN BEING REPORTED WHO
      *    HAVE NO ACCEPTED SALE YET, WITH THE GUARDIAN TO CALL, SO
      *    THE COACHES CAN FOLLOW UP MID-CAMPAIGN.
		   ADD 1 TO PAGE-CTR.
		   MOVE PAGE-CTR TO TITLE-PAGE.
		   WRITE PRTLINE FROM TITLE-LINE1
			   AFTER ADVANCING PAGE.
		   WRITE PRTLINE FROM TITLE-LINE2
			   AFTER ADVANCING 1 LINE.
		   WRITE PRTLINE FROM ROSTER-TITLE-LINE
			   AFTER ADVANCING 1 LINE.
		   WRITE PRTLINE FROM ROSTER-HEADING
			   AFTER ADVANCING 2 LINES.
		   PERFORM L4-ROSTER-NO-SALE
			   VARYING C-RST-SUB FROM 1 BY 1
				   UNTIL C-RST-SUB > C-RST-CTR.
		   IF C-RST-ACTIVE-CTR = 0
			   WRITE PRTLINE FROM ROSTER-NONE-LINE
				   AFTER ADVANCING 2 LINES
		   ELSE
			   MOVE C-RST-ACTIVE-CTR TO RC-ACTIVE-CTR
			   MOVE C-RST-NOSALE-CTR TO RC-NOSALE-CTR
			   WRITE PRTLINE FROM ROSTER-COUNT-LINE
				   AFTER ADVANCING 3 LINES
		   END-IF.

	   L4-ROSTER-NO-SALE.
		   IF RST-ACTIVE(C-RST-SUB) = 'Y'
		       AND (C-ALL-CAMPS
			   OR RST-CAMPAIGN(C-RST-SUB) = C-SEL-CAMPAIGN)
			   ADD 1 TO C-RST-ACTIVE-CTR
			   IF RST-SALES-SW(C-RST-SUB) = 'N'
				   ADD 1 TO C-RST-NOSALE-CTR
				   PERFORM L5-PRINT-ROSTER-LINE
			   END-IF
		   END-IF.

	   L5-PRINT-ROSTER-LINE.
		   MOVE RST-CAMPAIGN(C-RST-SUB)      TO RN-CAMPAIGN.
		   MOVE RST-TEAM(C-RST-SUB)          TO RN-TEAM.
		   MOVE RST-SELLER-ID(C-RST-SUB)     TO RN-SELLER-ID.
		   MOVE RST-LNAME(C-RST-SUB)         TO RN-LNAME.
		   MOVE RST-FNAME(C-RST-SUB)         TO RN-FNAME.
		   MOVE RST-GRADE(C-RST-SUB)         TO RN-GRADE.
		   MOVE RST-GUARDIAN-NAME(C-RST-SUB) TO RN-GUARDIAN.
           MOVE RST-GUARDIAN-PHONE(C-RST-SUB)(1:3) TO RN-PHONE-AREA.
           MOVE RST-GUARDIAN-PHONE(C-RST-SUB)(4:3) TO RN-PHONE-EXCH.
           MOVE RST-GUARDIAN-PHONE(C-RST-SUB)(7:4) TO RN-PHONE-LINE.
		   WRITE PRTLINE FROM ROSTER-DETAIL-LINE
			   AFTER ADVANCING 1 LINE
				   AT EOP
					   PERFORM L4-HEADING
		   END-WRITE.

	   L4-PRINT-LEDGER-LINE.
		   MOVE SEL-LNAME(C-SEL-SUB)      TO LD-LNAME.
		   MOVE SEL-FNAME(C-SEL-SUB)      TO LD-FNAME.
		   MOVE SEL-SALES(C-SEL-SUB)      TO LD-OWED.
		   MOVE SEL-TURNED-IN(C-SEL-SUB)  TO LD-TURNED-IN.
		   COMPUTE C-OUTSTANDING =
               SEL-SALES(C-SEL-SUB) - SEL-TURNED-IN(C-SEL-SUB).
		   MOVE C-OUTSTANDING             TO LD-OUTSTANDING.
		   IF C-OUTSTANDING <= 0
			   MOVE 'PAID IN FULL'        TO LD-AGING
				   MOVE 'NO TURN-IN  '    TO LD-AGING
			   ELSE
				   COMPUTE C-TURNIN-AGE =
                       FUNCTION INTEGER-OF-DATE(C-TODAY-DATE-N) -
					   FUNCTION INTEGER-OF-DATE
                           (SEL-LAST-TURNIN(C-SEL-SUB))
				   IF C-TURNIN-AGE > 60
                       MOVE 'OVER 60 DAYS'    TO LD-AGING
				   ELSE
					   IF C-TURNIN-AGE > 30
                           MOVE 'OVER 30 DAYS' TO LD-AGING
					   ELSE
                           MOVE 'RECENT      ' TO LD-AGING
					   END-IF
				   END-IF
			   END-IF
	           NOT AT END
	               EVALUATE TRUE
	               WHEN PC-ERROR-MSG
	                   IF C-CTL-ERR-CTR < 13
	                       ADD 1 TO C-CTL-ERR-CTR
	                       MOVE PC-DATA(1:60) TO
	                           ERROR-TABLE-MSG(C-CTL-ERR-CTR)
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CAMPCTL.DAT' DELIMITED BY SIZE
               INTO FP-CAMPCTL-DAT.
           MOVE SPACES TO FP-SELLRST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'SELLRST.DAT' DELIMITED BY SIZE
               INTO FP-SELLRST-DAT.
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
           MOVE SPACES TO FP-POPSUM-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
