
		   SELECT PRTOUT
	   			   ASSIGN TO DYNAMIC FP-STDNTRPT-PRT
                       ORGANIZATION IS RECORD SEQUENTIAL.

		   SELECT CSVOUT
			   ASSIGN TO DYNAMIC FP-STDNTRPT-CSV
       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-LANE              PIC X(8)    VALUE SPACES.
           05 FP-STDNTMST-DAT        PIC X(40)   VALUE SPACES.
           05 FP-STDNTSRT-DAT        PIC X(40)   VALUE SPACES.
           05 FP-STDNTRPT-PRT        PIC X(40)   VALUE SPACES.
		       88  C-DUP-ID            VALUE 'Y'.
		   05  SEEN-IDS.
			   10  C-SEEN-CTR          PIC 9(4)   VALUE 0.
               10  C-SEEN-ID           PIC X(7)   OCCURS 5000 TIMES.
		   05  C-SUB                   PIC 9(4)   VALUE 0.
		   05  OVERFLOW-SWITCHES.
			   10  C-SEEN-OVFL-SW      PIC X      VALUE 'N'.
			  VALUE '*** TABLE OVERFLOW - '.
		   05  OVW-TABLE-NAME   PIC X(15).
		   05  FILLER           PIC X(40)
              VALUE ' ENTRIES DROPPED, COUNTS INCOMPLETE ***'.

	   01  PLACEMENT-TABLE.
		   05  PLC-ENTRY               OCCURS 500 TIMES.
			   10  CAT-CREDIT-HOURS    PIC 9.

	   01  ERR-TITLE-LINE.
           05  FILLER                  PIC X(6)    VALUE 'DATE: '.
		   05  ERR-TITLE-DATE.
		       10  ERR-TITLE-MONTH     PIC XX.
               10  FILLER              PIC X       VALUE '/'.
			   10  ERR-TITLE-DAY       PIC XX.
		       10  FILLER              PIC X       VALUE '/'.
			   10  ERR-TITLE-YEAR      PIC X(4).
		   05  FILLER                  PIC X(35)
			   VALUE 'COURSE-GRADE CATALOG EXCEPTIONS    '.
		   05  FILLER                  PIC X(40)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
		   05  ERR-TITLE-PAGE          PIC Z9.

	   01  ERR-COL-HEADING.
	   01  STU-TERM-LIST.
		   05  C-TL-CTR                PIC 99     VALUE 0.
		   05  C-TL-SUB                PIC 99     VALUE 0.
           05  TL-TERM                 PIC X(5)   OCCURS 12 TIMES.

	   01  TITLE-LINE.
           05  FILLER                  PIC X(6)    VALUE 'DATE: '.
		   05  TITLE-DATE.
		       10  TITLE-MONTH         PIC XX.
               10  FILLER              PIC X       VALUE '/'.
			   10  TITLE-DAY           PIC XX.
		       10  FILLER              PIC X       VALUE '/'.
			   10  TITLE-YEAR          PIC X(4).
		   05  FILLER                  PIC X(29)
			   VALUE 'WILSON S COBOL STUDENT ROSTER'.
		   05  FILLER                  PIC X(44)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
		   05  TITLE-PAGE              PIC Z9.

	   01  COL-HEADING1.
		   05  FILLER                  PIC X(116)  VALUE SPACES.
           05  FILLER                  PIC X(11)   VALUE 'ANTICIPATED'.
		   05  FILLER                  PIC X(5)    VALUE SPACES.

	   01  COL-HEADING2.
		   05  FILLER                  PIC XX      VALUE SPACES.
		   05  FILLER                  PIC XX      VALUE 'ID'.
		   05  FILLER                  PIC X(23)   VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'LAST NAME'.
		   05  FILLER                  PIC X(18)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'FIRST NAME'.
		   05  FILLER                  PIC X(12)   VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'KEYED GPA'.
		   05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(8)    VALUE 'COMP GPA'.
		   05  FILLER                  PIC X(15)   VALUE SPACES.
		   05  FILLER                  PIC X(15)
		       VALUE 'STARTING SALARY'.

	   01  DETAIL-LINE.
		   05  D-ID                    PIC X(7).
           05  FILLER                  PIC X(20)     VALUE SPACES.
		   05  D-LAST-NAME             PIC X(15).
           05  FILLER                  PIC X(12)     VALUE SPACES.
		   05  D-FIRST-NAME            PIC X(15).
           05  FILLER                  PIC X(12)     VALUE SPACES.
		   05  D-GPA                   PIC Z.99.
           05  FILLER                  PIC X(6)      VALUE SPACES.
		   05  D-CMP-GPA               PIC Z.99.
           05  FILLER                  PIC X(2)      VALUE SPACES.
           05  D-GPA-FLAG              PIC X(8)      VALUE SPACES.
           05  FILLER                  PIC X(3)      VALUE SPACES.
           05  D-DEAN-LIST             PIC X(9)      VALUE SPACES.
           05  FILLER                  PIC X(3)      VALUE SPACES.
		   05  D-START-SALARY          PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC XX        VALUE SPACES.

	   01  MAJOR-LINE.
           05  FILLER                  PIC X(9)      VALUE SPACES.
           05  FILLER                  PIC X(8)      VALUE 'MAJOR : '.
		   05  COL-MAJOR-NAME          PIC X(20).

	   01  MJ-SUBTOTAL-LINE.
           05  FILLER                  PIC X(9)      VALUE SPACES.
		   05  FILLER                  PIC X(14)
			   VALUE 'SUBTOTALS FOR '.
		   05  MJ-MAJOR-NAME           PIC X(20).
           05  FILLER                  PIC X(4)      VALUE SPACES.
		   05  FILLER                  PIC X(17)
			   VALUE 'STUDENT COUNT:   '.
		   05  MJ-NUM-STUD             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(7)      VALUE SPACES.
		   05  FILLER                  PIC X(12)
			   VALUE 'AVG SALARY: '.
		   05  MJ-AVG-SAL              PIC ZZZ,ZZZ.99.
		   05  CSV-SAL                 PIC 9(6).99.

	   01  DUP-ID-LINE.
           05  FILLER                  PIC X(9)      VALUE SPACES.
		   05  FILLER                  PIC X(28)
			   VALUE '*** DUPLICATE ID *** ID:   '.
		   05  DUP-ID                  PIC X(7).

	   01  TOTAL-LINE.
           05  FILLER                  PIC X(54)     VALUE SPACES.
		   05  FILLER                  PIC X(15)
			   VALUE 'STUDENT COUNT: '.
		   05  T-TOTAL-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(54)     VALUE SPACES.

	   01  GPA-BAND-LINE1.
           05  FILLER                  PIC X(54)     VALUE SPACES.
		   05  FILLER                  PIC X(23)
			   VALUE 'DEAN S LIST (3.5-4.0): '.
		   05  T-GPA-BAND-HIGH         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(46)     VALUE SPACES.

	   01  GPA-BAND-LINE2.
           05  FILLER                  PIC X(54)     VALUE SPACES.
		   05  FILLER                  PIC X(23)
			   VALUE '3.0 - 3.49 GPA:        '.
		   05  T-GPA-BAND-MID          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(46)     VALUE SPACES.

	   01  GPA-BAND-LINE3.
           05  FILLER                  PIC X(54)     VALUE SPACES.
		   05  FILLER                  PIC X(23)
			   VALUE 'BELOW 3.0 GPA:         '.
		   05  T-GPA-BAND-LOW          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(46)     VALUE SPACES.

	   01  PLC-TITLE-LINE.
           05  FILLER                  PIC X(40)     VALUE SPACES.
		   05  FILLER                  PIC X(42)
               VALUE 'GRADUATE PLACEMENT - ANTICIPATED VS ACTUAL'.

	   01  PLC-HEADING.
           05  FILLER                  PIC X(2)      VALUE SPACES.
		   05  FILLER                  PIC X(2)      VALUE 'ID'.
           05  FILLER                  PIC X(8)      VALUE SPACES.
           05  FILLER                  PIC X(9)      VALUE 'LAST NAME'.
           05  FILLER                  PIC X(9)      VALUE SPACES.
           05  FILLER                  PIC X(8)      VALUE 'EMPLOYER'.
           05  FILLER                  PIC X(15)     VALUE SPACES.
		   05  FILLER                  PIC X(11)
			   VALUE 'ANTICIPATED'.
           05  FILLER                  PIC X(7)      VALUE SPACES.
           05  FILLER                  PIC X(6)      VALUE 'ACTUAL'.
           05  FILLER                  PIC X(8)      VALUE SPACES.
           05  FILLER                  PIC X(8)      VALUE 'VARIANCE'.

	   01  PLC-DETAIL-LINE.
           05  FILLER                  PIC X(2)      VALUE SPACES.
		   05  PD-ID                   PIC X(7).
           05  FILLER                  PIC X(3)      VALUE SPACES.
		   05  PD-LNAME                PIC X(15).
           05  FILLER                  PIC X(3)      VALUE SPACES.
		   05  PD-EMPLOYER             PIC X(20).
           05  FILLER                  PIC X(3)      VALUE SPACES.
		   05  PD-ANT-SAL              PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC X(3)      VALUE SPACES.
		   05  PD-ACT-SAL              PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC X(3)      VALUE SPACES.
		   05  PD-VARIANCE             PIC ZZZ,ZZZ.99-.

	   01  PLC-MJ-SUBTOTAL-LINE.
           05  FILLER                  PIC X(9)      VALUE SPACES.
		   05  FILLER                  PIC X(14)
			   VALUE 'SUBTOTALS FOR '.
		   05  PM-MAJOR-NAME           PIC X(20).
           05  FILLER                  PIC X(9)      VALUE 'PLACED: '.
		   05  PM-CTR                  PIC ZZ9.
           05  FILLER                  PIC X(3)      VALUE SPACES.
		   05  PM-ANT-SAL              PIC ZZZ,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(3)      VALUE SPACES.
		   05  PM-ACT-SAL              PIC ZZZ,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(3)      VALUE SPACES.
		   05  PM-VARIANCE             PIC ZZZ,ZZZ,ZZZ.99-.

	   01  PLC-TOTAL-LINE.
           05  FILLER                  PIC X(9)      VALUE SPACES.
		   05  FILLER                  PIC X(20)
			   VALUE 'TOTAL PLACEMENTS:   '.
		   05  GPM-CTR                 PIC Z,ZZ9.
           05  FILLER                  PIC X(3)      VALUE SPACES.
		   05  GPM-ANT-SAL             PIC Z,ZZZ,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(3)      VALUE SPACES.
		   05  GPM-ACT-SAL             PIC Z,ZZZ,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(3)      VALUE SPACES.
		   05  GPM-VARIANCE            PIC Z,ZZZ,ZZZ,ZZZ.99-.

	   01  PLC-NONE-LINE.
           05  FILLER                  PIC X(40)     VALUE SPACES.
		   05  FILLER                  PIC X(24)
			   VALUE 'NO PLACEMENTS ON FILE   '.

	   01  GPA-MISMATCH-LINE.
           05  FILLER                  PIC X(54)     VALUE SPACES.
		   05  FILLER                  PIC X(23)
			   VALUE 'GPA MISMATCHES:        '.
		   05  T-GPA-MISMATCH          PIC Z,ZZ9.
           05  FILLER                  PIC X(50)     VALUE SPACES.

       PROCEDURE DIVISION.
	   L1-MAIN.
			   USING STUDENT-MASTER
			   GIVING SORTED-MASTER.
		   IF SORT-RETURN NOT = ZERO
               DISPLAY 'CBLHJB00 - SORT OF STUDENT-MASTER FAILED, '
				   'SORT-RETURN = ' SORT-RETURN
			   MOVE 16 TO RETURN-CODE
			   SET C-JOB-ABEND TO TRUE
				   MOVE 'N'   TO RC-RERUN-FLAG.
		   CLOSE RUN-CONTROL.
		   IF RC-AS-OF-YEAR = ZERO
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME
			   MOVE CURRENT-MONTH          TO TITLE-MONTH
			   MOVE CURRENT-DAY            TO TITLE-DAY
			   MOVE CURRENT-YEAR           TO TITLE-YEAR
		   MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
		   MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
		   MOVE CURRENT-TIME           TO RL-RUN-TIME.
      *    EVERY STUDENT READ MAKES THE ROSTER - THE COURSE-GRADE
      *    CATALOG EXCEPTIONS PRINT ON CRSGDREJ INSTEAD, SO THE
      *    BALANCING IDENTITY (READ = PROCESSED + REJECTED) HOLDS.
		   MOVE C-RUNLOG-RECS-READ     TO RL-RECS-READ.
		   MOVE C-STUD-CTR             TO RL-RECS-PROCESSED.
		   MOVE 0                      TO RL-RECS-REJECTED.
		   ELSE
			   IF NOT C-SEEN-OVFL
				   SET C-SEEN-OVFL TO TRUE
                   DISPLAY 'CBLHJB00 - SEEN-IDS TABLE OVERFLOW, '
					   'DUPLICATE CHECK INCOMPLETE'
				   MOVE 8 TO RETURN-CODE
			   END-IF
		   ADD I-EX-STRT-SAL TO C-MJ-TOTAL-SAL.

	   L3-COMPUTE-GPA.
      *    THE GPA ON THE ROSTER IS VERIFIED AGAINST THE COURSE-GRADE
      *    DETAIL. WITH NO DETAIL ON FILE FOR A STUDENT THE KEYED GPA
      *    STANDS AS REPORTED.
		   MOVE 0 TO C-QUAL-PTS.
		   MOVE 0 TO C-GRD-HOURS.
		   PERFORM VARYING C-CRS-SUB FROM 1 BY 1
			   UNTIL C-CRS-SUB > C-CRS-CTR
				   IF CRS-ID(C-CRS-SUB) = I-ID
                       ADD CRS-CREDIT-HOURS(C-CRS-SUB)
						   TO C-GRD-HOURS
					   EVALUATE CRS-GRADE(C-CRS-SUB)
						   WHEN 'A'
                               COMPUTE C-QUAL-PTS = C-QUAL-PTS +
                                   4 * CRS-CREDIT-HOURS(C-CRS-SUB)
						   WHEN 'B'
                               COMPUTE C-QUAL-PTS = C-QUAL-PTS +
                                   3 * CRS-CREDIT-HOURS(C-CRS-SUB)
						   WHEN 'C'
                               COMPUTE C-QUAL-PTS = C-QUAL-PTS +
                                   2 * CRS-CREDIT-HOURS(C-CRS-SUB)
						   WHEN 'D'
                               COMPUTE C-QUAL-PTS = C-QUAL-PTS +
                                   1 * CRS-CREDIT-HOURS(C-CRS-SUB)
						   WHEN OTHER
							   CONTINUE
					   END-EVALUATE
		   END-IF.

	   L3-WRITE-GPA-HIST.
      *    THE HISTORY FILE IS REBUILT FROM THE DETAIL EVERY RUN -
      *    ONE RECORD PER STUDENT PER TERM ON FILE - SO THE
      *    STANDING RUN (CBLHJB33) ALWAYS SEES THE FULL TREND AND A
      *    RERUN NEVER DUPLICATES A TERM.
		   MOVE 0 TO C-TL-CTR.
		   PERFORM VARYING C-CRS-SUB FROM 1 BY 1
			   UNTIL C-CRS-SUB > C-CRS-CTR
	   L4-NOTE-STUDENT-TERM.
		   PERFORM VARYING C-TL-SUB FROM 1 BY 1
			   UNTIL C-TL-SUB > C-TL-CTR
                   OR CRS-TERM(C-CRS-SUB) = TL-TERM(C-TL-SUB)
		   END-PERFORM.
		   IF C-TL-SUB > C-TL-CTR AND C-TL-CTR < 12
			   ADD 1 TO C-TL-CTR
				   IF CRS-ID(C-TSCAN-SUB) = I-ID
					   AND CRS-TERM(C-TSCAN-SUB) =
						   TL-TERM(C-TL-SUB)
                       ADD CRS-CREDIT-HOURS(C-TSCAN-SUB)
						   TO C-TERM-HRS
                       EVALUATE CRS-GRADE(C-TSCAN-SUB)
						   WHEN 'A'
                               COMPUTE C-TERM-QP = C-TERM-QP +
                                 4 * CRS-CREDIT-HOURS(C-TSCAN-SUB)
						   WHEN 'B'
                               COMPUTE C-TERM-QP = C-TERM-QP +
                                 3 * CRS-CREDIT-HOURS(C-TSCAN-SUB)
						   WHEN 'C'
                               COMPUTE C-TERM-QP = C-TERM-QP +
                                 2 * CRS-CREDIT-HOURS(C-TSCAN-SUB)
						   WHEN 'D'
                               COMPUTE C-TERM-QP = C-TERM-QP +
                                 1 * CRS-CREDIT-HOURS(C-TSCAN-SUB)
						   WHEN OTHER
							   CONTINUE
					   END-EVALUATE
		   END-READ.

	   L4-STORE-CRS-GRADE.
      *    A DETAIL RECORD WITH A COURSE NOT ON THE CATALOG, OR
      *    WITH CREDIT HOURS THAT DISAGREE WITH THE CATALOG, GOES
      *    TO THE EXCEPTION LISTING INSTEAD OF THE COMPUTED GPA.
      *    WITH NO CATALOG ON FILE EVERY RECORD IS TAKEN AS KEYED.
		   IF C-CAT-CTR > 0
			   PERFORM VARYING C-CAT-SUB FROM 1 BY 1
				   UNTIL C-CAT-SUB > C-CAT-CTR
                       OR CG-COURSE = CAT-COURSE(C-CAT-SUB)
			   END-PERFORM
			   IF C-CAT-SUB > C-CAT-CTR
                   MOVE 'COURSE NOT ON CATALOG' TO ERR-MSG
				   PERFORM L5-CRS-EXCEPTION
			   ELSE
				   IF CG-CREDIT-HOURS NOT =
					   CAT-CREDIT-HOURS(C-CAT-SUB)
                       MOVE 'CREDIT HOURS DISAGREE WITH CATALOG'
						   TO ERR-MSG
					   PERFORM L5-CRS-EXCEPTION
				   ELSE
		   ELSE
			   IF NOT C-CRS-OVFL
				   SET C-CRS-OVFL TO TRUE
                   DISPLAY 'CBLHJB00 - COURSE-GRADE TABLE '
                       'OVERFLOW, COMPUTED GPA INCOMPLETE'
				   MOVE 8 TO RETURN-CODE
			   END-IF
		   END-IF.
			   NOT AT END
				   IF C-CAT-CTR < 200
					   ADD 1 TO C-CAT-CTR
                       MOVE CC-COURSE       TO CAT-COURSE(C-CAT-CTR)
                       MOVE CC-TITLE        TO CAT-TITLE(C-CAT-CTR)
					   MOVE CC-CREDIT-HOURS TO
                           CAT-CREDIT-HOURS(C-CAT-CTR)
				   ELSE
					   IF NOT C-CAT-OVFL
                           SET C-CAT-OVFL TO TRUE
                           DISPLAY 'CBLHJB00 - CATALOG TABLE '
                               'OVERFLOW, VALIDATION INCOMPLETE'
						   MOVE 8 TO RETURN-CODE
					   END-IF
				   END-IF
			   NOT AT END
				   IF C-PLC-CTR < 500
					   ADD 1 TO C-PLC-CTR
                       MOVE PL-ID       TO PLC-ID(C-PLC-CTR)
                       MOVE PL-EMPLOYER TO PLC-EMPLOYER(C-PLC-CTR)
                       MOVE PL-ACT-SAL  TO PLC-ACT-SAL(C-PLC-CTR)
				   ELSE
					   IF NOT C-PLC-OVFL
                           SET C-PLC-OVFL TO TRUE
                           DISPLAY 'CBLHJB00 - PLACEMENT TABLE '
                               'OVERFLOW, PLACEMENTS INCOMPLETE'
						   MOVE 8 TO RETURN-CODE
					   END-IF
				   END-IF
			   MOVE I-EX-STRT-SAL          TO PD-ANT-SAL
			   MOVE PLC-ACT-SAL(C-PLC-SUB) TO PD-ACT-SAL
			   COMPUTE C-SAL-VARIANCE =
                   PLC-ACT-SAL(C-PLC-SUB) - I-EX-STRT-SAL
			   MOVE C-SAL-VARIANCE         TO PD-VARIANCE
			   WRITE PRTLINE FROM PLC-DETAIL-LINE
				   AFTER ADVANCING 2 LINES
					   AT EOP
                           PERFORM L4-PLC-HEADING
			   END-WRITE
			   ADD 1 TO C-PM-CTR
			   ADD I-EX-STRT-SAL           TO C-PM-ANT-SAL
			   WRITE PRTLINE FROM PLC-MJ-SUBTOTAL-LINE
				   AFTER ADVANCING 2 LINES
					   AT EOP
                           PERFORM L4-PLC-HEADING
			   END-WRITE
			   ADD C-PM-CTR                TO C-GPM-CTR
			   ADD C-PM-ANT-SAL            TO C-GPM-ANT-SAL
		   MOVE I-GPA                  TO CSV-GPA.
		   MOVE I-EX-STRT-SAL          TO CSV-SAL.
		   STRING FUNCTION TRIM(I-ID)      DELIMITED BY SIZE
                   ','                     DELIMITED BY SIZE
                   FUNCTION TRIM(I-LNAME)  DELIMITED BY SIZE
                   ','                     DELIMITED BY SIZE
                   FUNCTION TRIM(I-FNAME)  DELIMITED BY SIZE
                   ','                     DELIMITED BY SIZE
                   CSV-GPA                 DELIMITED BY SIZE
                   ','                     DELIMITED BY SIZE
                   CSV-SAL                 DELIMITED BY SIZE
			   INTO CSVLINE.
		   WRITE CSVLINE.

		   WRITE PRTLINE FROM MAJOR-LINE
			   AFTER ADVANCING 2 LINES.
      *    THIS WOULD BE NECESSARY IF DETAIL LINE WAS SINGLE SPACED.
      *    WRITE PRTLINE FROM SPACES
      *        AFTER ADVANCING 1 LINE.

	   L5-EVAL-MAJOR.
		   EVALUATE I-MAJOR
			   WHEN 'ACCT'
                   MOVE 'ACCOUNTING'        TO COL-MAJOR-NAME
                   MOVE 'ACCOUNTING'        TO MJ-MAJOR-NAME
			   WHEN 'CSCI'
                   MOVE 'COMPUTER SCIENCE'  TO COL-MAJOR-NAME
                   MOVE 'COMPUTER SCIENCE'  TO MJ-MAJOR-NAME
			   WHEN 'FINC'
                   MOVE 'FINANCE'           TO COL-MAJOR-NAME
                   MOVE 'FINANCE'           TO MJ-MAJOR-NAME
			   WHEN 'MGMT'
                   MOVE 'MANAGEMENT'        TO COL-MAJOR-NAME
                   MOVE 'MANAGEMENT'        TO MJ-MAJOR-NAME
			   WHEN 'MKTG'
                   MOVE 'MARKETING'         TO COL-MAJOR-NAME
                   MOVE 'MARKETING'         TO MJ-MAJOR-NAME
			   WHEN OTHER
                   MOVE 'UNDECLARED'        TO COL-MAJOR-NAME
                   MOVE 'UNDECLARED'        TO MJ-MAJOR-NAME
		   END-EVALUATE.

	   L3-WRITE-RUN-LOG-START.
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

       END PROGRAM CBLHJB00.
