       IDENTIFICATION DIVISION.
      *ANNUAL TUITION TAX STATEMENTS (1098-T STYLE). CALLED BY THE
      *CBLHJB29 YEAR-END CLOSE WITH THE YEAR BEING CLOSED, THE WAY
      *THE CBLHJB43 EARNINGS STATEMENTS ARE, SO IT RIDES THE 'Y'
      *ENTRY ON PROCCAL.DAT. EVERY STDNTAR.DAT CHARGE DATED IN THE
      *CALENDAR YEAR IS TOTALED BY STUDENT. THE LEDGER CARRIES THE
      *BILL NET OF AWARDS, SO EACH CHARGE IS GROSSED BACK UP WITH
      *THE TUITAWD.DAT AWARDS CBLHJB12 TOOK OFF IT - THE GROSS IS
      *THE TUITION BILLED AND THE DIFFERENCE IS THE SCHOLARSHIPS
      *AND GRANTS. ONE MAILABLE STATEMENT PER STUDENT PRINTS ON
      *TAXSTMT.PRT WITH THE NAME FROM STDNTMST.IDX AND THE MAILING
      *ADDRESS AND TAXPAYER ID FROM THE STUDENT ADDRESS FILE
      *STDNTADR.DAT. THE FIXED-FORMAT FILING EXTRACT TAXFILE.DAT
      *CARRIES ONE 'D' RECORD PER STUDENT AND A 'T' TRAILER WITH
      *THE COUNT AND TOTALS. A STUDENT WITH CHARGES BUT NO MASTER
      *RECORD, NO ADDRESS, OR NO TAXPAYER ID GETS NO STATEMENT AND
      *IS LISTED ON TAXEXC.PRT INSTEAD SO THE OFFICE CAN CHASE IT.
       PROGRAM-ID. CBLHJB61.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT IDX-MASTER
               ASSIGN TO DYNAMIC FP-STDNTMST-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS I-ID
                   FILE STATUS IS C-IDX-STATUS.

           SELECT STDNT-AR
               ASSIGN TO DYNAMIC FP-STDNTAR-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AR-SORT-WORK
               ASSIGN TO 'SORTWK1'.

           SELECT AR-SORTED
               ASSIGN TO DYNAMIC FP-TAXARSRT-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AWARD-FILE
               ASSIGN TO DYNAMIC FP-TUITAWD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STDNT-ADDR
               ASSIGN TO DYNAMIC FP-STDNTADR-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-EXTRACT
               ASSIGN TO DYNAMIC FP-TAXFILE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-TAXSTMT-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT ERROUT
               ASSIGN TO DYNAMIC FP-TAXEXC-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD IDX-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 53 CHARACTERS.

       01 I-REC.
           05 I-ID                     PIC X(7).
           05 I-LNAME                  PIC X(15).
           05 I-FNAME                  PIC X(15).
           05 I-INIT                   PIC X.
           05 I-GPA                    PIC 9V99.
           05 I-EX-STRT-SAL            PIC 9(6)V99.
           05 I-MAJOR                  PIC X(4).

           FD STDNT-AR
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 38 CHARACTERS.

       01 AR-REC                       PIC X(38).

           SD AR-SORT-WORK
           DATA RECORD IS AS-REC.

       01 AS-REC.
           05 AS-ID                    PIC X(7).
           05 AS-TERM                  PIC X(5).
           05 FILLER                   PIC X(26).

           FD AR-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS SA-REC
           RECORD CONTAINS 38 CHARACTERS.

       01 SA-REC.
           05 SA-ID                    PIC X(7).
           05 SA-TERM                  PIC X(5).
           05 SA-CHARGE-DATE.
               10 SA-CHARGE-YEAR       PIC 9(4).
               10 SA-CHARGE-MMDD       PIC 9(4).
           05 SA-ORIG-AMT              PIC 9(7)V99.
           05 SA-OPEN-AMT              PIC 9(7)V99.

           FD AWARD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TA-REC
           RECORD CONTAINS 24 CHARACTERS.

       01 TA-REC.
           05 TA-ID                    PIC X(7).
           05 TA-AWARD-CODE            PIC X(4).
           05 TA-TYPE                  PIC X.
              88 TA-TYPE-AMOUNT        VALUE 'A'.
              88 TA-TYPE-PERCENT       VALUE 'P'.
           05 TA-AMOUNT                PIC 9(5)V99.
           05 TA-TERM                  PIC X(5).

           FD STDNT-ADDR
           LABEL RECORD IS STANDARD
           DATA RECORD IS SD-REC
           RECORD CONTAINS 52 CHARACTERS.

       01 SD-REC.
           05 SD-ID                    PIC X(7).
           05 SD-TIN                   PIC X(9).
           05 SD-ADDRESS               PIC X(15).
           05 SD-CITY                  PIC X(10).
           05 SD-STATE                 PIC XX.
           05 SD-ZIP                   PIC 9(9).

           FD TAX-EXTRACT
           LABEL RECORD IS STANDARD
           DATA RECORD IS TX-REC
           RECORD CONTAINS 109 CHARACTERS.

       01 TX-REC.
           05 TX-REC-TYPE              PIC X.
           05 TX-TAX-YEAR              PIC 9(4).
           05 TX-TIN                   PIC X(9).
           05 TX-ID                    PIC X(7).
           05 TX-LNAME                 PIC X(15).
           05 TX-FNAME                 PIC X(15).
           05 TX-ADDRESS               PIC X(15).
           05 TX-CITY                  PIC X(10).
           05 TX-STATE                 PIC XX.
           05 TX-ZIP                   PIC 9(9).
           05 TX-BILLED                PIC 9(9)V99.
           05 TX-AWARDS                PIC 9(9)V99.
       01 TX-TRAILER-REC REDEFINES TX-REC.
           05 TT-REC-TYPE              PIC X.
           05 TT-TAX-YEAR              PIC 9(4).
           05 TT-COUNT                 PIC 9(7).
           05 TT-BILLED                PIC 9(11)V99.
           05 TT-AWARDS                PIC 9(11)V99.
           05 FILLER                   PIC X(71).

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                      PIC X(132).

           FD ERROUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS ERRLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 ERRLINE                      PIC X(132).

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
           05 FP-STDNTMST-IDX        PIC X(40)   VALUE SPACES.
           05 FP-STDNTAR-DAT         PIC X(40)   VALUE SPACES.
           05 FP-TAXARSRT-DAT        PIC X(40)   VALUE SPACES.
           05 FP-TUITAWD-DAT         PIC X(40)   VALUE SPACES.
           05 FP-STDNTADR-DAT        PIC X(40)   VALUE SPACES.
           05 FP-TAXFILE-DAT         PIC X(40)   VALUE SPACES.
           05 FP-TAXSTMT-PRT         PIC X(40)   VALUE SPACES.
           05 FP-TAXEXC-PRT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-AWDS            PIC X(3)    VALUE 'YES'.
               05 MORE-ADDRS           PIC X(3)    VALUE 'YES'.
               05 C-IDX-STATUS         PIC XX      VALUE '00'.
               05 ERR-PAGE-CTR         PIC 99      VALUE 0.
               05 C-READ-CTR           PIC 9(7)    VALUE 0.
               05 C-REJ-RECS-CTR       PIC 9(7)    VALUE 0.
               05 C-STU-RECS-CTR       PIC 9(5)    VALUE 0.
               05 C-STMT-CTR           PIC 9(7)    VALUE 0.
               05 C-EXC-CTR            PIC 9(5)    VALUE 0.
               05 C-AWD-CTR            PIC 9(4)    VALUE 0.
               05 C-AWD-SUB            PIC 9(4)    VALUE 0.
               05 C-AWD-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-AWD-OVFL        VALUE 'Y'.
               05 C-ADR-CTR            PIC 9(4)    VALUE 0.
               05 C-ADR-SUB            PIC 9(4)    VALUE 0.
               05 C-ADR-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-ADR-OVFL        VALUE 'Y'.
               05 C-TRM-CTR            PIC 99      VALUE 0.
               05 C-TRM-SUB            PIC 99      VALUE 0.
               05 C-PREV-ID            PIC X(7)    VALUE SPACES.
               05 C-SUM-AMT            PIC 9(7)V99 VALUE 0.
               05 C-SUM-PCT            PIC 9(5)V99 VALUE 0.
               05 C-GROSS-AMT          PIC 9(7)V99 VALUE 0.
               05 C-AWARD-AMT          PIC 9(7)V99 VALUE 0.
               05 C-STU-BILLED         PIC 9(9)V99 VALUE 0.
               05 C-STU-AWARDS         PIC 9(9)V99 VALUE 0.
               05 C-TOT-BILLED         PIC 9(11)V99 VALUE 0.
               05 C-TOT-AWARDS         PIC 9(11)V99 VALUE 0.
               05 C-EXC-MSG            PIC X(30)   VALUE SPACES.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

           01 AWARD-TABLE.
               05 AWD-ENTRY            OCCURS 2000 TIMES.
                   10 AWD-ID           PIC X(7).
                   10 AWD-TYPE         PIC X.
                   10 AWD-AMOUNT       PIC 9(5)V99.
                   10 AWD-TERM         PIC X(5).

           01 ADDRESS-TABLE.
               05 ADR-ENTRY            OCCURS 3000 TIMES.
                   10 ADR-ID           PIC X(7).
                   10 ADR-TIN          PIC X(9).
                   10 ADR-ADDRESS      PIC X(15).
                   10 ADR-CITY         PIC X(10).
                   10 ADR-STATE        PIC XX.
                   10 ADR-ZIP          PIC 9(9).

           01 TERM-TABLE.
               05 TRM-ENTRY            OCCURS 10 TIMES.
                   10 TRM-TERM         PIC X(5).
                   10 TRM-BILLED       PIC 9(7)V99.
                   10 TRM-AWARDS       PIC 9(7)V99.

           01 ZIP-WORK.
               05 ZW-ZIP               PIC 9(9).
               05 ZW-ZIP-PARTS REDEFINES ZW-ZIP.
                   10 ZW-ZIP5          PIC 9(5).
                   10 ZW-ZIP4          PIC 9(4).

           01 STMT-TITLE-LINE.
               05 FILLER               PIC X(37)
                  VALUE 'WILSON S COBOL - TUITION STATEMENT   '.
               05 FILLER               PIC X(14)
                  VALUE 'FOR TAX YEAR  '.
               05 ST-YEAR              PIC 9(4).

           01 STMT-SUB-LINE.
               05 FILLER               PIC X(24)
                  VALUE 'FORM 1098-T INFORMATION '.
               05 FILLER               PIC X(24)
                  VALUE '- KEEP FOR YOUR RECORDS '.

           01 NAME-LINE.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 NL-FNAME             PIC X(15).
               05 FILLER               PIC X       VALUE SPACE.
               05 NL-LNAME             PIC X(15).

           01 ADDRESS-LINE.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 AL-ADDRESS           PIC X(15).

           01 CITY-LINE.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 CL-CITY              PIC X(10).
               05 FILLER               PIC XX      VALUE ', '.
               05 CL-STATE             PIC XX.
               05 FILLER               PIC X       VALUE SPACE.
               05 CL-ZIP5              PIC 9(5).
               05 CL-ZIP-DASH          PIC X       VALUE '-'.
               05 CL-ZIP4              PIC X(4).

           01 ID-LINE.
               05 FILLER               PIC X(12)   VALUE 'STUDENT ID: '.
               05 IL-ID                PIC X(7).
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(13)
                  VALUE 'TAXPAYER ID: '.
               05 FILLER               PIC X(7)    VALUE 'XXX-XX-'.
               05 IL-TIN-LAST4         PIC X(4).

           01 TERM-HEAD-LINE.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'TERM'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(14)
                  VALUE 'TUITION BILLED'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(19)
                  VALUE 'SCHOLARSHIPS/GRANTS'.

           01 TERM-LINE.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 TL-TERM              PIC X(5).
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 TL-BILLED            PIC $$,$$$,$$9.99.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 TL-AWARDS            PIC $$,$$$,$$9.99.

           01 BOX1-LINE.
               05 FILLER               PIC X(35)
                  VALUE 'BOX 1 - PAYMENTS/AMOUNTS BILLED FOR'.
               05 FILLER               PIC X(24)
                  VALUE ' QUALIFIED TUITION:     '.
               05 B1-AMOUNT            PIC $$$,$$$,$$9.99.

           01 BOX5-LINE.
               05 FILLER               PIC X(31)
                  VALUE 'BOX 5 - SCHOLARSHIPS OR GRANTS:'.
               05 FILLER               PIC X(28)   VALUE SPACES.
               05 B5-AMOUNT            PIC $$$,$$$,$$9.99.

           01 STMT-SIGN-LINE.
               05 FILLER               PIC X(37)
                  VALUE 'OFFICE OF THE BURSAR - WILSON S COBOL'.

           01 ERR-TITLE-LINE.
               05 FILLER               PIC X(37)
                  VALUE 'TUITION TAX STATEMENT EXCEPTIONS -  '.
               05 FILLER               PIC X(9)    VALUE 'TAX YEAR '.
               05 ET-YEAR              PIC 9(4).
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 ERR-TITLE-PAGE       PIC Z9.

           01 ERR-COL-HEADING.
               05 FILLER               PIC X(10)   VALUE 'STUDENT ID'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'NAME'.
               05 FILLER               PIC X(28)   VALUE SPACES.
               05 FILLER               PIC X(14)
                  VALUE 'TUITION BILLED'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'EXCEPTION'.

           01 ERROR-LINE.
               05 E-ID                 PIC X(7).
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 E-LNAME              PIC X(15).
               05 FILLER               PIC X       VALUE SPACE.
               05 E-FNAME              PIC X(15).
               05 FILLER               PIC XX      VALUE SPACES.
               05 E-BILLED             PIC $$,$$$,$$9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 E-MSG                PIC X(30).

           01 ERR-TOTAL-LINE1.
               05 FILLER               PIC X(21)
                  VALUE 'STATEMENTS PRINTED   '.
               05 GT-STMT-CTR          PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'TOTAL BILLED   '.
               05 GT-BILLED            PIC $$$,$$$,$$$,$$9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'TOTAL AWARDS   '.
               05 GT-AWARDS            PIC $$$,$$$,$$$,$$9.99.

           01 ERR-TOTAL-LINE2.
               05 FILLER               PIC X(21)
                  VALUE 'EXCEPTIONS           '.
               05 GT-EXC-CTR           PIC Z,ZZZ,ZZ9.

           01 OVERFLOW-WARN-LINE.
               05 FILLER           PIC X(21)
                  VALUE '*** TABLE OVERFLOW - '.
               05 OVW-TABLE-NAME   PIC X(15).
               05 FILLER           PIC X(40)
                  VALUE ' ENTRIES DROPPED, COUNTS INCOMPLETE ***'.

       LINKAGE SECTION.
       01 LS-TAX-YEAR                  PIC 9(4).

       PROCEDURE DIVISION USING LS-TAX-YEAR.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               PERFORM L2-INIT.
               PERFORM L2-MAINLINE
                   UNTIL MORE-RECS = 'NO'.
               PERFORM L2-CLOSING.
               GOBACK.

           L2-INIT.
               OPEN INPUT AWARD-FILE.
               PERFORM L3-LOAD-AWARD
                   UNTIL MORE-AWDS = 'NO'.
               CLOSE AWARD-FILE.
               OPEN INPUT STDNT-ADDR.
               PERFORM L3-LOAD-ADDRESS
                   UNTIL MORE-ADDRS = 'NO'.
               CLOSE STDNT-ADDR.
      *    THE LEDGER IS IN BILLING ORDER, ONE TERM AFTER ANOTHER;
      *    SORTED BY STUDENT EACH STATEMENT IS ONE CONTROL BREAK.
               SORT AR-SORT-WORK
                   ON ASCENDING KEY AS-ID AS-TERM
                   USING STDNT-AR
                   GIVING AR-SORTED.
               IF SORT-RETURN NOT = ZERO
                   DISPLAY 'CBLHJB61 - SORT OF STDNT-AR FAILED, '
                       'SORT-RETURN = ' SORT-RETURN
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN INPUT IDX-MASTER.
               IF C-IDX-STATUS NOT = '00'
                   DISPLAY 'CBLHJB61 - UNABLE TO OPEN IDX-MASTER, '
                       'STATUS = ' C-IDX-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN INPUT AR-SORTED.
               OPEN OUTPUT TAX-EXTRACT.
               OPEN OUTPUT PRTOUT.
               OPEN OUTPUT ERROUT.
               MOVE LS-TAX-YEAR            TO ST-YEAR.
               MOVE LS-TAX-YEAR            TO ET-YEAR.
               PERFORM L4-ERR-HEADING-FIRST.
               PERFORM L3-READ-INPUT.
               MOVE SA-ID                  TO C-PREV-ID.

           L2-MAINLINE.
               IF SA-ID NOT = C-PREV-ID
                   PERFORM L3-STUDENT-BREAK
                   MOVE SA-ID TO C-PREV-ID
               END-IF.
               ADD 1 TO C-STU-RECS-CTR.
               IF SA-CHARGE-YEAR = LS-TAX-YEAR
                   PERFORM L3-ACCUM-CHARGE
               END-IF.
               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               IF C-READ-CTR > 0
                   PERFORM L3-STUDENT-BREAK
               END-IF.
               MOVE SPACES                 TO TX-REC.
               MOVE 'T'                    TO TT-REC-TYPE.
               MOVE LS-TAX-YEAR            TO TT-TAX-YEAR.
               MOVE C-STMT-CTR             TO TT-COUNT.
               MOVE C-TOT-BILLED           TO TT-BILLED.
               MOVE C-TOT-AWARDS           TO TT-AWARDS.
               WRITE TX-REC.
               PERFORM L3-ERR-TOTALS.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE IDX-MASTER.
               CLOSE AR-SORTED.
               CLOSE TAX-EXTRACT.
               CLOSE PRTOUT.
               CLOSE ERROUT.

           L3-READ-INPUT.
               READ AR-SORTED
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-READ-CTR
               END-IF.

           L3-LOAD-AWARD.
               READ AWARD-FILE
                   AT END
                       MOVE 'NO' TO MORE-AWDS
                   NOT AT END
                       IF C-AWD-CTR < 2000
                           ADD 1 TO C-AWD-CTR
                           MOVE TA-ID     TO AWD-ID(C-AWD-CTR)
                           MOVE TA-TYPE   TO AWD-TYPE(C-AWD-CTR)
                           MOVE TA-AMOUNT TO AWD-AMOUNT(C-AWD-CTR)
                           MOVE TA-TERM   TO AWD-TERM(C-AWD-CTR)
                       ELSE
                           IF NOT C-AWD-OVFL
                               SET C-AWD-OVFL TO TRUE
                               DISPLAY 'CBLHJB61 - AWARD-TABLE '
                                   'OVERFLOW, AWARDS INCOMPLETE'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-ADDRESS.
               READ STDNT-ADDR
                   AT END
                       MOVE 'NO' TO MORE-ADDRS
                   NOT AT END
                       IF C-ADR-CTR < 3000
                           ADD 1 TO C-ADR-CTR
                           MOVE SD-ID      TO ADR-ID(C-ADR-CTR)
                           MOVE SD-TIN     TO ADR-TIN(C-ADR-CTR)
                           MOVE SD-ADDRESS TO ADR-ADDRESS(C-ADR-CTR)
                           MOVE SD-CITY    TO ADR-CITY(C-ADR-CTR)
                           MOVE SD-STATE   TO ADR-STATE(C-ADR-CTR)
                           MOVE SD-ZIP     TO ADR-ZIP(C-ADR-CTR)
                       ELSE
                           IF NOT C-ADR-OVFL
                               SET C-ADR-OVFL TO TRUE
                               DISPLAY 'CBLHJB61 - ADDRESS-TABLE '
                                   'OVERFLOW, ADDRESSES INCOMPLETE'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ.

           L3-ACCUM-CHARGE.
      *    CBLHJB12 CHARGED THE LEDGER GROSS LESS FLAT AWARDS LESS
      *    PERCENT AWARDS OF GROSS, SO GROSS = (NET + FLAT) /
      *    (1 - PERCENT). A BILL WITH PERCENT AWARDS OF 100 OR MORE
      *    CANNOT BE GROSSED UP AND CARRIES ITS FLAT AWARDS ONLY.
               MOVE 0 TO C-SUM-AMT.
               MOVE 0 TO C-SUM-PCT.
               PERFORM L4-SUM-AWARD
                   VARYING C-AWD-SUB FROM 1 BY 1
                       UNTIL C-AWD-SUB > C-AWD-CTR.
               IF C-SUM-PCT < 100
                   COMPUTE C-GROSS-AMT ROUNDED =
                       (SA-ORIG-AMT + C-SUM-AMT) * 100
                           / (100 - C-SUM-PCT)
               ELSE
                   COMPUTE C-GROSS-AMT = SA-ORIG-AMT + C-SUM-AMT
               END-IF.
               COMPUTE C-AWARD-AMT = C-GROSS-AMT - SA-ORIG-AMT.
               ADD C-GROSS-AMT TO C-STU-BILLED.
               ADD C-AWARD-AMT TO C-STU-AWARDS.
               PERFORM VARYING C-TRM-SUB FROM 1 BY 1
                   UNTIL C-TRM-SUB > C-TRM-CTR
                       OR SA-TERM = TRM-TERM(C-TRM-SUB)
               END-PERFORM.
               IF C-TRM-SUB > C-TRM-CTR
                   IF C-TRM-CTR < 10
                       ADD 1 TO C-TRM-CTR
                       MOVE C-TRM-CTR TO C-TRM-SUB
                       MOVE SA-TERM   TO TRM-TERM(C-TRM-SUB)
                       MOVE 0         TO TRM-BILLED(C-TRM-SUB)
                       MOVE 0         TO TRM-AWARDS(C-TRM-SUB)
                   ELSE
                       MOVE 10        TO C-TRM-SUB
                   END-IF
               END-IF.
               ADD C-GROSS-AMT TO TRM-BILLED(C-TRM-SUB).
               ADD C-AWARD-AMT TO TRM-AWARDS(C-TRM-SUB).

           L4-SUM-AWARD.
      *    THE SAME MATCH CBLHJB12 MAKES - A BLANK AWARD TERM FITS
      *    EVERY BILL, AND AN ALL-TERMS BILL TAKES EVERY AWARD.
               IF AWD-ID(C-AWD-SUB) = SA-ID
                   AND (AWD-TERM(C-AWD-SUB) = SPACES
                       OR SA-TERM = SPACES
                       OR AWD-TERM(C-AWD-SUB) = SA-TERM)
                   IF AWD-TYPE(C-AWD-SUB) = 'P'
                       ADD AWD-AMOUNT(C-AWD-SUB) TO C-SUM-PCT
                   ELSE
                       ADD AWD-AMOUNT(C-AWD-SUB) TO C-SUM-AMT
                   END-IF
               END-IF.

           L3-STUDENT-BREAK.
               IF C-STU-BILLED > 0
                   PERFORM L4-CHECK-STUDENT
                   IF C-EXC-MSG = SPACES
                       PERFORM L4-PUT-STATEMENT
                       PERFORM L4-PUT-EXTRACT
                   ELSE
                       ADD C-STU-RECS-CTR TO C-REJ-RECS-CTR
                       PERFORM L4-PUT-EXCEPTION
                   END-IF
               END-IF.
               MOVE 0 TO C-STU-BILLED.
               MOVE 0 TO C-STU-AWARDS.
               MOVE 0 TO C-STU-RECS-CTR.
               MOVE 0 TO C-TRM-CTR.

           L4-CHECK-STUDENT.
               MOVE SPACES TO C-EXC-MSG.
               MOVE C-PREV-ID TO I-ID.
               READ IDX-MASTER
                   INVALID KEY
                       MOVE SPACES TO I-LNAME
                       MOVE SPACES TO I-FNAME
                       MOVE 'NOT ON STUDENT MASTER' TO C-EXC-MSG
               END-READ.
               PERFORM VARYING C-ADR-SUB FROM 1 BY 1
                   UNTIL C-ADR-SUB > C-ADR-CTR
                       OR ADR-ID(C-ADR-SUB) = C-PREV-ID
               END-PERFORM.
               IF C-EXC-MSG = SPACES
                   IF C-ADR-SUB > C-ADR-CTR
                       OR ADR-ADDRESS(C-ADR-SUB) = SPACES
                       MOVE 'NO MAILING ADDRESS ON FILE' TO C-EXC-MSG
                   ELSE
                       IF ADR-TIN(C-ADR-SUB) = SPACES
                           OR ADR-TIN(C-ADR-SUB) = ZEROS
                           MOVE 'NO TAXPAYER ID ON FILE' TO C-EXC-MSG
                       END-IF
                   END-IF
               END-IF.

           L4-PUT-STATEMENT.
               ADD 1 TO C-STMT-CTR.
               ADD C-STU-BILLED TO C-TOT-BILLED.
               ADD C-STU-AWARDS TO C-TOT-AWARDS.
               IF C-STMT-CTR = 1
                   WRITE PRTLINE FROM STMT-TITLE-LINE
               ELSE
                   WRITE PRTLINE FROM STMT-TITLE-LINE
                       AFTER ADVANCING PAGE
               END-IF.
               WRITE PRTLINE FROM STMT-SUB-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE I-FNAME                TO NL-FNAME.
               MOVE I-LNAME                TO NL-LNAME.
               WRITE PRTLINE FROM NAME-LINE
                   AFTER ADVANCING 3 LINES.
               MOVE ADR-ADDRESS(C-ADR-SUB) TO AL-ADDRESS.
               WRITE PRTLINE FROM ADDRESS-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE ADR-CITY(C-ADR-SUB)    TO CL-CITY.
               MOVE ADR-STATE(C-ADR-SUB)   TO CL-STATE.
               MOVE ADR-ZIP(C-ADR-SUB)     TO ZW-ZIP.
               MOVE ZW-ZIP5                TO CL-ZIP5.
               IF ZW-ZIP4 = 0
                   MOVE SPACE              TO CL-ZIP-DASH
                   MOVE SPACES             TO CL-ZIP4
               ELSE
                   MOVE '-'                TO CL-ZIP-DASH
                   MOVE ZW-ZIP4            TO CL-ZIP4
               END-IF.
               WRITE PRTLINE FROM CITY-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE C-PREV-ID              TO IL-ID.
               MOVE ADR-TIN(C-ADR-SUB)(6:4) TO IL-TIN-LAST4.
               WRITE PRTLINE FROM ID-LINE
                   AFTER ADVANCING 3 LINES.
               WRITE PRTLINE FROM TERM-HEAD-LINE
                   AFTER ADVANCING 2 LINES.
               PERFORM L5-PUT-TERM-LINE
                   VARYING C-TRM-SUB FROM 1 BY 1
                       UNTIL C-TRM-SUB > C-TRM-CTR.
               MOVE C-STU-BILLED           TO B1-AMOUNT.
               WRITE PRTLINE FROM BOX1-LINE
                   AFTER ADVANCING 2 LINES.
               MOVE C-STU-AWARDS           TO B5-AMOUNT.
               WRITE PRTLINE FROM BOX5-LINE
                   AFTER ADVANCING 1 LINE.
               WRITE PRTLINE FROM STMT-SIGN-LINE
                   AFTER ADVANCING 3 LINES.

           L5-PUT-TERM-LINE.
               MOVE TRM-TERM(C-TRM-SUB)    TO TL-TERM.
               MOVE TRM-BILLED(C-TRM-SUB)  TO TL-BILLED.
               MOVE TRM-AWARDS(C-TRM-SUB)  TO TL-AWARDS.
               WRITE PRTLINE FROM TERM-LINE
                   AFTER ADVANCING 1 LINE.

           L4-PUT-EXTRACT.
               MOVE 'D'                    TO TX-REC-TYPE.
               MOVE LS-TAX-YEAR            TO TX-TAX-YEAR.
               MOVE ADR-TIN(C-ADR-SUB)     TO TX-TIN.
               MOVE C-PREV-ID              TO TX-ID.
               MOVE I-LNAME                TO TX-LNAME.
               MOVE I-FNAME                TO TX-FNAME.
               MOVE ADR-ADDRESS(C-ADR-SUB) TO TX-ADDRESS.
               MOVE ADR-CITY(C-ADR-SUB)    TO TX-CITY.
               MOVE ADR-STATE(C-ADR-SUB)   TO TX-STATE.
               MOVE ADR-ZIP(C-ADR-SUB)     TO TX-ZIP.
               MOVE C-STU-BILLED           TO TX-BILLED.
               MOVE C-STU-AWARDS           TO TX-AWARDS.
               WRITE TX-REC.

           L4-PUT-EXCEPTION.
               ADD 1 TO C-EXC-CTR.
               MOVE C-PREV-ID              TO E-ID.
               MOVE I-LNAME                TO E-LNAME.
               MOVE I-FNAME                TO E-FNAME.
               MOVE C-STU-BILLED           TO E-BILLED.
               MOVE C-EXC-MSG              TO E-MSG.
               WRITE ERRLINE FROM ERROR-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-ERR-HEADING.

           L4-ERR-HEADING-FIRST.
               ADD 1 TO ERR-PAGE-CTR.
               MOVE ERR-PAGE-CTR           TO ERR-TITLE-PAGE.
               WRITE ERRLINE FROM ERR-TITLE-LINE.
               WRITE ERRLINE FROM ERR-COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L4-ERR-HEADING.
               ADD 1 TO ERR-PAGE-CTR.
               MOVE ERR-PAGE-CTR           TO ERR-TITLE-PAGE.
               WRITE ERRLINE FROM ERR-TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE ERRLINE FROM ERR-COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L3-ERR-TOTALS.
               MOVE C-STMT-CTR             TO GT-STMT-CTR.
               MOVE C-TOT-BILLED           TO GT-BILLED.
               MOVE C-TOT-AWARDS           TO GT-AWARDS.
               WRITE ERRLINE FROM ERR-TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               MOVE C-EXC-CTR              TO GT-EXC-CTR.
               WRITE ERRLINE FROM ERR-TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.
               IF C-AWD-OVFL
                   MOVE 'AWARD-TABLE'      TO OVW-TABLE-NAME
                   WRITE ERRLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               IF C-ADR-OVFL
                   MOVE 'ADDRESS-TABLE'    TO OVW-TABLE-NAME
                   WRITE ERRLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB61'             TO RL-PROGRAM-ID.
               MOVE CURRENT-YEAR           TO RL-RUN-YEAR.
               MOVE CURRENT-MONTH          TO RL-RUN-MONTH.
               MOVE CURRENT-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
      *    LEDGER RECORDS OF A STUDENT LISTED AS AN EXCEPTION ARE
      *    THE REJECTS; EVERYTHING ELSE, IN THE TAX YEAR OR NOT, IS
      *    PROCESSED, SO READ = PROCESSED + REJECTED HOLDS.
               MOVE C-READ-CTR             TO RL-RECS-READ.
               COMPUTE RL-RECS-PROCESSED =
                   C-READ-CTR - C-REJ-RECS-CTR.
               MOVE C-REJ-RECS-CTR         TO RL-RECS-REJECTED.
               MOVE 'E'                    TO RL-ENTRY-TYPE.
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
           MOVE SPACES TO FP-STDNTMST-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STDNTMST.IDX' DELIMITED BY SIZE
               INTO FP-STDNTMST-IDX.
           MOVE SPACES TO FP-STDNTAR-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STDNTAR.DAT' DELIMITED BY SIZE
               INTO FP-STDNTAR-DAT.
           MOVE SPACES TO FP-TAXARSRT-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TAXARSRT.DAT' DELIMITED BY SIZE
               INTO FP-TAXARSRT-DAT.
           MOVE SPACES TO FP-TUITAWD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TUITAWD.DAT' DELIMITED BY SIZE
               INTO FP-TUITAWD-DAT.
           MOVE SPACES TO FP-STDNTADR-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STDNTADR.DAT' DELIMITED BY SIZE
               INTO FP-STDNTADR-DAT.
           MOVE SPACES TO FP-TAXFILE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TAXFILE.DAT' DELIMITED BY SIZE
               INTO FP-TAXFILE-DAT.
           MOVE SPACES TO FP-TAXSTMT-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TAXSTMT.PRT' DELIMITED BY SIZE
               INTO FP-TAXSTMT-PRT.
           MOVE SPACES TO FP-TAXEXC-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TAXEXC.PRT' DELIMITED BY SIZE
               INTO FP-TAXEXC-PRT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB61.
