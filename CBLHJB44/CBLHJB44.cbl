      *ALLOWANCE GIVEN, THE RESALE PRICE, THE PREP COST, AND THE
      *PROFIT, SUBTOTALED BY BOAT TYPE ON BOATPROF.PRT - SO WE
      *LEARN WHETHER OUR TRADE ALLOWANCES ARE SANE. USED HULLS
      *STILL ON HAND ARE COUNTED AT THE BOTTOM. FACTORY INCENTIVES
      *CBLHJB73 HAS CLAIMED ON A RESOLD HULL ARE ADDED TO THAT
      *HULL'S PROFIT, AND THE INCENTIVES ON NEW UNITS, WHICH HAVE NO
      *HULL RECORD, ARE SUMMED BY BOAT TYPE ON A PAGE OF THEIR OWN.
       PROGRAM-ID. CBLHJB44.
           AUTHOR. HARRISON BIRKNER.

               ASSIGN TO DYNAMIC FP-BOATHULL-SRT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CLAIM-MASTER
               ASSIGN TO DYNAMIC FP-INCCLM-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-BOATPROF-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.
           05 HS-RESALE-PRICE          PIC 9(7)V99.
           05 HS-PREP-COST             PIC 9(5)V99.

           FD CLAIM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS IC-REC
           RECORD CONTAINS 93 CHARACTERS.

       01 IC-REC.
           05 IC-CLAIM-NO              PIC 9(6).
           05 IC-MFR-CODE              PIC X(4).
           05 IC-PROGRAM-CODE          PIC X(6).
           05 IC-BOAT-TYPE             PIC X.
           05 IC-HULL-ID               PIC X(8).
           05 IC-LAST-NAME             PIC X(15).
           05 IC-STATE                 PIC XX.
           05 IC-SALE-DATE             PIC 9(8).
           05 IC-BOAT-COST             PIC 9(6)V99.
           05 IC-CLAIM-AMT             PIC 9(7)V99.
           05 IC-PAID-AMT              PIC 9(7)V99.
           05 IC-LAST-PAID-DATE        PIC 9(8).
           05 IC-STATUS                PIC X.
           05 IC-CREATED-DATE          PIC 9(8).

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-BOATHULL-DAT        PIC X(40)   VALUE SPACES.
           05 FP-BOATHULL-SRT        PIC X(40)   VALUE SPACES.
           05 FP-INCCLM-DAT          PIC X(40)   VALUE SPACES.
           05 FP-BOATPROF-PRT        PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-CLAIMS          PIC X(3)    VALUE 'YES'.
               05 C-INC-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-INC-OVFL        VALUE 'Y'.
               05 C-INC-CTR            PIC 9(4)    VALUE 0.
               05 C-INC-SUB            PIC 9(4)    VALUE 0.
               05 C-NT-SUB             PIC 9       VALUE 0.
               05 C-INCENTIVE          PIC 9(7)V99 VALUE 0.
               05 C-NT-CLAIMS          PIC 9(5)    VALUE 0.
               05 C-NT-EARNED          PIC 9(9)V99 VALUE 0.
               05 C-NT-RECEIVED        PIC 9(9)V99 VALUE 0.
               05 C-HULL-STATUS        PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-TY-ALLOW           PIC 9(9)V99 VALUE 0.
               05 C-TY-RESALE          PIC 9(9)V99 VALUE 0.
               05 C-TY-PREP            PIC 9(7)V99 VALUE 0.
               05 C-TY-INCENT          PIC 9(7)V99 VALUE 0.
               05 C-TY-PROFIT          PIC S9(9)V99 VALUE 0.
               05 C-GT-ALLOW           PIC 9(11)V99 VALUE 0.
               05 C-GT-RESALE          PIC 9(11)V99 VALUE 0.
               05 C-GT-PREP            PIC 9(9)V99 VALUE 0.
               05 C-GT-INCENT          PIC 9(9)V99 VALUE 0.
               05 C-GT-PROFIT          PIC S9(11)V99 VALUE 0.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

      *    FACTORY MONEY CLAIMED ON EACH RESOLD USED HULL.
           01 HULL-INCENTIVE-TABLE.
               05 HULL-INCENTIVE-ENTRY OCCURS 2000 TIMES.
                   10 HI-HULL-ID       PIC X(8).
                   10 HI-AMOUNT        PIC 9(7)V99.

      *    NEW-UNIT INCENTIVES BY BOAT TYPE - ROW 7 TAKES ANY TYPE
      *    CODE NOT IN THE LIST.
           01 NEW-TYPE-VALUES.
               05 FILLER               PIC X(7)    VALUE 'BPSJCR '.
           01 NEW-TYPE-TABLE.
               05 NEW-TYPE-ENTRY       OCCURS 7 TIMES.
                   10 NT-CLAIMS        PIC 9(5).
                   10 NT-EARNED        PIC 9(9)V99.
                   10 NT-RECEIVED      PIC 9(9)V99.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
               05 FILLER               PIC X(6)    VALUE 'RESALE'.
               05 FILLER               PIC X(9)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'PREP'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'INCENTIVE'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PROFIT'.

           01 DETAIL-LINE.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-PREP               PIC $$,$$9.99.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-INCENT             PIC $$$,$$9.99.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-PROFIT             PIC $$$$,$$9.99-.

           01 TYPE-TOTAL-LINE.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 TT-PREP              PIC $$,$$9.99.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 TT-INCENT            PIC $$$,$$9.99.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 TT-PROFIT            PIC $$$$,$$9.99-.

           01 NONE-LINE.
               05 FILLER               PIC X(30)
                  VALUE 'NO USED-HULL RESALES ON FILE  '.

           01 NEW-TITLE-LINE.
               05 FILLER               PIC X(40)
                  VALUE 'NEW-UNIT FACTORY INCENTIVES BY BOAT TYPE'.

           01 NEW-HEADING.
               05 FILLER               PIC X(9)    VALUE 'BOAT TYPE'.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'CLAIMS'.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'EARNED'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'RECEIVED'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(11)   VALUE 'OUTSTANDING'.

           01 NEW-LINE.
               05 NL-BOAT-TYPE         PIC X(13).
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 NL-CLAIMS            PIC ZZ,ZZ9.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 NL-EARNED            PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 NL-RECEIVED          PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 NL-OUTSTANDING       PIC $$$,$$$,$$9.99.

           01 NEW-NONE-LINE.
               05 FILLER               PIC X(34)
                  VALUE 'NO NEW-UNIT INCENTIVE CLAIMS      '.

           01 INC-OVFL-LINE.
               05 FILLER               PIC X(21)
                  VALUE '*** TABLE OVERFLOW - '.
               05 FILLER               PIC X(29)
                  VALUE 'HULL INCENTIVES INCOMPLETE***'.

           01 TOTAL-LINE1.
               05 FILLER               PIC X(15)
                  VALUE 'RESALES:       '.
               05 GT-RESALE            PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(8)    VALUE '  PREP: '.
               05 GT-PREP              PIC $$$,$$9.99.
               05 FILLER               PIC X(13)
                  VALUE '  INCENTIVE: '.
               05 GT-INCENT            PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(10)
                  VALUE '  PROFIT: '.
               05 GT-PROFIT            PIC $$$,$$$,$$9.99-.
                   STOP RUN
               END-IF.
               CLOSE HULL-FILE.
               INITIALIZE NEW-TYPE-TABLE.
               OPEN INPUT CLAIM-MASTER.
               PERFORM L3-LOAD-CLAIMS
                   UNTIL MORE-CLAIMS = 'NO'.
               CLOSE CLAIM-MASTER.
               SORT HULL-SORT-WORK
                   ON ASCENDING KEY HW-BOAT-TYPE
                   ON ASCENDING KEY HW-HULL-ID
               MOVE C-GT-RESALE            TO GT-RESALE.
               MOVE C-GT-PREP              TO GT-PREP.
               MOVE C-GT-PROFIT            TO GT-PROFIT.
               MOVE C-GT-INCENT            TO GT-INCENT.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.
               IF C-INC-OVFL
                   WRITE PRTLINE FROM INC-OVFL-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               PERFORM L3-NEW-UNIT-INCENTIVES.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE HULL-SORTED.
               CLOSE PRTOUT.
                   ADD 1 TO C-READ-CTR
               END-IF.

      *    A CLAIM WITH A HULL ID IS FOR A RESOLD USED HULL AND GOES
      *    AGAINST THAT HULL'S PROFIT; ONE WITHOUT IS A NEW UNIT.
           L3-LOAD-CLAIMS.
               READ CLAIM-MASTER
                   AT END
                       MOVE 'NO' TO MORE-CLAIMS
                   NOT AT END
                       IF IC-HULL-ID = SPACES
                           PERFORM L4-NEW-UNIT-CLAIM
                       ELSE
                           PERFORM L4-HULL-CLAIM
                       END-IF
               END-READ.

           L4-HULL-CLAIM.
               PERFORM VARYING C-INC-SUB FROM 1 BY 1
                   UNTIL C-INC-SUB > C-INC-CTR
                       OR HI-HULL-ID(C-INC-SUB) = IC-HULL-ID
               END-PERFORM.
               IF C-INC-SUB > C-INC-CTR
                   IF C-INC-CTR < 2000
                       ADD 1 TO C-INC-CTR
                       MOVE IC-HULL-ID     TO HI-HULL-ID(C-INC-CTR)
                       MOVE 0              TO HI-AMOUNT(C-INC-CTR)
                   ELSE
                       IF NOT C-INC-OVFL
                           SET C-INC-OVFL TO TRUE
                           DISPLAY 'CBLHJB44 - HULL-INCENTIVE-TABLE '
                               'OVERFLOW, PROFITS UNDERSTATED'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF.
               IF C-INC-SUB <= C-INC-CTR
                   ADD IC-CLAIM-AMT        TO HI-AMOUNT(C-INC-SUB)
               END-IF.

           L4-NEW-UNIT-CLAIM.
               PERFORM VARYING C-NT-SUB FROM 1 BY 1
                   UNTIL C-NT-SUB = 7
                       OR NEW-TYPE-VALUES(C-NT-SUB:1) = IC-BOAT-TYPE
               END-PERFORM.
               ADD 1                       TO NT-CLAIMS(C-NT-SUB).
               ADD IC-CLAIM-AMT            TO NT-EARNED(C-NT-SUB).
               ADD IC-PAID-AMT             TO NT-RECEIVED(C-NT-SUB).

           L3-NEW-UNIT-INCENTIVES.
               PERFORM L4-HEADING-NEW.
               MOVE 0                      TO C-NT-CLAIMS.
               MOVE 0                      TO C-NT-EARNED.
               MOVE 0                      TO C-NT-RECEIVED.
               PERFORM VARYING C-NT-SUB FROM 1 BY 1
                   UNTIL C-NT-SUB > 7
                       IF NT-CLAIMS(C-NT-SUB) > 0
                           PERFORM L4-NEW-UNIT-LINE
                       END-IF
               END-PERFORM.
               IF C-NT-CLAIMS = 0
                   WRITE PRTLINE FROM NEW-NONE-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   MOVE 'ALL TYPES'        TO NL-BOAT-TYPE
                   MOVE C-NT-CLAIMS        TO NL-CLAIMS
                   MOVE C-NT-EARNED        TO NL-EARNED
                   MOVE C-NT-RECEIVED      TO NL-RECEIVED
                   COMPUTE NL-OUTSTANDING = C-NT-EARNED - C-NT-RECEIVED
                   WRITE PRTLINE FROM NEW-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.

           L4-NEW-UNIT-LINE.
               MOVE NEW-TYPE-VALUES(C-NT-SUB:1) TO H-BOAT-TYPE.
               PERFORM L5-EVAL-BOAT-TYPE.
               MOVE COL-BOAT-TYPE          TO NL-BOAT-TYPE.
               MOVE NT-CLAIMS(C-NT-SUB)    TO NL-CLAIMS.
               MOVE NT-EARNED(C-NT-SUB)    TO NL-EARNED.
               MOVE NT-RECEIVED(C-NT-SUB)  TO NL-RECEIVED.
               COMPUTE NL-OUTSTANDING =
                   NT-EARNED(C-NT-SUB) - NT-RECEIVED(C-NT-SUB).
               ADD NT-CLAIMS(C-NT-SUB)     TO C-NT-CLAIMS.
               ADD NT-EARNED(C-NT-SUB)     TO C-NT-EARNED.
               ADD NT-RECEIVED(C-NT-SUB)   TO C-NT-RECEIVED.
               WRITE PRTLINE FROM NEW-LINE
                   AFTER ADVANCING 1 LINE.

           L3-RESALE-LINE.
               IF HS-BOAT-TYPE NOT = H-BOAT-TYPE
                   IF C-FIRST-GROUP-SW = 'Y'
                   WRITE PRTLINE FROM SPACES
               END-IF.
               ADD 1 TO C-RESALE-CTR.
               MOVE 0                      TO C-INCENTIVE.
               PERFORM VARYING C-INC-SUB FROM 1 BY 1
                   UNTIL C-INC-SUB > C-INC-CTR
                       OR HI-HULL-ID(C-INC-SUB) = HS-HULL-ID
               END-PERFORM.
               IF C-INC-SUB <= C-INC-CTR
                   MOVE HI-AMOUNT(C-INC-SUB) TO C-INCENTIVE
               END-IF.
               COMPUTE C-PROFIT = HS-RESALE-PRICE - HS-COST
                   - HS-PREP-COST + C-INCENTIVE.
               ADD HS-COST                 TO C-TY-ALLOW.
               ADD HS-RESALE-PRICE         TO C-TY-RESALE.
               ADD HS-PREP-COST            TO C-TY-PREP.
               ADD C-INCENTIVE             TO C-TY-INCENT.
               ADD C-PROFIT                TO C-TY-PROFIT.
               ADD HS-COST                 TO C-GT-ALLOW.
               ADD HS-RESALE-PRICE         TO C-GT-RESALE.
               ADD HS-PREP-COST            TO C-GT-PREP.
               ADD C-INCENTIVE             TO C-GT-INCENT.
               ADD C-PROFIT                TO C-GT-PROFIT.
               MOVE HS-HULL-ID             TO D-HULL-ID.
               MOVE HS-RECEIVED-DATE(5:2)  TO D-RCV-MM.
               MOVE HS-COST                TO D-ALLOW.
               MOVE HS-RESALE-PRICE        TO D-RESALE.
               MOVE HS-PREP-COST           TO D-PREP.
               MOVE C-INCENTIVE            TO D-INCENT.
               MOVE C-PROFIT               TO D-PROFIT.
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE C-TY-ALLOW             TO TT-ALLOW.
               MOVE C-TY-RESALE            TO TT-RESALE.
               MOVE C-TY-PREP              TO TT-PREP.
               MOVE C-TY-INCENT            TO TT-INCENT.
               MOVE C-TY-PROFIT            TO TT-PROFIT.
               WRITE PRTLINE FROM TYPE-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 0                      TO C-TY-ALLOW.
               MOVE 0                      TO C-TY-RESALE.
               MOVE 0                      TO C-TY-PREP.
               MOVE 0                      TO C-TY-INCENT.
               MOVE 0                      TO C-TY-PROFIT.

           L5-EVAL-BOAT-TYPE.
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM SPACES.

           L4-HEADING-NEW.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM NEW-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM NEW-HEADING
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM SPACES.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB44'             TO RL-PROGRAM-ID.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BOATHULL.SRT' DELIMITED BY SIZE
               INTO FP-BOATHULL-SRT.
           MOVE SPACES TO FP-INCCLM-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INCCLM.DAT' DELIMITED BY SIZE
               INTO FP-INCCLM-DAT.
           MOVE SPACES TO FP-BOATPROF-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BOATPROF.PRT' DELIMITED BY SIZE
