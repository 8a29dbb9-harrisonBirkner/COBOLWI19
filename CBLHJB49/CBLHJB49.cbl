      *(W WAITING, O OFFERED, H HOUSED, X WITHDRAWN). THIS RUN
      *FINDS THE CYCLE'S VACANT UNITS THE SAME WAY THE CBLHJB04
      *VACANCY PAGE DOES - UNITS ON THE BLDRATE.DAT COUNT WITH NO
      *MONBILLS.IDX RECORD - AND OFFERS THEM TO WAITING APPLICANTS
      *IN APPLICATION-DATE ORDER, PRINTING THE OFFER LIST FOR THE
      *OFFICE ON WAITLIST.PRT AND MARKING THE APPLICANT OFFERED.
      *THE REPORT CLOSES WITH THE WAITLIST AGING SECTION SO WE CAN
      *TELL APPLICANTS HONESTLY HOW LONG THE QUEUE IS. UNITS THE
      *TURNOVER CREW HAS FLAGGED RENT-READY ON TURNOVER.DAT (SEE
      *CBLHJB80) ARE OFFERED FIRST, AHEAD OF UNITS STILL IN
      *MAKE-READY.
      *MONBILLS.IDX IS INDEXED BY BUILDING AND UNIT AND IS READ
      *HERE IN KEY ORDER.
       PROGRAM-ID. CBLHJB49.
           AUTHOR. HARRISON BIRKNER.

                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BILL-INPUT
               ASSIGN TO DYNAMIC FP-MONBILLS-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS I-KEY.

           SELECT OPTIONAL BLD-RATE-FILE
               ASSIGN TO DYNAMIC FP-BLDRATE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TURNOVER-FILE
               ASSIGN TO DYNAMIC FP-TURNOVER-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-WAITLIST-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.
           RECORD CONTAINS 40 CHARACTERS.

       01 I-REC.
           05 I-KEY.
               10 I-BLD-CODE           PIC XX.
               10 I-UNIT               PIC 99.
           05 FILLER                   PIC X(36).

           FD BLD-RATE-FILE
           05 BR-UNIT-COUNT            PIC 9(3).
           05 BR-BASE-RENT             PIC 9(4)V99.

           FD TURNOVER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TO-REC
           RECORD CONTAINS 41 CHARACTERS.

       01 TO-REC.
           05 TO-BLD-CODE              PIC XX.
           05 TO-UNIT                  PIC 99.
           05 TO-STATUS                PIC X.
              88 TO-RENT-READY         VALUE 'R'.
           05 TO-VACANT-DATE           PIC 9(8).
           05 TO-READY-DATE            PIC 9(8).
           05 TO-LEASED-DATE           PIC 9(8).
           05 TO-MR-COST               PIC 9(7)V99.
           05 TO-WO-CTR                PIC 9(3).

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-APPLCNT-DAT         PIC X(40)   VALUE SPACES.
           05 FP-APPLCNT-SRT         PIC X(40)   VALUE SPACES.
           05 FP-MONBILLS-IDX        PIC X(40)   VALUE SPACES.
           05 FP-BLDRATE-DAT         PIC X(40)   VALUE SPACES.
           05 FP-TURNOVER-DAT        PIC X(40)   VALUE SPACES.
           05 FP-WAITLIST-PRT        PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.
           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-BILLS           PIC X(3)    VALUE 'YES'.
               05 MORE-TURNOVERS       PIC X(3)    VALUE 'YES'.
               05 MORE-BLD-RATES       PIC X(3)    VALUE 'YES'.
               05 C-APPL-STATUS        PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
               05 C-BRT-SUB            PIC 9(3)    VALUE 0.
               05 C-UNIT-SUB           PIC 9(3)    VALUE 0.
               05 C-VAC-SUB            PIC 9(4)    VALUE 0.
               05 C-PASS-SW            PIC X       VALUE 'Y'.
               05 C-AGE-DAYS           PIC S9(5)   VALUE 0.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 C-ASOF-DATE-R REDEFINES C-ASOF-DATE.
                   10 BLT-BLD-NAME     PIC X(15).
                   10 BLT-UNIT-COUNT   PIC 9(3).
                   10 BLT-BILLED-SW    PIC X OCCURS 25 TIMES.
                   10 BLT-READY-SW     PIC X OCCURS 25 TIMES.

           01 VACANT-TABLE.
               05 VAC-ENTRY            OCCURS 500 TIMES.
                   10 VAC-BLD-CODE     PIC XX.
                   10 VAC-BLD-NAME     PIC X(15).
                   10 VAC-UNIT         PIC 99.
                   10 VAC-READY-SW     PIC X.
                   10 VAC-TAKEN-SW     PIC X.

           01 TITLE-LINE.
               05 FILLER               PIC X(4)    VALUE 'UNIT'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'APPLIED'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'UNIT READY'.

           01 OFFER-DETAIL-LINE.
               05 OD-NAME              PIC X(25).
               05 OD-APP-DD            PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 OD-APP-YY            PIC X(4).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 OD-READY             PIC X(10).

           01 OFFER-NONE-LINE.
               05 FILLER               PIC X(34)
               PERFORM L3-FLAG-BILLED-UNITS
                   UNTIL MORE-BILLS = 'NO'.
               CLOSE BILL-INPUT.
               OPEN INPUT TURNOVER-FILE.
               PERFORM L3-FLAG-READY-UNITS
                   UNTIL MORE-TURNOVERS = 'NO'.
               CLOSE TURNOVER-FILE.
               PERFORM L3-BUILD-VACANCY-LIST.
               OPEN OUTPUT PRTOUT.
               OPEN INPUT RUN-CONTROL.
                               UNTIL C-UNIT-SUB > 25
                                   MOVE 'N' TO BLT-BILLED-SW
                                       (C-BRT-CTR, C-UNIT-SUB)
                                   MOVE 'N' TO BLT-READY-SW
                                       (C-BRT-CTR, C-UNIT-SUB)
                           END-PERFORM
                       END-IF
               END-READ.
                       END-IF
               END-READ.

           L3-FLAG-READY-UNITS.
               READ TURNOVER-FILE
                   AT END
                       MOVE 'NO' TO MORE-TURNOVERS
                   NOT AT END
                       IF TO-RENT-READY
                           PERFORM VARYING C-BRT-SUB FROM 1 BY 1
                               UNTIL C-BRT-SUB > C-BRT-CTR
                                   OR TO-BLD-CODE
                                       = BLT-BLD-CODE(C-BRT-SUB)
                           END-PERFORM
                           IF C-BRT-SUB <= C-BRT-CTR
                               AND TO-UNIT >= 1 AND TO-UNIT <= 25
                               MOVE 'Y' TO
                                   BLT-READY-SW(C-BRT-SUB, TO-UNIT)
                           END-IF
                       END-IF
               END-READ.

           L3-BUILD-VACANCY-LIST.
      *    RENT-READY UNITS GO ON THE LIST FIRST SO THE OFFER LOOP,
      *    WHICH TAKES THE FIRST SUITABLE VACANCY, OFFERS THEM
      *    BEFORE UNITS STILL IN MAKE-READY.
               MOVE 'Y'                    TO C-PASS-SW.
               PERFORM L4-VACANCY-ONE-BLD
                   VARYING C-BRT-SUB FROM 1 BY 1
                       UNTIL C-BRT-SUB > C-BRT-CTR.
               MOVE 'N'                    TO C-PASS-SW.
               PERFORM L4-VACANCY-ONE-BLD
                   VARYING C-BRT-SUB FROM 1 BY 1
                       UNTIL C-BRT-SUB > C-BRT-CTR.
                   UNTIL C-UNIT-SUB > BLT-UNIT-COUNT(C-BRT-SUB)
                       OR C-UNIT-SUB > 25
                       IF BLT-BILLED-SW(C-BRT-SUB, C-UNIT-SUB) = 'N'
                           AND BLT-READY-SW(C-BRT-SUB, C-UNIT-SUB)
                               = C-PASS-SW
                           AND C-VAC-CTR < 500
                           ADD 1 TO C-VAC-CTR
                           MOVE BLT-BLD-CODE(C-BRT-SUB)
                               TO VAC-BLD-NAME(C-VAC-CTR)
                           MOVE C-UNIT-SUB TO VAC-UNIT(C-VAC-CTR)
                           MOVE 'N'        TO VAC-TAKEN-SW(C-VAC-CTR)
                           MOVE C-PASS-SW  TO VAC-READY-SW(C-VAC-CTR)
                       END-IF
               END-PERFORM.

                       MOVE APL-APP-DATE(C-APL-SUB)(5:2) TO OD-APP-MM
                       MOVE APL-APP-DATE(C-APL-SUB)(7:2) TO OD-APP-DD
                       MOVE APL-APP-DATE(C-APL-SUB)(1:4) TO OD-APP-YY
                       IF VAC-READY-SW(C-VAC-SUB) = 'Y'
                           MOVE 'RENT READY'        TO OD-READY
                       ELSE
                           MOVE SPACES              TO OD-READY
                       END-IF
                       WRITE PRTLINE FROM OFFER-DETAIL-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'APPLCNT.SRT' DELIMITED BY SIZE
               INTO FP-APPLCNT-SRT.
           MOVE SPACES TO FP-MONBILLS-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'MONBILLS.IDX' DELIMITED BY SIZE
               INTO FP-MONBILLS-IDX.
           MOVE SPACES TO FP-BLDRATE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BLDRATE.DAT' DELIMITED BY SIZE
               INTO FP-BLDRATE-DAT.
           MOVE SPACES TO FP-TURNOVER-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TURNOVER.DAT' DELIMITED BY SIZE
               INTO FP-TURNOVER-DAT.
           MOVE SPACES TO FP-WAITLIST-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'WAITLIST.PRT' DELIMITED BY SIZE
