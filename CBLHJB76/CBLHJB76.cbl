       IDENTIFICATION DIVISION.
      *PREVENTIVE MAINTENANCE SCHEDULE FOR THE RENTAL BUILDINGS.
      *PMMAST.DAT CARRIES ONE RECORD PER RECURRING TASK BY BUILDING
      *(AND BY UNIT WHERE IT APPLIES - UNIT 00 IS THE WHOLE
      *BUILDING): TASK CODE, FREQUENCY IN DAYS OR MONTHS, LAST DONE
      *DATE, ESTIMATED COST AND HOW MANY DAYS AHEAD OF THE DUE DATE
      *THE ORDER SHOULD BE CUT. EVERY NIGHT THIS RUN WRITES AN
      *ACTION O TRANSACTION ONTO WOTRAN.DAT, NON-CHARGEABLE, FOR
      *EACH TASK COMING DUE, SO CBLHJB45 OPENS IT LIKE ANY OTHER
      *TICKET, AND MARKS THE TASK WITH THE DUE DATE OF THE ORDER IT
      *CUT SO NO SECOND ORDER IS CUT WHILE THAT ONE IS OPEN. WHEN
      *CBLHJB45 CLOSES THE ORDER IT ROLLS THE LAST DONE DATE
      *FORWARD. PMDUE.PRT LISTS TONIGHT'S ORDERS AND EVERY PM ORDER
      *STILL OPEN PAST ITS DUE DATE.
       PROGRAM-ID. CBLHJB76.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL PM-MASTER
               ASSIGN TO DYNAMIC FP-PMMAST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRAN-OUTPUT
               ASSIGN TO DYNAMIC FP-WOTRAN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-PMDUE-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD PM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PM-REC
           RECORD CONTAINS 65 CHARACTERS.

       01 PM-REC                       PIC X(65).

           FD TRAN-OUTPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS WTR-REC
           RECORD CONTAINS 25 CHARACTERS.

       01 WTR-REC.
           05 WTR-ACTION               PIC X.
           05 WTR-BLD-CODE             PIC XX.
           05 WTR-UNIT                 PIC 99.
           05 WTR-PROBLEM-CODE         PIC X(4).
           05 WTR-DATE                 PIC 9(8).
           05 WTR-COST                 PIC 9(5)V99.
           05 WTR-CHARGEABLE           PIC X.

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                      PIC X(132).

           FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 9 CHARACTERS.

       01 RC-REC.
           05 RC-AS-OF-DATE.
               10 RC-AS-OF-YEAR        PIC 9(4).
               10 RC-AS-OF-MONTH       PIC 99.
               10 RC-AS-OF-DAY         PIC 99.
           05 RC-RERUN-FLAG            PIC X.

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
           05 FP-LANE              PIC X(8)    VALUE SPACES.
           05 FP-PMMAST-DAT          PIC X(40)   VALUE SPACES.
           05 FP-WOTRAN-DAT          PIC X(40)   VALUE SPACES.
           05 FP-PMDUE-PRT           PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-PM-CTR             PIC 9(4)    VALUE 0.
               05 C-PM-SUB             PIC 9(4)    VALUE 0.
               05 C-GEN-CTR            PIC 9(5)    VALUE 0.
               05 C-OVERDUE-CTR        PIC 9(5)    VALUE 0.
               05 C-REJECT-CTR         PIC 9(5)    VALUE 0.
               05 C-GEN-COST           PIC 9(7)V99 VALUE 0.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 C-NEXT-DUE           PIC 9(8)    VALUE 0.
               05 C-CUT-DATE           PIC 9(8)    VALUE 0.
               05 C-INT-DATE           PIC 9(7)    VALUE 0.
               05 C-DAYS-LATE          PIC S9(5)   VALUE 0.
               05 C-TOT-MONTHS         PIC 9(6)    VALUE 0.
               05 C-WRK-YEAR           PIC 9(4)    VALUE 0.
               05 C-WRK-MONTH          PIC 99      VALUE 0.
               05 C-WRK-DAY            PIC 99      VALUE 0.
               05 C-MAX-DAY            PIC 99      VALUE 0.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
               05 H-BLD-CODE           PIC XX      VALUE SPACES.
               05 C-DATE-IN            PIC 9(8)    VALUE 0.
               05 C-DATE-IN-R REDEFINES C-DATE-IN.
                   10 C-DATE-IN-YEAR   PIC X(4).
                   10 C-DATE-IN-MONTH  PIC XX.
                   10 C-DATE-IN-DAY    PIC XX.
               05 C-DATE-OUT           PIC X(10)   VALUE SPACES.
               05 D-OVERDUE-EDIT       PIC ZZ,ZZ9.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

      *    PMMAST.DAT IS REWRITTEN FROM THIS TABLE, SO EVERY TASK ON
      *    IT MUST FIT.
           01 PM-TABLE.
               05 PM-ENTRY             OCCURS 1000 TIMES.
                   10 PMT-RECORD       PIC X(65).
                   10 PMT-RECORD-R REDEFINES PMT-RECORD.
                       15 PMT-BLD-CODE     PIC XX.
                       15 PMT-UNIT         PIC 99.
                       15 PMT-TASK-CODE    PIC X(4).
                       15 PMT-TASK-DESC    PIC X(20).
                       15 PMT-FREQ-NUM     PIC 9(3).
                       15 PMT-FREQ-UNIT    PIC X.
                          88 PMT-FREQ-DAYS     VALUE 'D'.
                          88 PMT-FREQ-MONTHS   VALUE 'M'.
                       15 PMT-LAST-DONE    PIC 9(8).
                       15 PMT-EST-COST     PIC 9(5)V99.
                       15 PMT-LEAD-DAYS    PIC 99.
                       15 PMT-DUE-DATE     PIC 9(8).
                       15 PMT-GEN-DATE     PIC 9(8).

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(29)   VALUE SPACES.
               05 FILLER               PIC X(42)
                  VALUE 'PREVENTIVE MAINTENANCE ORDERS DUE         '.
               05 FILLER               PIC X(35)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 COL-HEADING.
               05 FILLER               PIC X(8)    VALUE 'BUILDING'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'UNIT'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'TASK'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(11)   VALUE 'DESCRIPTION'.
               05 FILLER               PIC X(11)   VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'EVERY'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'LAST DONE'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'DUE DATE'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'EST COST'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'REMARKS'.

           01 DETAIL-LINE.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-BLD-CODE           PIC XX.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 D-UNIT               PIC Z9.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-TASK-CODE          PIC X(4).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-TASK-DESC          PIC X(20).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-FREQ-NUM           PIC ZZ9.
               05 FILLER               PIC X       VALUE SPACE.
               05 D-FREQ-UNIT          PIC X(6).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-LAST-DONE          PIC X(10).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-DUE-DATE           PIC X(10).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-EST-COST           PIC $$,$$9.99.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-REMARKS            PIC X(30).

           01 SECTION-LINE.
               05 FILLER               PIC X(36)   VALUE SPACES.
               05 SECTION-TEXT         PIC X(40).

           01 BLD-LINE.
               05 FILLER               PIC X(10)
                  VALUE 'BUILDING: '.
               05 BL-BLD-CODE          PIC XX.

           01 NONE-LINE.
               05 FILLER               PIC X(36)   VALUE SPACES.
               05 NONE-TEXT            PIC X(40).

           01 TOTAL-LINE1.
               05 FILLER               PIC X(15)
                  VALUE 'TASKS ON FILE: '.
               05 GT-PM-CTR            PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(17)
                  VALUE 'ORDERS GENERATED:'.
               05 GT-GEN-CTR           PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'EST COST: '.
               05 GT-GEN-COST          PIC $$$,$$$,$$9.99.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(15)
                  VALUE 'OVERDUE OPEN: '.
               05 GT-OVERDUE-CTR       PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(17)
                  VALUE 'NOT SCHEDULED:'.
               05 GT-REJECT-CTR        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               PERFORM L3-WRITE-RUN-LOG-START.
               PERFORM L2-INIT.
               PERFORM L2-MAINLINE
                   VARYING C-PM-SUB FROM 1 BY 1
                       UNTIL C-PM-SUB > C-PM-CTR.
               PERFORM L2-CLOSING.
               STOP RUN.

           L2-INIT.
               OPEN INPUT PM-MASTER.
               PERFORM L3-LOAD-PM-MASTER
                   UNTIL MORE-RECS = 'NO'.
               CLOSE PM-MASTER.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL
                   AT END
                       MOVE ZEROS TO RC-AS-OF-DATE
                       MOVE 'N'   TO RC-RERUN-FLAG.
               CLOSE RUN-CONTROL.
               IF RC-AS-OF-YEAR = ZERO
                   MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME
                   MOVE CURRENT-MONTH          TO TITLE-MONTH
                   MOVE CURRENT-DAY            TO TITLE-DAY
                   MOVE CURRENT-YEAR           TO TITLE-YEAR
               ELSE
                   MOVE RC-AS-OF-MONTH         TO TITLE-MONTH
                   MOVE RC-AS-OF-DAY           TO TITLE-DAY
                   MOVE RC-AS-OF-YEAR          TO TITLE-YEAR
               END-IF.
               MOVE C-RUNLOG-DATE          TO C-ASOF-DATE.
               OPEN OUTPUT PRTOUT.
               OPEN EXTEND TRAN-OUTPUT.
               PERFORM L4-HEADING-FIRST.
               MOVE 'ORDERS GENERATED TONIGHT' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE SPACES                 TO H-BLD-CODE.

           L2-MAINLINE.
               PERFORM L3-CHECK-TASK
                   THRU L3-CHECK-TASK-EXIT.

           L2-CLOSING.
               IF C-GEN-CTR = 0 AND C-REJECT-CTR = 0
                   MOVE 'NO TASKS COMING DUE' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               CLOSE TRAN-OUTPUT.
               PERFORM L3-OVERDUE-REPORT.
               PERFORM L3-REWRITE-PM-MASTER.
               MOVE C-PM-CTR               TO GT-PM-CTR.
               MOVE C-GEN-CTR              TO GT-GEN-CTR.
               MOVE C-GEN-COST             TO GT-GEN-COST.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               MOVE C-OVERDUE-CTR          TO GT-OVERDUE-CTR.
               MOVE C-REJECT-CTR           TO GT-REJECT-CTR.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PRTOUT.

           L3-LOAD-PM-MASTER.
               READ PM-MASTER
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF C-PM-CTR < 1000
                           ADD 1 TO C-PM-CTR
                           MOVE PM-REC TO PMT-RECORD(C-PM-CTR)
                           PERFORM L4-CLEAR-BLANK-FIELDS
                       ELSE
                           DISPLAY 'CBLHJB76 - PM-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-RECS
                       END-IF
               END-READ.

      *    A TASK KEYED IN BY HAND MAY LEAVE THE LEAD DAYS AND THE
      *    DATES THE SCHEDULE KEEPS BLANK.
           L4-CLEAR-BLANK-FIELDS.
               IF PMT-LAST-DONE(C-PM-CTR) NOT NUMERIC
                   MOVE 0 TO PMT-LAST-DONE(C-PM-CTR)
               END-IF.
               IF PMT-LEAD-DAYS(C-PM-CTR) NOT NUMERIC
                   MOVE 0 TO PMT-LEAD-DAYS(C-PM-CTR)
               END-IF.
               IF PMT-DUE-DATE(C-PM-CTR) NOT NUMERIC
                   MOVE 0 TO PMT-DUE-DATE(C-PM-CTR)
               END-IF.
               IF PMT-GEN-DATE(C-PM-CTR) NOT NUMERIC
                   MOVE 0 TO PMT-GEN-DATE(C-PM-CTR)
               END-IF.

      *    A TASK WITH AN ORDER ALREADY CUT (DUE DATE SET) WAITS FOR
      *    CBLHJB45 TO CLOSE IT. A TASK NEVER DONE IS DUE AT ONCE.
           L3-CHECK-TASK.
               IF PMT-DUE-DATE(C-PM-SUB) > 0
                   GO TO L3-CHECK-TASK-EXIT.
               IF PMT-FREQ-NUM(C-PM-SUB) NOT NUMERIC
                   OR PMT-FREQ-NUM(C-PM-SUB) = 0
                   OR NOT (PMT-FREQ-DAYS(C-PM-SUB)
                       OR PMT-FREQ-MONTHS(C-PM-SUB))
                   ADD 1 TO C-REJECT-CTR
                   MOVE 0                  TO C-NEXT-DUE
                   MOVE 'NOT SCHEDULED - BAD FREQUENCY' TO D-REMARKS
                   PERFORM L4-PRINT-TASK
                   GO TO L3-CHECK-TASK-EXIT.
               IF PMT-LAST-DONE(C-PM-SUB) = 0
                   MOVE C-ASOF-DATE        TO C-NEXT-DUE
               ELSE
                   PERFORM L4-NEXT-DUE-DATE
               END-IF.
               COMPUTE C-INT-DATE =
                   FUNCTION INTEGER-OF-DATE(C-ASOF-DATE) +
                   PMT-LEAD-DAYS(C-PM-SUB).
               COMPUTE C-CUT-DATE =
                   FUNCTION DATE-OF-INTEGER(C-INT-DATE).
               IF C-NEXT-DUE > C-CUT-DATE
                   GO TO L3-CHECK-TASK-EXIT.
               MOVE 'O'                    TO WTR-ACTION.
               MOVE PMT-BLD-CODE(C-PM-SUB) TO WTR-BLD-CODE.
               MOVE PMT-UNIT(C-PM-SUB)     TO WTR-UNIT.
               MOVE PMT-TASK-CODE(C-PM-SUB) TO WTR-PROBLEM-CODE.
               MOVE C-ASOF-DATE            TO WTR-DATE.
               MOVE PMT-EST-COST(C-PM-SUB) TO WTR-COST.
               MOVE 'N'                    TO WTR-CHARGEABLE.
               WRITE WTR-REC.
               MOVE C-NEXT-DUE             TO PMT-DUE-DATE(C-PM-SUB).
               MOVE C-ASOF-DATE            TO PMT-GEN-DATE(C-PM-SUB).
               ADD 1 TO C-GEN-CTR.
               ADD PMT-EST-COST(C-PM-SUB)  TO C-GEN-COST.
               MOVE 'WORK ORDER GENERATED' TO D-REMARKS.
               PERFORM L4-PRINT-TASK.

           L3-CHECK-TASK-EXIT.
               EXIT.

           L4-NEXT-DUE-DATE.
               IF PMT-FREQ-DAYS(C-PM-SUB)
                   COMPUTE C-INT-DATE =
                       FUNCTION INTEGER-OF-DATE(PMT-LAST-DONE(C-PM-SUB))
                       + PMT-FREQ-NUM(C-PM-SUB)
                   COMPUTE C-NEXT-DUE =
                       FUNCTION DATE-OF-INTEGER(C-INT-DATE)
               ELSE
                   PERFORM L5-ADD-MONTHS
               END-IF.

      *    MONTHS ARE COUNTED ON THE CALENDAR - A TASK DONE ON THE
      *    31ST FALLS DUE ON THE LAST DAY OF A SHORTER MONTH.
           L5-ADD-MONTHS.
               MOVE PMT-LAST-DONE(C-PM-SUB)(1:4) TO C-WRK-YEAR.
               MOVE PMT-LAST-DONE(C-PM-SUB)(5:2) TO C-WRK-MONTH.
               MOVE PMT-LAST-DONE(C-PM-SUB)(7:2) TO C-WRK-DAY.
               COMPUTE C-TOT-MONTHS = C-WRK-YEAR * 12 + C-WRK-MONTH - 1
                   + PMT-FREQ-NUM(C-PM-SUB).
               DIVIDE C-TOT-MONTHS BY 12 GIVING C-WRK-YEAR
                   REMAINDER C-WRK-MONTH.
               ADD 1 TO C-WRK-MONTH.
               PERFORM L5-LAST-DAY-OF-MONTH.
               IF C-WRK-DAY > C-MAX-DAY
                   MOVE C-MAX-DAY TO C-WRK-DAY
               END-IF.
               MOVE C-WRK-YEAR  TO C-NEXT-DUE(1:4).
               MOVE C-WRK-MONTH TO C-NEXT-DUE(5:2).
               MOVE C-WRK-DAY   TO C-NEXT-DUE(7:2).

           L5-LAST-DAY-OF-MONTH.
               EVALUATE C-WRK-MONTH
                   WHEN 4
                       MOVE 30 TO C-MAX-DAY
                   WHEN 6
                       MOVE 30 TO C-MAX-DAY
                   WHEN 9
                       MOVE 30 TO C-MAX-DAY
                   WHEN 11
                       MOVE 30 TO C-MAX-DAY
                   WHEN 2
                       PERFORM L6-FEBRUARY-LAST-DAY
                   WHEN OTHER
                       MOVE 31 TO C-MAX-DAY
               END-EVALUATE.

           L6-FEBRUARY-LAST-DAY.
      *    THE SHARED DATE VALIDATOR ALREADY KNOWS THE LEAP-YEAR
      *    RULE - IF FEBRUARY 29 OF THE TARGET YEAR IS A REAL DATE,
      *    THAT IS THE MONTH-END.
               MOVE C-WRK-YEAR TO C-VAL-DATE(1:4).
               MOVE '0229'     TO C-VAL-DATE(5:4).
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS = 'Y'
                   MOVE 29 TO C-MAX-DAY
               ELSE
                   MOVE 28 TO C-MAX-DAY
               END-IF.

           L4-PRINT-TASK.
               IF PMT-BLD-CODE(C-PM-SUB) NOT = H-BLD-CODE
                   MOVE PMT-BLD-CODE(C-PM-SUB) TO H-BLD-CODE
                   MOVE H-BLD-CODE             TO BL-BLD-CODE
                   WRITE PRTLINE FROM BLD-LINE
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM L4-HEADING
               END-IF.
               MOVE PMT-BLD-CODE(C-PM-SUB)  TO D-BLD-CODE.
               MOVE PMT-UNIT(C-PM-SUB)      TO D-UNIT.
               MOVE PMT-TASK-CODE(C-PM-SUB) TO D-TASK-CODE.
               MOVE PMT-TASK-DESC(C-PM-SUB) TO D-TASK-DESC.
               IF PMT-FREQ-NUM(C-PM-SUB) NUMERIC
                   MOVE PMT-FREQ-NUM(C-PM-SUB) TO D-FREQ-NUM
               ELSE
                   MOVE 0                  TO D-FREQ-NUM
               END-IF.
               EVALUATE TRUE
                   WHEN PMT-FREQ-DAYS(C-PM-SUB)
                       MOVE 'DAYS'         TO D-FREQ-UNIT
                   WHEN PMT-FREQ-MONTHS(C-PM-SUB)
                       MOVE 'MONTHS'       TO D-FREQ-UNIT
                   WHEN OTHER
                       MOVE '??'           TO D-FREQ-UNIT
               END-EVALUATE.
               IF PMT-LAST-DONE(C-PM-SUB) = 0
                   MOVE 'NEVER'            TO D-LAST-DONE
               ELSE
                   MOVE PMT-LAST-DONE(C-PM-SUB) TO C-DATE-IN
                   PERFORM L5-FORMAT-DATE
                   MOVE C-DATE-OUT         TO D-LAST-DONE
               END-IF.
               IF C-NEXT-DUE = 0
                   MOVE SPACES             TO D-DUE-DATE
               ELSE
                   MOVE C-NEXT-DUE         TO C-DATE-IN
                   PERFORM L5-FORMAT-DATE
                   MOVE C-DATE-OUT         TO D-DUE-DATE
               END-IF.
               MOVE PMT-EST-COST(C-PM-SUB) TO D-EST-COST.
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

      *    ORDERS CUT ON EARLIER NIGHTS THAT CBLHJB45 HAS NOT YET
      *    CLOSED, NOW PAST THEIR DUE DATE.
           L3-OVERDUE-REPORT.
               PERFORM L4-HEADING.
               MOVE 'OPEN PM ORDERS PAST DUE' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE SPACES                 TO H-BLD-CODE.
               PERFORM L4-CHECK-OVERDUE
                   VARYING C-PM-SUB FROM 1 BY 1
                       UNTIL C-PM-SUB > C-PM-CTR.
               IF C-OVERDUE-CTR = 0
                   MOVE 'NO PM ORDERS PAST DUE' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.

           L4-CHECK-OVERDUE.
               IF PMT-DUE-DATE(C-PM-SUB) > 0
                   AND PMT-DUE-DATE(C-PM-SUB) < C-ASOF-DATE
                   ADD 1 TO C-OVERDUE-CTR
                   MOVE PMT-DUE-DATE(C-PM-SUB) TO C-NEXT-DUE
                   COMPUTE C-DAYS-LATE =
                       FUNCTION INTEGER-OF-DATE(C-ASOF-DATE) -
                       FUNCTION INTEGER-OF-DATE(PMT-DUE-DATE(C-PM-SUB))
                   MOVE C-DAYS-LATE        TO D-OVERDUE-EDIT
                   MOVE SPACES             TO D-REMARKS
                   STRING 'OVERDUE ' D-OVERDUE-EDIT ' DAYS'
                       DELIMITED BY SIZE INTO D-REMARKS
                   PERFORM L4-PRINT-TASK
               END-IF.

           L3-REWRITE-PM-MASTER.
               OPEN OUTPUT PM-MASTER.
               PERFORM VARYING C-PM-SUB FROM 1 BY 1
                   UNTIL C-PM-SUB > C-PM-CTR
                       MOVE PMT-RECORD(C-PM-SUB) TO PM-REC
                       WRITE PM-REC
               END-PERFORM.
               CLOSE PM-MASTER.

           L5-FORMAT-DATE.
               MOVE SPACES                 TO C-DATE-OUT.
               STRING C-DATE-IN-MONTH '/' C-DATE-IN-DAY '/'
                   C-DATE-IN-YEAR
                   DELIMITED BY SIZE INTO C-DATE-OUT.

           L4-HEADING-FIRST.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM SPACES.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM SPACES.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB76'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-PM-CTR               TO RL-RECS-READ.
               MOVE C-GEN-CTR              TO RL-RECS-PROCESSED.
               MOVE C-REJECT-CTR           TO RL-RECS-REJECTED.
               MOVE 'E'                    TO RL-ENTRY-TYPE.
               OPEN EXTEND RUN-LOG.
               WRITE RL-REC.
               CLOSE RUN-LOG.

           L3-WRITE-RUN-LOG-START.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL
                   AT END
                       MOVE ZEROS TO RC-AS-OF-DATE
                       MOVE 'N'   TO RC-RERUN-FLAG.
               CLOSE RUN-CONTROL.
               IF RC-AS-OF-YEAR = ZERO
                   MOVE CURRENT-YEAR       TO C-RUNLOG-YEAR
                   MOVE CURRENT-MONTH      TO C-RUNLOG-MONTH
                   MOVE CURRENT-DAY        TO C-RUNLOG-DAY
               ELSE
                   MOVE RC-AS-OF-DATE      TO C-RUNLOG-DATE
               END-IF.
               MOVE 'CBLHJB76'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE 0                      TO RL-RECS-READ.
               MOVE 0                      TO RL-RECS-PROCESSED.
               MOVE 0                      TO RL-RECS-REJECTED.
               MOVE 'S'                    TO RL-ENTRY-TYPE.
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
           MOVE SPACES TO FP-PMMAST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PMMAST.DAT' DELIMITED BY SIZE
               INTO FP-PMMAST-DAT.
           MOVE SPACES TO FP-WOTRAN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'WOTRAN.DAT' DELIMITED BY SIZE
               INTO FP-WOTRAN-DAT.
           MOVE SPACES TO FP-PMDUE-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PMDUE.PRT' DELIMITED BY SIZE
               INTO FP-PMDUE-PRT.
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

       END PROGRAM CBLHJB76.
