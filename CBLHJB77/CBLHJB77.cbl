       IDENTIFICATION DIVISION.
      *MONTHLY PREVENTIVE MAINTENANCE COMPLIANCE REPORT BY BUILDING.
      *FOR THE AS-OF MONTH THIS RUN LISTS, BUILDING BY BUILDING,
      *EVERY PM TASK WHOSE ORDER IS STILL OPEN PAST ITS DUE DATE
      *(FROM PMMAST.DAT, AS OF TONIGHT), AND EVERY PM ORDER CBLHJB45
      *CLOSED IN THE MONTH (FROM PMHIST.DAT) SPLIT INTO COMPLETED ON
      *TIME AND COMPLETED LATE, WITH THE DAYS LATE. EACH BUILDING
      *ENDS WITH ITS COUNTS AND THE PERCENT DONE ON TIME; THE REPORT
      *ENDS WITH THE SAME FOR ALL BUILDINGS. OUTPUT IS PMCOMPL.PRT.
       PROGRAM-ID. CBLHJB77.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL PM-MASTER
               ASSIGN TO DYNAMIC FP-PMMAST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PM-HIST
               ASSIGN TO DYNAMIC FP-PMHIST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-PMCOMPL-PRT
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

       01 PM-REC.
           05 PM-BLD-CODE              PIC XX.
           05 PM-UNIT                  PIC 99.
           05 PM-TASK-CODE             PIC X(4).
           05 PM-TASK-DESC             PIC X(20).
           05 PM-FREQ-NUM              PIC 9(3).
           05 PM-FREQ-UNIT             PIC X.
           05 PM-LAST-DONE             PIC 9(8).
           05 PM-EST-COST              PIC 9(5)V99.
           05 PM-LEAD-DAYS             PIC 99.
           05 PM-DUE-DATE              PIC 9(8).
           05 PM-GEN-DATE              PIC 9(8).

           FD PM-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS PH-REC
           RECORD CONTAINS 31 CHARACTERS.

       01 PH-REC.
           05 PH-BLD-CODE              PIC XX.
           05 PH-UNIT                  PIC 99.
           05 PH-TASK-CODE             PIC X(4).
           05 PH-DUE-DATE              PIC 9(8).
           05 PH-DONE-DATE.
               10 PH-DONE-YEAR         PIC 9(4).
               10 PH-DONE-MONTH        PIC 99.
               10 PH-DONE-DAY          PIC 99.
           05 PH-COST                  PIC 9(5)V99.

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
           05 FP-PMMAST-DAT          PIC X(40)   VALUE SPACES.
           05 FP-PMHIST-DAT          PIC X(40)   VALUE SPACES.
           05 FP-PMCOMPL-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-HIST            PIC X(3)    VALUE 'YES'.
               05 C-TSK-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-TSK-OVFL        VALUE 'Y'.
               05 C-HST-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-HST-OVFL        VALUE 'Y'.
               05 C-BLD-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-BLD-OVFL        VALUE 'Y'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-READ-CTR           PIC 9(7)    VALUE 0.
               05 C-LINE-CTR           PIC 9(7)    VALUE 0.
               05 C-TSK-CTR            PIC 9(4)    VALUE 0.
               05 C-TSK-SUB            PIC 9(4)    VALUE 0.
               05 C-HST-CTR            PIC 9(4)    VALUE 0.
               05 C-HST-SUB            PIC 9(4)    VALUE 0.
               05 C-BLD-CTR            PIC 9(3)    VALUE 0.
               05 C-BLD-SUB            PIC 9(3)    VALUE 0.
               05 C-INS-SUB            PIC 9(3)    VALUE 0.
               05 C-NEW-BLD            PIC XX      VALUE SPACES.
               05 C-BLD-OVERDUE        PIC 9(5)    VALUE 0.
               05 C-BLD-ON-TIME        PIC 9(5)    VALUE 0.
               05 C-BLD-LATE           PIC 9(5)    VALUE 0.
               05 C-TOT-OVERDUE        PIC 9(5)    VALUE 0.
               05 C-TOT-ON-TIME        PIC 9(5)    VALUE 0.
               05 C-TOT-LATE           PIC 9(5)    VALUE 0.
               05 C-PCT-BASE           PIC 9(6)    VALUE 0.
               05 C-ON-TIME-PCT        PIC 9(3)V9  VALUE 0.
               05 C-DAYS-LATE          PIC S9(5)   VALUE 0.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 C-ASOF-DATE-R REDEFINES C-ASOF-DATE.
                   10 C-ASOF-YEAR      PIC 9(4).
                   10 C-ASOF-MONTH     PIC 99.
                   10 C-ASOF-DAY       PIC 99.
               05 C-DATE-IN            PIC 9(8)    VALUE 0.
               05 C-DATE-IN-R REDEFINES C-DATE-IN.
                   10 C-DATE-IN-YEAR   PIC X(4).
                   10 C-DATE-IN-MONTH  PIC XX.
                   10 C-DATE-IN-DAY    PIC XX.
               05 C-DATE-OUT           PIC X(10)   VALUE SPACES.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

           01 TASK-TABLE.
               05 TSK-ENTRY            OCCURS 1000 TIMES.
                   10 TSK-BLD-CODE     PIC XX.
                   10 TSK-UNIT         PIC 99.
                   10 TSK-TASK-CODE    PIC X(4).
                   10 TSK-TASK-DESC    PIC X(20).
                   10 TSK-DUE-DATE     PIC 9(8).

           01 HIST-TABLE.
               05 HST-ENTRY            OCCURS 2000 TIMES.
                   10 HST-BLD-CODE     PIC XX.
                   10 HST-UNIT         PIC 99.
                   10 HST-TASK-CODE    PIC X(4).
                   10 HST-DUE-DATE     PIC 9(8).
                   10 HST-DONE-DATE    PIC 9(8).
                   10 HST-COST         PIC 9(5)V99.

      *    BUILDINGS ARE KEPT IN CODE ORDER AS THEY ARE FOUND.
           01 BLD-TABLE.
               05 BLD-ENTRY            OCCURS 100 TIMES.
                   10 BLT-BLD-CODE     PIC XX.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(28)   VALUE SPACES.
               05 FILLER               PIC X(38)
                  VALUE 'PREVENTIVE MAINTENANCE COMPLIANCE FOR '.
               05 TITLE-RPT-MONTH      PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 TITLE-RPT-YEAR       PIC 9(4).
               05 FILLER               PIC X(31)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 COL-HEADING.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'STATUS'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'UNIT'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'TASK'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(11)   VALUE 'DESCRIPTION'.
               05 FILLER               PIC X(11)   VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'DUE DATE'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'DONE DATE'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'DAYS LATE'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'COST'.

           01 BLD-LINE.
               05 FILLER               PIC X(10)
                  VALUE 'BUILDING: '.
               05 BL-BLD-CODE          PIC XX.

           01 DETAIL-LINE.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-STATUS             PIC X(9).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 D-UNIT               PIC Z9.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-TASK-CODE          PIC X(4).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-TASK-DESC          PIC X(20).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-DUE-DATE           PIC X(10).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-DONE-DATE          PIC X(10).
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 D-DAYS-LATE          PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 D-COST               PIC $$,$$9.99.

           01 BLD-TOTAL-LINE.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'OVERDUE: '.
               05 BT-OVERDUE           PIC ZZ,ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'ON TIME: '.
               05 BT-ON-TIME           PIC ZZ,ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'LATE: '.
               05 BT-LATE              PIC ZZ,ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(17)
                  VALUE 'PERCENT ON TIME: '.
               05 BT-ON-TIME-PCT       PIC ZZ9.9.

           01 NONE-LINE.
               05 FILLER               PIC X(36)   VALUE SPACES.
               05 FILLER               PIC X(40)
                  VALUE 'NO PM ORDERS DUE OR CLOSED THIS MONTH'.

           01 OVERFLOW-WARN-LINE.
               05 FILLER           PIC X(21)
                  VALUE '*** TABLE OVERFLOW - '.
               05 OVW-TABLE-NAME   PIC X(15).
               05 FILLER           PIC X(40)
                  VALUE ' ENTRIES DROPPED, COUNTS INCOMPLETE ***'.

           01 TOTAL-TITLE-LINE.
               05 FILLER               PIC X(20)
                  VALUE 'ALL BUILDINGS'.

       PROCEDURE DIVISION.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               PERFORM L3-WRITE-RUN-LOG-START.
               PERFORM L2-INIT.
               PERFORM L2-MAINLINE
                   VARYING C-BLD-SUB FROM 1 BY 1
                       UNTIL C-BLD-SUB > C-BLD-CTR.
               PERFORM L2-CLOSING.
               STOP RUN.

           L2-INIT.
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
               MOVE C-ASOF-MONTH           TO TITLE-RPT-MONTH.
               MOVE C-ASOF-YEAR            TO TITLE-RPT-YEAR.
               OPEN INPUT PM-MASTER.
               PERFORM L3-LOAD-PM-MASTER
                   UNTIL MORE-RECS = 'NO'.
               CLOSE PM-MASTER.
               OPEN INPUT PM-HIST.
               PERFORM L3-LOAD-PM-HIST
                   UNTIL MORE-HIST = 'NO'.
               CLOSE PM-HIST.
               OPEN OUTPUT PRTOUT.
               PERFORM L4-HEADING-FIRST.

           L2-MAINLINE.
               MOVE 0                      TO C-BLD-OVERDUE.
               MOVE 0                      TO C-BLD-ON-TIME.
               MOVE 0                      TO C-BLD-LATE.
               MOVE BLT-BLD-CODE(C-BLD-SUB) TO BL-BLD-CODE.
               WRITE PRTLINE FROM BLD-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-HEADING.
               PERFORM L3-OVERDUE-LINE
                   VARYING C-TSK-SUB FROM 1 BY 1
                       UNTIL C-TSK-SUB > C-TSK-CTR.
               PERFORM L3-ON-TIME-LINE
                   VARYING C-HST-SUB FROM 1 BY 1
                       UNTIL C-HST-SUB > C-HST-CTR.
               PERFORM L3-LATE-LINE
                   VARYING C-HST-SUB FROM 1 BY 1
                       UNTIL C-HST-SUB > C-HST-CTR.
               MOVE C-BLD-OVERDUE          TO BT-OVERDUE.
               MOVE C-BLD-ON-TIME          TO BT-ON-TIME.
               MOVE C-BLD-LATE             TO BT-LATE.
               COMPUTE C-PCT-BASE =
                   C-BLD-OVERDUE + C-BLD-ON-TIME + C-BLD-LATE.
               IF C-PCT-BASE = 0
                   MOVE 0 TO C-ON-TIME-PCT
               ELSE
                   COMPUTE C-ON-TIME-PCT ROUNDED =
                       C-BLD-ON-TIME * 100 / C-PCT-BASE
               END-IF.
               MOVE C-ON-TIME-PCT          TO BT-ON-TIME-PCT.
               WRITE PRTLINE FROM BLD-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-HEADING.
               ADD C-BLD-OVERDUE           TO C-TOT-OVERDUE.
               ADD C-BLD-ON-TIME           TO C-TOT-ON-TIME.
               ADD C-BLD-LATE              TO C-TOT-LATE.

           L2-CLOSING.
               IF C-BLD-CTR = 0
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               WRITE PRTLINE FROM TOTAL-TITLE-LINE
                   AFTER ADVANCING 3 LINES.
               MOVE C-TOT-OVERDUE          TO BT-OVERDUE.
               MOVE C-TOT-ON-TIME          TO BT-ON-TIME.
               MOVE C-TOT-LATE             TO BT-LATE.
               COMPUTE C-PCT-BASE =
                   C-TOT-OVERDUE + C-TOT-ON-TIME + C-TOT-LATE.
               IF C-PCT-BASE = 0
                   MOVE 0 TO C-ON-TIME-PCT
               ELSE
                   COMPUTE C-ON-TIME-PCT ROUNDED =
                       C-TOT-ON-TIME * 100 / C-PCT-BASE
               END-IF.
               MOVE C-ON-TIME-PCT          TO BT-ON-TIME-PCT.
               WRITE PRTLINE FROM BLD-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
               IF C-TSK-OVFL
                   MOVE 'TASK-TABLE'       TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               IF C-HST-OVFL
                   MOVE 'HIST-TABLE'       TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               IF C-BLD-OVFL
                   MOVE 'BLD-TABLE'        TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PRTOUT.

           L3-LOAD-PM-MASTER.
               READ PM-MASTER
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       IF PM-DUE-DATE NOT NUMERIC
                           MOVE 0 TO PM-DUE-DATE
                       END-IF
                       PERFORM L4-KEEP-TASK
               END-READ.

           L4-KEEP-TASK.
               IF C-TSK-CTR < 1000
                   ADD 1 TO C-TSK-CTR
                   MOVE PM-BLD-CODE    TO TSK-BLD-CODE(C-TSK-CTR)
                   MOVE PM-UNIT        TO TSK-UNIT(C-TSK-CTR)
                   MOVE PM-TASK-CODE   TO TSK-TASK-CODE(C-TSK-CTR)
                   MOVE PM-TASK-DESC   TO TSK-TASK-DESC(C-TSK-CTR)
                   MOVE PM-DUE-DATE    TO TSK-DUE-DATE(C-TSK-CTR)
                   IF PM-DUE-DATE > 0
                       AND PM-DUE-DATE < C-ASOF-DATE
                       MOVE PM-BLD-CODE TO C-NEW-BLD
                       PERFORM L5-ADD-BUILDING
                   END-IF
               ELSE
                   IF NOT C-TSK-OVFL
                       SET C-TSK-OVFL TO TRUE
                       DISPLAY 'CBLHJB77 - TASK-TABLE OVERFLOW, '
                           'COUNTS INCOMPLETE'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

      *    ONLY ORDERS CLOSED IN THE AS-OF MONTH ARE KEPT.
           L3-LOAD-PM-HIST.
               READ PM-HIST
                   AT END
                       MOVE 'NO' TO MORE-HIST
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       IF PH-DONE-YEAR = C-ASOF-YEAR
                           AND PH-DONE-MONTH = C-ASOF-MONTH
                           PERFORM L4-KEEP-HIST
                       END-IF
               END-READ.

           L4-KEEP-HIST.
               IF C-HST-CTR < 2000
                   ADD 1 TO C-HST-CTR
                   MOVE PH-BLD-CODE    TO HST-BLD-CODE(C-HST-CTR)
                   MOVE PH-UNIT        TO HST-UNIT(C-HST-CTR)
                   MOVE PH-TASK-CODE   TO HST-TASK-CODE(C-HST-CTR)
                   MOVE PH-DUE-DATE    TO HST-DUE-DATE(C-HST-CTR)
                   MOVE PH-DONE-DATE   TO HST-DONE-DATE(C-HST-CTR)
                   MOVE PH-COST        TO HST-COST(C-HST-CTR)
                   MOVE PH-BLD-CODE    TO C-NEW-BLD
                   PERFORM L5-ADD-BUILDING
               ELSE
                   IF NOT C-HST-OVFL
                       SET C-HST-OVFL TO TRUE
                       DISPLAY 'CBLHJB77 - HIST-TABLE OVERFLOW, '
                           'COUNTS INCOMPLETE'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

      *    THE BUILDING IS SLOTTED IN CODE ORDER, SHIFTING THE
      *    HIGHER CODES DOWN ONE.
           L5-ADD-BUILDING.
               PERFORM VARYING C-BLD-SUB FROM 1 BY 1
                   UNTIL C-BLD-SUB > C-BLD-CTR
                       OR BLT-BLD-CODE(C-BLD-SUB) >= C-NEW-BLD
               END-PERFORM.
               IF C-BLD-SUB <= C-BLD-CTR
                   IF BLT-BLD-CODE(C-BLD-SUB) = C-NEW-BLD
                       GO TO L5-ADD-BUILDING-EXIT
                   END-IF
               END-IF.
               IF C-BLD-CTR >= 100
                   IF NOT C-BLD-OVFL
                       SET C-BLD-OVFL TO TRUE
                       DISPLAY 'CBLHJB77 - BLD-TABLE OVERFLOW, '
                           'COUNTS INCOMPLETE'
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   GO TO L5-ADD-BUILDING-EXIT
               END-IF.
               PERFORM VARYING C-INS-SUB FROM C-BLD-CTR BY -1
                   UNTIL C-INS-SUB < C-BLD-SUB
                       MOVE BLT-BLD-CODE(C-INS-SUB) TO
                           BLT-BLD-CODE(C-INS-SUB + 1)
               END-PERFORM.
               MOVE C-NEW-BLD              TO BLT-BLD-CODE(C-BLD-SUB).
               ADD 1 TO C-BLD-CTR.

           L5-ADD-BUILDING-EXIT.
               EXIT.

      *    AN ORDER CUT BY CBLHJB76 AND STILL OPEN PAST ITS DUE DATE.
           L3-OVERDUE-LINE.
               IF TSK-BLD-CODE(C-TSK-SUB) = BLT-BLD-CODE(C-BLD-SUB)
                   AND TSK-DUE-DATE(C-TSK-SUB) > 0
                   AND TSK-DUE-DATE(C-TSK-SUB) < C-ASOF-DATE
                   ADD 1 TO C-BLD-OVERDUE
                   MOVE 'OVERDUE'          TO D-STATUS
                   MOVE TSK-UNIT(C-TSK-SUB) TO D-UNIT
                   MOVE TSK-TASK-CODE(C-TSK-SUB) TO D-TASK-CODE
                   MOVE TSK-TASK-DESC(C-TSK-SUB) TO D-TASK-DESC
                   MOVE TSK-DUE-DATE(C-TSK-SUB) TO C-DATE-IN
                   PERFORM L5-FORMAT-DATE
                   MOVE C-DATE-OUT         TO D-DUE-DATE
                   MOVE 'STILL OPEN'       TO D-DONE-DATE
                   COMPUTE C-DAYS-LATE =
                       FUNCTION INTEGER-OF-DATE(C-ASOF-DATE) -
                       FUNCTION INTEGER-OF-DATE(TSK-DUE-DATE(C-TSK-SUB))
                   MOVE C-DAYS-LATE        TO D-DAYS-LATE
                   MOVE 0                  TO D-COST
                   PERFORM L4-WRITE-DETAIL
               END-IF.

           L3-ON-TIME-LINE.
               IF HST-BLD-CODE(C-HST-SUB) = BLT-BLD-CODE(C-BLD-SUB)
                   AND HST-DONE-DATE(C-HST-SUB) <=
                       HST-DUE-DATE(C-HST-SUB)
                   ADD 1 TO C-BLD-ON-TIME
                   MOVE 'ON TIME'          TO D-STATUS
                   MOVE 0                  TO C-DAYS-LATE
                   PERFORM L4-HIST-DETAIL
               END-IF.

           L3-LATE-LINE.
               IF HST-BLD-CODE(C-HST-SUB) = BLT-BLD-CODE(C-BLD-SUB)
                   AND HST-DONE-DATE(C-HST-SUB) >
                       HST-DUE-DATE(C-HST-SUB)
                   ADD 1 TO C-BLD-LATE
                   MOVE 'LATE'             TO D-STATUS
                   COMPUTE C-DAYS-LATE =
                       FUNCTION INTEGER-OF-DATE
                           (HST-DONE-DATE(C-HST-SUB)) -
                       FUNCTION INTEGER-OF-DATE
                           (HST-DUE-DATE(C-HST-SUB))
                   PERFORM L4-HIST-DETAIL
               END-IF.

      *    THE DESCRIPTION COMES FROM THE MASTER; A TASK SINCE
      *    DROPPED FROM PMMAST.DAT PRINTS WITHOUT ONE.
           L4-HIST-DETAIL.
               MOVE HST-UNIT(C-HST-SUB)    TO D-UNIT.
               MOVE HST-TASK-CODE(C-HST-SUB) TO D-TASK-CODE.
               MOVE SPACES                 TO D-TASK-DESC.
               PERFORM L5-FIND-DESC.
               MOVE HST-DUE-DATE(C-HST-SUB) TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO D-DUE-DATE.
               MOVE HST-DONE-DATE(C-HST-SUB) TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO D-DONE-DATE.
               MOVE C-DAYS-LATE            TO D-DAYS-LATE.
               MOVE HST-COST(C-HST-SUB)    TO D-COST.
               PERFORM L4-WRITE-DETAIL.

           L5-FIND-DESC.
               PERFORM VARYING C-TSK-SUB FROM 1 BY 1
                   UNTIL C-TSK-SUB > C-TSK-CTR
                       OR (TSK-BLD-CODE(C-TSK-SUB) =
                               HST-BLD-CODE(C-HST-SUB)
                           AND TSK-UNIT(C-TSK-SUB) = HST-UNIT(C-HST-SUB)
                           AND TSK-TASK-CODE(C-TSK-SUB) =
                               HST-TASK-CODE(C-HST-SUB))
               END-PERFORM.
               IF C-TSK-SUB <= C-TSK-CTR
                   MOVE TSK-TASK-DESC(C-TSK-SUB) TO D-TASK-DESC
               END-IF.

           L4-WRITE-DETAIL.
               ADD 1 TO C-LINE-CTR.
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

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
               MOVE 'CBLHJB77'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-READ-CTR             TO RL-RECS-READ.
               MOVE C-LINE-CTR             TO RL-RECS-PROCESSED.
               MOVE 0                      TO RL-RECS-REJECTED.
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
               MOVE 'CBLHJB77'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-PMHIST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PMHIST.DAT' DELIMITED BY SIZE
               INTO FP-PMHIST-DAT.
           MOVE SPACES TO FP-PMCOMPL-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PMCOMPL.PRT' DELIMITED BY SIZE
               INTO FP-PMCOMPL-PRT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB77.
