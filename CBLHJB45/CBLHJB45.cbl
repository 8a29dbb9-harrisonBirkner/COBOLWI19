      *EMPTIED. THE WORKORD.PRT JOURNAL SHOWS EVERY POSTING, AND
      *THE RUN CLOSES WITH THE OPEN-WORK-ORDER REPORT BY BUILDING
      *SO THE WHITEBOARD CAN COME DOWN. CLOSED CHARGEABLE ORDERS
      *RIDE ONTO THE UNIT'S NEXT BILL IN CBLHJB04. PREVENTIVE
      *MAINTENANCE ORDERS CUT BY CBLHJB76 ARRIVE AS ORDINARY ACTION O
      *TICKETS; CLOSING ONE ROLLS THE TASK'S LAST DONE DATE FORWARD
      *ON PMMAST.DAT, KEEPS THE ORDER NON-CHARGEABLE, AND WRITES THE
      *DUE AND DONE DATES TO PMHIST.DAT FOR THE MONTHLY COMPLIANCE
      *REPORT (CBLHJB77).
       PROGRAM-ID. CBLHJB45.
           AUTHOR. HARRISON BIRKNER.

               ASSIGN TO DYNAMIC FP-WOTRAN-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PM-MASTER
               ASSIGN TO DYNAMIC FP-PMMAST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PM-HIST
               ASSIGN TO DYNAMIC FP-PMHIST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-WORKORD-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

       01 WTR-PST-REC                  PIC X(25).

           FD PM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PM-REC
           RECORD CONTAINS 65 CHARACTERS.

       01 PM-REC                       PIC X(65).

           FD PM-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS PH-REC
           RECORD CONTAINS 31 CHARACTERS.

       01 PH-REC.
           05 PH-BLD-CODE              PIC XX.
           05 PH-UNIT                  PIC 99.
           05 PH-TASK-CODE             PIC X(4).
           05 PH-DUE-DATE              PIC 9(8).
           05 PH-DONE-DATE             PIC 9(8).
           05 PH-COST                  PIC 9(5)V99.

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           05 FP-WORKORD-DAT         PIC X(40)   VALUE SPACES.
           05 FP-WOTRAN-PST          PIC X(40)   VALUE SPACES.
           05 FP-WORKORD-PRT         PIC X(40)   VALUE SPACES.
           05 FP-PMMAST-DAT          PIC X(40)   VALUE SPACES.
           05 FP-PMHIST-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-WORK-ORDERS     PIC X(3)    VALUE 'YES'.
               05 MORE-PM-TASKS        PIC X(3)    VALUE 'YES'.
               05 C-TRAN-STATUS        PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-WO-OVFL-SW         PIC X       VALUE 'N'.
                  88 C-WO-OVFL         VALUE 'Y'.
               05 C-OPEN-CTR           PIC 9(5)    VALUE 0.
               05 C-PM-CTR             PIC 9(4)    VALUE 0.
               05 C-PM-SUB             PIC 9(4)    VALUE 0.
               05 H-BLD-CODE           PIC XX      VALUE SPACES.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 WOT-STATUS       PIC X.
                   10 WOT-BILLED-SW    PIC X.

      *    PMMAST.DAT IS REWRITTEN FROM THIS TABLE - THE SAME 1000
      *    TASKS CBLHJB76 HOLDS.
           01 PM-TABLE.
               05 PM-ENTRY             OCCURS 1000 TIMES.
                   10 PMT-RECORD       PIC X(65).
                   10 PMT-RECORD-R REDEFINES PMT-RECORD.
                       15 PMT-BLD-CODE     PIC XX.
                       15 PMT-UNIT         PIC 99.
                       15 PMT-TASK-CODE    PIC X(4).
                       15 FILLER           PIC X(24).
                       15 PMT-LAST-DONE    PIC 9(8).
                       15 FILLER           PIC X(9).
                       15 PMT-DUE-DATE     PIC 9(8).
                       15 PMT-GEN-DATE     PIC 9(8).

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT PM-MASTER.
               PERFORM L3-LOAD-PM-TASKS
                   UNTIL MORE-PM-TASKS = 'NO'.
               CLOSE PM-MASTER.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN OUTPUT PRTOUT.
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL
                   MOVE RC-AS-OF-YEAR          TO TITLE-YEAR
               END-IF.
               OPEN EXTEND TRAN-POSTED.
               OPEN EXTEND PM-HIST.
               PERFORM L4-HEADING-FIRST.
               PERFORM L3-READ-INPUT.


           L2-CLOSING.
               PERFORM L3-REWRITE-WORK-ORDERS.
               PERFORM L3-REWRITE-PM-TASKS.
               CLOSE PM-HIST.
               PERFORM L3-OPEN-ORDER-REPORT.
               MOVE C-TRAN-CTR             TO GT-TRAN-CTR.
               MOVE C-APPLIED-CTR          TO GT-APPLIED-CTR.
                       END-IF
               END-READ.

           L3-LOAD-PM-TASKS.
               READ PM-MASTER
                   AT END
                       MOVE 'NO' TO MORE-PM-TASKS
                   NOT AT END
                       IF C-PM-CTR < 1000
                           ADD 1 TO C-PM-CTR
                           MOVE PM-REC TO PMT-RECORD(C-PM-CTR)
                           IF PMT-DUE-DATE(C-PM-CTR) NOT NUMERIC
                               MOVE 0 TO PMT-DUE-DATE(C-PM-CTR)
                           END-IF
                       ELSE
                           DISPLAY 'CBLHJB45 - PM-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-PM-TASKS
                       END-IF
               END-READ.

           L3-POST-TRAN.
               MOVE WTR-BLD-CODE           TO D-BLD-CODE.
               MOVE WTR-UNIT               TO D-UNIT.
                   MOVE 'C'            TO WOT-STATUS(C-WO-SUB)
                   MOVE 'WORK ORDER CLOSED               '
                       TO D-REMARKS
                   PERFORM L5-ROLL-PM-TASK
               END-IF.

      *    AN ORDER CBLHJB76 CUT FOR A PM TASK CARRIES THE TASK CODE
      *    AS ITS PROBLEM CODE, AND THE TASK HOLDS THE ORDER'S DUE
      *    DATE UNTIL THE ORDER IS CLOSED HERE.
           L5-ROLL-PM-TASK.
               PERFORM VARYING C-PM-SUB FROM 1 BY 1
                   UNTIL C-PM-SUB > C-PM-CTR
                       OR (WTR-BLD-CODE = PMT-BLD-CODE(C-PM-SUB)
                           AND WTR-UNIT = PMT-UNIT(C-PM-SUB)
                           AND WTR-PROBLEM-CODE =
                               PMT-TASK-CODE(C-PM-SUB)
                           AND PMT-DUE-DATE(C-PM-SUB) > 0)
               END-PERFORM.
               IF C-PM-SUB <= C-PM-CTR
                   MOVE WTR-BLD-CODE            TO PH-BLD-CODE
                   MOVE WTR-UNIT                TO PH-UNIT
                   MOVE WTR-PROBLEM-CODE        TO PH-TASK-CODE
                   MOVE PMT-DUE-DATE(C-PM-SUB)  TO PH-DUE-DATE
                   MOVE WTR-DATE                TO PH-DONE-DATE
                   MOVE WTR-COST                TO PH-COST
                   WRITE PH-REC
                   MOVE WTR-DATE       TO PMT-LAST-DONE(C-PM-SUB)
                   MOVE 0              TO PMT-DUE-DATE(C-PM-SUB)
                   MOVE 0              TO PMT-GEN-DATE(C-PM-SUB)
                   MOVE 'N'            TO WOT-CHARGEABLE(C-WO-SUB)
                   MOVE 'PM ORDER CLOSED - TASK ROLLED   '
                       TO D-REMARKS
               END-IF.

           L3-REWRITE-WORK-ORDERS.
               MOVE WOT-BILLED-SW(C-WO-SUB)    TO WO-BILLED-SW.
               WRITE WO-REC.

           L3-REWRITE-PM-TASKS.
               OPEN OUTPUT PM-MASTER.
               PERFORM VARYING C-PM-SUB FROM 1 BY 1
                   UNTIL C-PM-SUB > C-PM-CTR
                       MOVE PMT-RECORD(C-PM-SUB) TO PM-REC
                       WRITE PM-REC
               END-PERFORM.
               CLOSE PM-MASTER.

           L3-OPEN-ORDER-REPORT.
               WRITE PRTLINE FROM OPEN-TITLE-LINE
                   AFTER ADVANCING PAGE.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'WORKORD.PRT' DELIMITED BY SIZE
               INTO FP-WORKORD-PRT.
           MOVE SPACES TO FP-PMMAST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PMMAST.DAT' DELIMITED BY SIZE
               INTO FP-PMMAST-DAT.
           MOVE SPACES TO FP-PMHIST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PMHIST.DAT' DELIMITED BY SIZE
               INTO FP-PMHIST-DAT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
