       IDENTIFICATION DIVISION.
      *UNIT TURNOVER (MAKE-READY) TRACKING. CBLHJB47 OPENS A
      *TURNOVER RECORD ON TURNOVER.DAT FOR EVERY SETTLED MOVE-OUT,
      *DATED FROM THE MOVE-OUT. THIS RUN FOLLOWS EACH ONE UNTIL THE
      *UNIT IS LEASED AGAIN: THE RENT-READY FLAGS KEYED ON
      *TURNTRN.DAT MARK THE UNIT READY, A TENANT.IDX MOVE-IN ON OR
      *AFTER THE VACANCY CLOSES THE TURNOVER, AND EVERY CLOSED
      *CBLHJB45 WORK ORDER OPENED FOR THE UNIT DURING THE VACANCY IS
      *COLLECTED AS MAKE-READY COST (RE-TOTALLED EACH NIGHT UNTIL
      *THE TURNOVER CLOSES, THEN FROZEN). TURNOVR.PRT LISTS THE
      *FLAGS POSTED AND THEN, BY BUILDING, EVERY OPEN TURNOVER AND
      *EVERY ONE CLOSED THIS YEAR WITH DAYS VACANT, DAYS TO RENT-
      *READY, DAYS FROM RENT-READY TO LEASED, MAKE-READY COST, AND
      *RENT LOST AT THE BLDRATE.DAT BASE RENT (30-DAY MONTHS).
      *POSTED FLAGS MOVE TO TURNTRN.PST AND THE INPUT IS EMPTIED.
      *THE TENANT MASTER IS NOW THE INDEXED TENANT.IDX, KEYED BY
      *BUILDING AND UNIT AND READ HERE IN KEY ORDER.
       PROGRAM-ID. CBLHJB80.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL TRAN-INPUT
               ASSIGN TO DYNAMIC FP-TURNTRN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TURNOVER-FILE
               ASSIGN TO DYNAMIC FP-TURNOVER-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TENANT-MASTER
               ASSIGN TO DYNAMIC FP-TENANT-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS TN-KEY.

           SELECT OPTIONAL WORK-ORDER-FILE
               ASSIGN TO DYNAMIC FP-WORKORD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BLD-RATE-FILE
               ASSIGN TO DYNAMIC FP-BLDRATE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRAN-POSTED
               ASSIGN TO DYNAMIC FP-TURNTRN-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-TURNOVR-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD TRAN-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS TT-REC
           RECORD CONTAINS 13 CHARACTERS.

       01 TT-REC.
           05 TT-BLD-CODE              PIC XX.
           05 TT-UNIT                  PIC 99.
           05 TT-ACTION                PIC X.
              88 TT-RENT-READY         VALUE 'R'.
           05 TT-DATE                  PIC 9(8).

           FD TURNOVER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TO-REC
           RECORD CONTAINS 41 CHARACTERS.

       01 TO-REC.
           05 TO-BLD-CODE              PIC XX.
           05 TO-UNIT                  PIC 99.
           05 TO-STATUS                PIC X.
           05 TO-VACANT-DATE           PIC 9(8).
           05 TO-READY-DATE            PIC 9(8).
           05 TO-LEASED-DATE           PIC 9(8).
           05 TO-MR-COST               PIC 9(7)V99.
           05 TO-WO-CTR                PIC 9(3).

           FD TENANT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS TN-REC
           RECORD CONTAINS 79 CHARACTERS.

       01 TN-REC.
           05 TN-KEY.
               10 TN-BLD-CODE          PIC XX.
               10 TN-UNIT              PIC 99.
           05 TN-NAME                  PIC X(25).
           05 TN-ADDRESS               PIC X(15).
           05 TN-CITY                  PIC X(10).
           05 TN-STATE                 PIC XX.
           05 TN-ZIP                   PIC 9(5).
           05 TN-PHONE                 PIC X(10).
           05 TN-MOVE-IN               PIC 9(8).

           FD WORK-ORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WO-REC
           RECORD CONTAINS 34 CHARACTERS.

       01 WO-REC.
           05 WO-BLD-CODE              PIC XX.
           05 WO-UNIT                  PIC 99.
           05 WO-PROBLEM-CODE          PIC X(4).
           05 WO-OPEN-DATE             PIC 9(8).
           05 WO-CLOSED-DATE           PIC 9(8).
           05 WO-COST                  PIC 9(5)V99.
           05 WO-CHARGEABLE            PIC X.
           05 WO-STATUS                PIC X.
              88 WO-CLOSED             VALUE 'C'.
           05 WO-BILLED-SW             PIC X.

           FD BLD-RATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BR-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 BR-REC.
           05 BR-BLD-CODE              PIC XX.
           05 BR-BLD-NAME              PIC X(15).
           05 BR-RATE-TYPE             PIC X.
           05 BR-RATE                  PIC S9V9999.
           05 BR-UNIT-COUNT            PIC 9(3).
           05 BR-BASE-RENT             PIC 9(4)V99.

           FD TRAN-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS TT-PST-REC
           RECORD CONTAINS 13 CHARACTERS.

       01 TT-PST-REC                   PIC X(13).

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
           05 FP-TURNTRN-DAT         PIC X(40)   VALUE SPACES.
           05 FP-TURNOVER-DAT        PIC X(40)   VALUE SPACES.
           05 FP-TENANT-IDX          PIC X(40)   VALUE SPACES.
           05 FP-WORKORD-DAT         PIC X(40)   VALUE SPACES.
           05 FP-BLDRATE-DAT         PIC X(40)   VALUE SPACES.
           05 FP-TURNTRN-PST         PIC X(40)   VALUE SPACES.
           05 FP-TURNOVR-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-TURNOVERS       PIC X(3)    VALUE 'YES'.
               05 MORE-TENANTS         PIC X(3)    VALUE 'YES'.
               05 MORE-WORK-ORDERS     PIC X(3)    VALUE 'YES'.
               05 MORE-BLD-RATES       PIC X(3)    VALUE 'YES'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-BRT-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-BRT-OVFL        VALUE 'Y'.
               05 C-SECTION-SW         PIC X       VALUE 'F'.
                  88 C-TURNOVER-SECTION VALUE 'T'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-TRAN-CTR           PIC 9(5)    VALUE 0.
               05 C-APPLIED-CTR        PIC 9(5)    VALUE 0.
               05 C-REJECT-CTR         PIC 9(5)    VALUE 0.
               05 C-CLOSED-CTR         PIC 9(5)    VALUE 0.
               05 C-TRN-CTR            PIC 9(4)    VALUE 0.
               05 C-TRN-SUB            PIC 9(4)    VALUE 0.
               05 C-BRT-CTR            PIC 9(3)    VALUE 0.
               05 C-BRT-SUB            PIC 9(3)    VALUE 0.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 C-END-DATE           PIC 9(8)    VALUE 0.
               05 C-DAYS-VACANT        PIC S9(5)   VALUE 0.
               05 C-DAYS-TO-READY      PIC S9(5)   VALUE 0.
               05 C-DAYS-TO-LEASE      PIC S9(5)   VALUE 0.
               05 C-BASE-RENT          PIC 9(4)V99 VALUE 0.
               05 C-LOST-RENT          PIC 9(7)V99 VALUE 0.
               05 C-BLD-TURN-CTR       PIC 9(5)    VALUE 0.
               05 C-BLD-DAYS           PIC 9(7)    VALUE 0.
               05 C-BLD-COST           PIC 9(9)V99 VALUE 0.
               05 C-BLD-LOST           PIC 9(9)V99 VALUE 0.
               05 C-GT-TURN-CTR        PIC 9(5)    VALUE 0.
               05 C-GT-DAYS            PIC 9(7)    VALUE 0.
               05 C-GT-COST            PIC 9(9)V99 VALUE 0.
               05 C-GT-LOST            PIC 9(9)V99 VALUE 0.
               05 C-HOLD-BLD-CODE      PIC XX      VALUE SPACES.
               05 C-REJECT-MSG         PIC X(25)   VALUE SPACES.
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

      *    TURNOVER.DAT IS REWRITTEN FROM THIS TABLE, SO EVERY
      *    TURNOVER ON IT MUST FIT.
           01 TURN-TABLE.
               05 TRN-ENTRY            OCCURS 2000 TIMES.
                   10 TRN-RECORD       PIC X(41).
                   10 TRN-RECORD-R REDEFINES TRN-RECORD.
                       15 TRN-BLD-CODE     PIC XX.
                       15 TRN-UNIT         PIC 99.
                       15 TRN-STATUS       PIC X.
                          88 TRN-VACANT    VALUE 'O'.
                          88 TRN-READY     VALUE 'R'.
                          88 TRN-LEASED    VALUE 'C'.
                       15 TRN-VACANT-DATE  PIC 9(8).
                       15 TRN-READY-DATE   PIC 9(8).
                       15 TRN-LEASED-DATE  PIC 9(8).
                       15 TRN-MR-COST      PIC 9(7)V99.
                       15 TRN-WO-CTR       PIC 9(3).
                   10 TRN-FROZEN-SW    PIC X.

           01 BLD-TABLE.
               05 BLD-ENTRY            OCCURS 200 TIMES.
                   10 BLT-BLD-CODE     PIC XX.
                   10 BLT-BLD-NAME     PIC X(15).
                   10 BLT-BASE-RENT    PIC 9(4)V99.
                   10 BLT-ON-FILE-SW   PIC X.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(36)   VALUE SPACES.
               05 FILLER               PIC X(30)
                  VALUE 'UNIT TURNOVER (MAKE-READY)    '.
               05 FILLER               PIC X(42)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 FLAG-HEADING.
               05 FILLER               PIC X(8)    VALUE 'BUILDING'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'UNIT'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'ACTION'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'DATE'.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'REMARKS'.

           01 FLAG-LINE.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 F-BLD-CODE           PIC XX.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 F-UNIT               PIC Z9.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 F-ACTION             PIC X.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 F-DATE               PIC X(10).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 F-REMARKS            PIC X(40).

           01 TURN-HEADING.
               05 FILLER               PIC X(4)    VALUE 'UNIT'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'STATUS'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'VACANT'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'RENT READY'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'LEASED'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE '  DAYS'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE '  DAYS'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'DAYS RDY'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(3)    VALUE 'WOS'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(12)
                  VALUE 'MAKE-READY  '.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(12)
                  VALUE '   LOST RENT'.

           01 TURN-HEADING2.
               05 FILLER               PIC X(54)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'VACANT'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'TO RDY'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'TO LEASE'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(12)
                  VALUE '        COST'.

           01 BLD-LINE.
               05 FILLER               PIC X(10)   VALUE 'BUILDING: '.
               05 BL-BLD-CODE          PIC XX.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 BL-BLD-NAME          PIC X(15).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(11)   VALUE 'BASE RENT: '.
               05 BL-BASE-RENT         PIC Z,ZZ9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 BL-REMARK            PIC X(30).

           01 TURN-LINE.
               05 T-UNIT               PIC Z9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 T-STATUS             PIC X(10).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 T-VACANT-DATE        PIC X(10).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 T-READY-DATE         PIC X(10).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 T-LEASED-DATE        PIC X(10).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 T-DAYS-VACANT        PIC ZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 T-DAYS-TO-READY      PIC ZZ,ZZ9 BLANK WHEN ZERO.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 T-DAYS-TO-LEASE      PIC ZZ,ZZ9 BLANK WHEN ZERO.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 T-WO-CTR             PIC ZZ9.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 T-MR-COST            PIC Z,ZZZ,ZZ9.99.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 T-LOST-RENT          PIC Z,ZZZ,ZZ9.99.

           01 BLD-TOTAL-LINE.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(18)
                  VALUE 'BUILDING TOTAL -  '.
               05 BT-TURN-CTR          PIC ZZ,ZZ9.
               05 FILLER               PIC X(11)   VALUE ' TURNOVERS,'.
               05 FILLER               PIC X(14)
                  VALUE ' AVG VACANT: '.
               05 BT-AVG-DAYS          PIC ZZ,ZZ9.
               05 FILLER               PIC X(24)   VALUE SPACES.
               05 BT-COST              PIC ZZ,ZZZ,ZZ9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 BT-LOST              PIC ZZ,ZZZ,ZZ9.99.

           01 SECTION-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 SECTION-TEXT         PIC X(40).

           01 NONE-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 NONE-TEXT            PIC X(40).

           01 OVERFLOW-WARN-LINE.
               05 FILLER           PIC X(36)
                  VALUE '*** BLDRATE-TABLE FULL - BUILDINGS '.
               05 FILLER           PIC X(37)
                  VALUE 'AFTER 200 LEFT OFF, REPORT INCOMPLETE'.
               05 FILLER           PIC X(4)    VALUE ' ***'.

           01 TOTAL-LINE1.
               05 FILLER               PIC X(12)
                  VALUE 'FLAGS READ: '.
               05 GT-TRAN-CTR          PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'POSTED: '.
               05 GT-APPLIED-CTR       PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'REJECTED: '.
               05 GT-REJECT-CTR        PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(22)
                  VALUE 'TURNOVERS CLOSED NOW: '.
               05 GT-CLOSED-CTR        PIC ZZ,ZZ9.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(17)
                  VALUE 'TURNOVERS LISTED:'.
               05 GT-TURN-CTR          PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(13)
                  VALUE 'AVG VACANT: '.
               05 GT-AVG-DAYS          PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(17)
                  VALUE 'MAKE-READY COST: '.
               05 GT-COST              PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(11)   VALUE 'LOST RENT: '.
               05 GT-LOST              PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               PERFORM L3-WRITE-RUN-LOG-START.
               PERFORM L2-INIT.
               PERFORM L2-MAINLINE
                   UNTIL MORE-RECS = 'NO'.
               PERFORM L2-CLOSING.
               STOP RUN.

           L2-INIT.
               OPEN INPUT TURNOVER-FILE.
               PERFORM L3-LOAD-TURNOVERS
                   UNTIL MORE-TURNOVERS = 'NO'.
               CLOSE TURNOVER-FILE.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT BLD-RATE-FILE.
               PERFORM L3-LOAD-BLD-RATE
                   UNTIL MORE-BLD-RATES = 'NO'.
               CLOSE BLD-RATE-FILE.
               PERFORM L3-ADD-UNKNOWN-BLD
                   VARYING C-TRN-SUB FROM 1 BY 1
                       UNTIL C-TRN-SUB > C-TRN-CTR.
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
               OPEN INPUT TRAN-INPUT.
               OPEN EXTEND TRAN-POSTED.
               PERFORM L4-HEADING-FIRST.
               WRITE PRTLINE FROM FLAG-HEADING
                   AFTER ADVANCING 2 LINES.
               MOVE 'RENT-READY FLAGS'     TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-POST-FLAG
                   THRU L3-POST-FLAG-EXIT.
               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               IF C-TRAN-CTR = 0
                   MOVE 'NO RENT-READY FLAGS KEYED' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               CLOSE TRAN-INPUT.
               CLOSE TRAN-POSTED.
      *    POSTED FLAGS MOVE TO TURNTRN.PST AND THE INPUT IS
      *    EMPTIED, SO A RERUN NEVER POSTS THE SAME FLAG TWICE.
               OPEN OUTPUT TRAN-INPUT.
               CLOSE TRAN-INPUT.
               OPEN INPUT TENANT-MASTER.
               PERFORM L3-CHECK-MOVE-INS
                   UNTIL MORE-TENANTS = 'NO'.
               CLOSE TENANT-MASTER.
               PERFORM L4-CLEAR-COST
                   VARYING C-TRN-SUB FROM 1 BY 1
                       UNTIL C-TRN-SUB > C-TRN-CTR.
               OPEN INPUT WORK-ORDER-FILE.
               PERFORM L3-COLLECT-COSTS
                   UNTIL MORE-WORK-ORDERS = 'NO'.
               CLOSE WORK-ORDER-FILE.
               PERFORM L3-REWRITE-TURNOVERS.
               PERFORM L3-TURNOVER-REPORT.
      *    THE CONDITION CODE IS SET AGAIN HERE - THE CBLDATEV CALLS
      *    SINCE THE TABLE WAS LOADED HAVE CLEARED IT.
               IF C-BRT-OVFL
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE 8 TO RETURN-CODE
               END-IF.
               MOVE C-TRAN-CTR             TO GT-TRAN-CTR.
               MOVE C-APPLIED-CTR          TO GT-APPLIED-CTR.
               MOVE C-REJECT-CTR           TO GT-REJECT-CTR.
               MOVE C-CLOSED-CTR           TO GT-CLOSED-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               MOVE C-GT-TURN-CTR          TO GT-TURN-CTR.
               IF C-GT-TURN-CTR > 0
                   COMPUTE GT-AVG-DAYS ROUNDED =
                       C-GT-DAYS / C-GT-TURN-CTR
               ELSE
                   MOVE 0                  TO GT-AVG-DAYS
               END-IF.
               MOVE C-GT-COST              TO GT-COST.
               MOVE C-GT-LOST              TO GT-LOST.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PRTOUT.

           L3-READ-INPUT.
               READ TRAN-INPUT
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-TRAN-CTR
               END-IF.

           L3-LOAD-TURNOVERS.
               READ TURNOVER-FILE
                   AT END
                       MOVE 'NO' TO MORE-TURNOVERS
                   NOT AT END
                       IF C-TRN-CTR < 2000
                           ADD 1 TO C-TRN-CTR
                           MOVE TO-REC TO TRN-RECORD(C-TRN-CTR)
                           IF TRN-LEASED(C-TRN-CTR)
                               MOVE 'Y' TO TRN-FROZEN-SW(C-TRN-CTR)
                           ELSE
                               MOVE 'N' TO TRN-FROZEN-SW(C-TRN-CTR)
                           END-IF
                       ELSE
                           DISPLAY 'CBLHJB80 - TURN-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-TURNOVERS
                       END-IF
               END-READ.

           L3-LOAD-BLD-RATE.
               READ BLD-RATE-FILE
                   AT END
                       MOVE 'NO' TO MORE-BLD-RATES
                   NOT AT END
                       IF C-BRT-CTR < 200
                           ADD 1 TO C-BRT-CTR
                           MOVE BR-BLD-CODE TO BLT-BLD-CODE(C-BRT-CTR)
                           MOVE BR-BLD-NAME TO BLT-BLD-NAME(C-BRT-CTR)
                           MOVE BR-BASE-RENT TO
                               BLT-BASE-RENT(C-BRT-CTR)
                           MOVE 'Y' TO BLT-ON-FILE-SW(C-BRT-CTR)
                       ELSE
                           IF NOT C-BRT-OVFL
                               SET C-BRT-OVFL TO TRUE
                               DISPLAY 'CBLHJB80 - BLDRATE-TABLE '
                                   'OVERFLOW, REPORT INCOMPLETE'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ.

           L3-ADD-UNKNOWN-BLD.
      *    A TURNOVER FOR A BUILDING MISSING FROM BLDRATE.DAT STILL
      *    REPORTS, LISTED LAST WITH NO BASE RENT TO LOSE.
               PERFORM VARYING C-BRT-SUB FROM 1 BY 1
                   UNTIL C-BRT-SUB > C-BRT-CTR
                       OR BLT-BLD-CODE(C-BRT-SUB)
                           = TRN-BLD-CODE(C-TRN-SUB)
               END-PERFORM.
               IF C-BRT-SUB > C-BRT-CTR
                   IF C-BRT-CTR < 200
                       ADD 1 TO C-BRT-CTR
                       MOVE TRN-BLD-CODE(C-TRN-SUB)
                                       TO BLT-BLD-CODE(C-BRT-CTR)
                       MOVE SPACES     TO BLT-BLD-NAME(C-BRT-CTR)
                       MOVE 0          TO BLT-BASE-RENT(C-BRT-CTR)
                       MOVE 'N'        TO BLT-ON-FILE-SW(C-BRT-CTR)
                   ELSE
                       IF NOT C-BRT-OVFL
                           SET C-BRT-OVFL TO TRUE
                           DISPLAY 'CBLHJB80 - BLDRATE-TABLE '
                               'OVERFLOW, REPORT INCOMPLETE'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF.

           L3-POST-FLAG.
               MOVE TT-REC                 TO TT-PST-REC.
               MOVE TT-BLD-CODE            TO F-BLD-CODE.
               MOVE TT-UNIT                TO F-UNIT.
               MOVE TT-ACTION              TO F-ACTION.
               MOVE TT-DATE                TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO F-DATE.
               IF NOT TT-RENT-READY
                   MOVE 'ACTION NOT R'     TO C-REJECT-MSG
                   GO TO L3-POST-FLAG-REJECT
               END-IF.
               MOVE TT-DATE                TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS NOT = 'Y'
                   MOVE 'INVALID DATE'     TO C-REJECT-MSG
                   GO TO L3-POST-FLAG-REJECT
               END-IF.
               IF TT-DATE > C-ASOF-DATE
                   MOVE 'DATE AFTER RUN DATE' TO C-REJECT-MSG
                   GO TO L3-POST-FLAG-REJECT
               END-IF.
               PERFORM VARYING C-TRN-SUB FROM 1 BY 1
                   UNTIL C-TRN-SUB > C-TRN-CTR
                       OR (TT-BLD-CODE = TRN-BLD-CODE(C-TRN-SUB)
                           AND TT-UNIT = TRN-UNIT(C-TRN-SUB)
                           AND NOT TRN-LEASED(C-TRN-SUB))
               END-PERFORM.
               IF C-TRN-SUB > C-TRN-CTR
                   MOVE 'NO OPEN TURNOVER' TO C-REJECT-MSG
                   GO TO L3-POST-FLAG-REJECT
               END-IF.
               IF TRN-READY(C-TRN-SUB)
                   MOVE 'ALREADY RENT READY' TO C-REJECT-MSG
                   GO TO L3-POST-FLAG-REJECT
               END-IF.
               IF TT-DATE < TRN-VACANT-DATE(C-TRN-SUB)
                   MOVE 'DATE BEFORE MOVE-OUT' TO C-REJECT-MSG
                   GO TO L3-POST-FLAG-REJECT
               END-IF.
               ADD 1 TO C-APPLIED-CTR.
               MOVE 'R'                    TO TRN-STATUS(C-TRN-SUB).
               MOVE TT-DATE                TO TRN-READY-DATE(C-TRN-SUB).
               MOVE 'UNIT MARKED RENT READY' TO F-REMARKS.
               WRITE TT-PST-REC.
               WRITE PRTLINE FROM FLAG-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.
               GO TO L3-POST-FLAG-EXIT.

           L3-POST-FLAG-REJECT.
               ADD 1 TO C-REJECT-CTR.
               MOVE SPACES                 TO F-REMARKS.
               STRING 'REJECTED - ' C-REJECT-MSG
                   DELIMITED BY SIZE INTO F-REMARKS.
               WRITE PRTLINE FROM FLAG-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L3-POST-FLAG-EXIT.
               EXIT.

           L3-CHECK-MOVE-INS.
      *    A TENANT WHOSE MOVE-IN FALLS ON OR AFTER THE VACANCY
      *    START IS THE NEW LEASE THAT ENDS THE TURNOVER.
               READ TENANT-MASTER
                   AT END
                       MOVE 'NO' TO MORE-TENANTS
                   NOT AT END
                       PERFORM L4-MATCH-MOVE-IN
                           VARYING C-TRN-SUB FROM 1 BY 1
                               UNTIL C-TRN-SUB > C-TRN-CTR
               END-READ.

           L4-MATCH-MOVE-IN.
               IF TN-BLD-CODE = TRN-BLD-CODE(C-TRN-SUB)
                   AND TN-UNIT = TRN-UNIT(C-TRN-SUB)
                   AND NOT TRN-LEASED(C-TRN-SUB)
                   AND TN-MOVE-IN NUMERIC
                   AND TN-MOVE-IN >= TRN-VACANT-DATE(C-TRN-SUB)
                   AND TN-MOVE-IN <= C-ASOF-DATE
                   MOVE TN-MOVE-IN         TO C-VAL-DATE
                   CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS
                   IF C-DATE-STATUS = 'Y'
                       ADD 1 TO C-CLOSED-CTR
                       MOVE 'C'        TO TRN-STATUS(C-TRN-SUB)
                       MOVE TN-MOVE-IN TO TRN-LEASED-DATE(C-TRN-SUB)
                   END-IF
               END-IF.

           L4-CLEAR-COST.
               IF TRN-FROZEN-SW(C-TRN-SUB) = 'N'
                   MOVE 0 TO TRN-MR-COST(C-TRN-SUB)
                   MOVE 0 TO TRN-WO-CTR(C-TRN-SUB)
               END-IF.

           L3-COLLECT-COSTS.
               READ WORK-ORDER-FILE
                   AT END
                       MOVE 'NO' TO MORE-WORK-ORDERS
                   NOT AT END
                       IF WO-CLOSED AND WO-COST NUMERIC
                           PERFORM L4-COST-ONE-TURNOVER
                               VARYING C-TRN-SUB FROM 1 BY 1
                                   UNTIL C-TRN-SUB > C-TRN-CTR
                       END-IF
               END-READ.

           L4-COST-ONE-TURNOVER.
               IF WO-BLD-CODE = TRN-BLD-CODE(C-TRN-SUB)
                   AND WO-UNIT = TRN-UNIT(C-TRN-SUB)
                   AND TRN-FROZEN-SW(C-TRN-SUB) = 'N'
                   AND WO-OPEN-DATE >= TRN-VACANT-DATE(C-TRN-SUB)
                   AND (TRN-LEASED-DATE(C-TRN-SUB) = 0
                       OR WO-OPEN-DATE <= TRN-LEASED-DATE(C-TRN-SUB))
                   ADD WO-COST TO TRN-MR-COST(C-TRN-SUB)
                   ADD 1 TO TRN-WO-CTR(C-TRN-SUB)
               END-IF.

           L3-REWRITE-TURNOVERS.
               OPEN OUTPUT TURNOVER-FILE.
               PERFORM VARYING C-TRN-SUB FROM 1 BY 1
                   UNTIL C-TRN-SUB > C-TRN-CTR
                       MOVE TRN-RECORD(C-TRN-SUB) TO TO-REC
                       WRITE TO-REC
               END-PERFORM.
               CLOSE TURNOVER-FILE.

           L3-TURNOVER-REPORT.
      *    OPEN TURNOVERS AND THOSE LEASED THIS YEAR, BUILDING BY
      *    BUILDING IN BLDRATE.DAT ORDER.
               SET C-TURNOVER-SECTION TO TRUE.
               PERFORM L4-HEADING.
               PERFORM L4-REPORT-ONE-BLD
                   VARYING C-BRT-SUB FROM 1 BY 1
                       UNTIL C-BRT-SUB > C-BRT-CTR.
               IF C-GT-TURN-CTR = 0
                   MOVE 'NO UNIT TURNOVERS TO REPORT' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.

           L4-REPORT-ONE-BLD.
               MOVE BLT-BLD-CODE(C-BRT-SUB)  TO C-HOLD-BLD-CODE.
               MOVE BLT-BASE-RENT(C-BRT-SUB) TO C-BASE-RENT.
               MOVE BLT-BLD-NAME(C-BRT-SUB)  TO BL-BLD-NAME.
               IF BLT-ON-FILE-SW(C-BRT-SUB) = 'Y'
                   MOVE SPACES               TO BL-REMARK
               ELSE
                   MOVE 'NOT ON BLDRATE.DAT' TO BL-REMARK
               END-IF.
               MOVE 0                        TO C-BLD-TURN-CTR.
               MOVE 0                        TO C-BLD-DAYS.
               MOVE 0                        TO C-BLD-COST.
               MOVE 0                        TO C-BLD-LOST.
               PERFORM L5-REPORT-TURNOVER
                   VARYING C-TRN-SUB FROM 1 BY 1
                       UNTIL C-TRN-SUB > C-TRN-CTR.
               IF C-BLD-TURN-CTR > 0
                   PERFORM L5-BLD-TOTAL
               END-IF.

           L5-REPORT-TURNOVER.
               IF TRN-BLD-CODE(C-TRN-SUB) = C-HOLD-BLD-CODE
                   AND (NOT TRN-LEASED(C-TRN-SUB)
                       OR TRN-LEASED-DATE(C-TRN-SUB)(1:4)
                           = C-ASOF-DATE(1:4))
                   IF C-BLD-TURN-CTR = 0
                       MOVE C-HOLD-BLD-CODE TO BL-BLD-CODE
                       MOVE C-BASE-RENT     TO BL-BASE-RENT
                       WRITE PRTLINE FROM BLD-LINE
                           AFTER ADVANCING 2 LINES
                               AT EOP
                                   PERFORM L4-HEADING
                   END-IF
                   PERFORM L6-PUT-TURNOVER
               END-IF.

           L6-PUT-TURNOVER.
               IF TRN-LEASED(C-TRN-SUB)
                   MOVE TRN-LEASED-DATE(C-TRN-SUB) TO C-END-DATE
               ELSE
                   MOVE C-ASOF-DATE        TO C-END-DATE
               END-IF.
               COMPUTE C-DAYS-VACANT =
                   FUNCTION INTEGER-OF-DATE(C-END-DATE)
                   - FUNCTION INTEGER-OF-DATE
                       (TRN-VACANT-DATE(C-TRN-SUB)).
               IF C-DAYS-VACANT < 0
                   MOVE 0 TO C-DAYS-VACANT
               END-IF.
               MOVE 0                      TO C-DAYS-TO-READY.
               MOVE 0                      TO C-DAYS-TO-LEASE.
               IF TRN-READY-DATE(C-TRN-SUB) > 0
                   COMPUTE C-DAYS-TO-READY =
                       FUNCTION INTEGER-OF-DATE
                           (TRN-READY-DATE(C-TRN-SUB))
                       - FUNCTION INTEGER-OF-DATE
                           (TRN-VACANT-DATE(C-TRN-SUB))
                   IF TRN-LEASED(C-TRN-SUB)
                       COMPUTE C-DAYS-TO-LEASE =
                           FUNCTION INTEGER-OF-DATE(C-END-DATE)
                           - FUNCTION INTEGER-OF-DATE
                               (TRN-READY-DATE(C-TRN-SUB))
                   END-IF
               END-IF.
               COMPUTE C-LOST-RENT ROUNDED =
                   C-DAYS-VACANT * C-BASE-RENT / 30.
               MOVE TRN-UNIT(C-TRN-SUB)    TO T-UNIT.
               EVALUATE TRUE
                   WHEN TRN-LEASED(C-TRN-SUB)
                       MOVE 'LEASED'       TO T-STATUS
                   WHEN TRN-READY(C-TRN-SUB)
                       MOVE 'RENT READY'   TO T-STATUS
                   WHEN OTHER
                       MOVE 'MAKE-READY'   TO T-STATUS
               END-EVALUATE.
               MOVE TRN-VACANT-DATE(C-TRN-SUB) TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO T-VACANT-DATE.
               MOVE SPACES                 TO T-READY-DATE.
               IF TRN-READY-DATE(C-TRN-SUB) > 0
                   MOVE TRN-READY-DATE(C-TRN-SUB) TO C-DATE-IN
                   PERFORM L5-FORMAT-DATE
                   MOVE C-DATE-OUT         TO T-READY-DATE
               END-IF.
               MOVE SPACES                 TO T-LEASED-DATE.
               IF TRN-LEASED(C-TRN-SUB)
                   MOVE TRN-LEASED-DATE(C-TRN-SUB) TO C-DATE-IN
                   PERFORM L5-FORMAT-DATE
                   MOVE C-DATE-OUT         TO T-LEASED-DATE
               END-IF.
               MOVE C-DAYS-VACANT          TO T-DAYS-VACANT.
               MOVE C-DAYS-TO-READY        TO T-DAYS-TO-READY.
               MOVE C-DAYS-TO-LEASE        TO T-DAYS-TO-LEASE.
               MOVE TRN-WO-CTR(C-TRN-SUB)  TO T-WO-CTR.
               MOVE TRN-MR-COST(C-TRN-SUB) TO T-MR-COST.
               MOVE C-LOST-RENT            TO T-LOST-RENT.
               WRITE PRTLINE FROM TURN-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.
               ADD 1                       TO C-BLD-TURN-CTR.
               ADD C-DAYS-VACANT           TO C-BLD-DAYS.
               ADD TRN-MR-COST(C-TRN-SUB)  TO C-BLD-COST.
               ADD C-LOST-RENT             TO C-BLD-LOST.
               ADD 1                       TO C-GT-TURN-CTR.
               ADD C-DAYS-VACANT           TO C-GT-DAYS.
               ADD TRN-MR-COST(C-TRN-SUB)  TO C-GT-COST.
               ADD C-LOST-RENT             TO C-GT-LOST.

           L5-BLD-TOTAL.
               MOVE C-BLD-TURN-CTR         TO BT-TURN-CTR.
               COMPUTE BT-AVG-DAYS ROUNDED =
                   C-BLD-DAYS / C-BLD-TURN-CTR.
               MOVE C-BLD-COST             TO BT-COST.
               MOVE C-BLD-LOST             TO BT-LOST.
               WRITE PRTLINE FROM BLD-TOTAL-LINE
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

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               IF C-TURNOVER-SECTION
                   WRITE PRTLINE FROM TURN-HEADING
                       AFTER ADVANCING 2 LINES
                   WRITE PRTLINE FROM TURN-HEADING2
                       AFTER ADVANCING 1 LINE
               ELSE
                   WRITE PRTLINE FROM FLAG-HEADING
                       AFTER ADVANCING 2 LINES
               END-IF.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB80'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-TRAN-CTR             TO RL-RECS-READ.
               MOVE C-APPLIED-CTR          TO RL-RECS-PROCESSED.
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
               MOVE 'CBLHJB80'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-TURNTRN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TURNTRN.DAT' DELIMITED BY SIZE
               INTO FP-TURNTRN-DAT.
           MOVE SPACES TO FP-TURNOVER-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TURNOVER.DAT' DELIMITED BY SIZE
               INTO FP-TURNOVER-DAT.
           MOVE SPACES TO FP-TENANT-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENANT.IDX' DELIMITED BY SIZE
               INTO FP-TENANT-IDX.
           MOVE SPACES TO FP-WORKORD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'WORKORD.DAT' DELIMITED BY SIZE
               INTO FP-WORKORD-DAT.
           MOVE SPACES TO FP-BLDRATE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BLDRATE.DAT' DELIMITED BY SIZE
               INTO FP-BLDRATE-DAT.
           MOVE SPACES TO FP-TURNTRN-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TURNTRN.PST' DELIMITED BY SIZE
               INTO FP-TURNTRN-PST.
           MOVE SPACES TO FP-TURNOVR-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TURNOVR.PRT' DELIMITED BY SIZE
               INTO FP-TURNOVR-PRT.
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

       END PROGRAM CBLHJB80.
