       IDENTIFICATION DIVISION.
      *TENANT STATEMENT OF ACCOUNT. PRINTS THE ITEMIZED HISTORY
      *FROM THE TENANT LEDGER, TENLEDG.DAT, SO THE OFFICE CAN SHOW A
      *TENANT HOW A BALANCE WAS REACHED. THE STATEMENT PERIOD AND
      *AN OPTIONAL BUILDING/UNIT ARE KEYED ON STMTREQ.DAT; WITH NO
      *REQUEST THE PERIOD RUNS FROM THE FIRST OF THE AS-OF MONTH TO
      *THE AS-OF DATE FOR EVERY UNIT, AND A BLANK BUILDING OR ZERO
      *UNIT MEANS ALL. THE LEDGER IS SORTED BY BUILDING, UNIT AND
      *DATE; EACH UNIT STARTS A NEW PAGE WITH ITS BALANCE FORWARD
      *(EVERYTHING BEFORE THE PERIOD), EVERY CHARGE AND CREDIT IN
      *THE PERIOD WITH A RUNNING BALANCE, AND THE CLOSING BALANCE.
      *RUN ON DEMAND - IT CHANGES NO FILE.
      *THE TENANT MASTER IS NOW THE INDEXED TENANT.IDX, KEYED BY
      *BUILDING AND UNIT AND READ HERE IN KEY ORDER.
       PROGRAM-ID. CBLHJB79.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL STMT-REQUEST
               ASSIGN TO DYNAMIC FP-STMTREQ-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TENANT-LEDGER
               ASSIGN TO DYNAMIC FP-TENLEDG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-LEDG-STATUS.

           SELECT LEDGER-SORT-WORK
               ASSIGN TO 'SORTWK1'.

           SELECT LEDGER-SORTED
               ASSIGN TO DYNAMIC FP-TENLEDG-SRT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TENANT-MASTER
               ASSIGN TO DYNAMIC FP-TENANT-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS TN-KEY.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-TENSTMT-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STMT-REQUEST
           LABEL RECORD IS STANDARD
           DATA RECORD IS SQ-REC
           RECORD CONTAINS 20 CHARACTERS.

       01 SQ-REC.
           05 SQ-FROM-DATE             PIC 9(8).
           05 SQ-THRU-DATE             PIC 9(8).
           05 SQ-BLD-CODE              PIC XX.
           05 SQ-UNIT                  PIC 99.

           FD TENANT-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS TL-REC
           RECORD CONTAINS 50 CHARACTERS.

       01 TL-REC                       PIC X(50).

           SD LEDGER-SORT-WORK
           DATA RECORD IS LW-REC.

       01 LW-REC.
           05 LW-BLD-CODE              PIC XX.
           05 LW-UNIT                  PIC 99.
           05 LW-DATE                  PIC 9(8).
           05 LW-REST                  PIC X(38).

           FD LEDGER-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS TS-REC
           RECORD CONTAINS 50 CHARACTERS.

       01 TS-REC.
           05 TS-BLD-CODE              PIC XX.
           05 TS-UNIT                  PIC 99.
           05 TS-DATE                  PIC 9(8).
           05 TS-TYPE                  PIC X.
           05 TS-DR-CR                 PIC X.
              88 TS-DEBIT              VALUE 'D'.
           05 TS-AMOUNT                PIC 9(6)V99.
           05 TS-SOURCE                PIC X(8).
           05 TS-DESC                  PIC X(20).

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
           05 FP-STMTREQ-DAT         PIC X(40)   VALUE SPACES.
           05 FP-TENLEDG-DAT         PIC X(40)   VALUE SPACES.
           05 FP-TENLEDG-SRT         PIC X(40)   VALUE SPACES.
           05 FP-TENANT-IDX          PIC X(40)   VALUE SPACES.
           05 FP-TENSTMT-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-TENANTS         PIC X(3)    VALUE 'YES'.
               05 C-LEDG-STATUS        PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-UNIT-OPEN-SW       PIC X       VALUE 'N'.
                  88 C-UNIT-OPEN       VALUE 'Y'.
               05 C-UNIT-PRINTED-SW    PIC X       VALUE 'N'.
                  88 C-UNIT-PRINTED    VALUE 'Y'.
               05 PAGE-CTR             PIC 999     VALUE 0.
               05 C-READ-CTR           PIC 9(7)    VALUE 0.
               05 C-LISTED-CTR         PIC 9(7)    VALUE 0.
               05 C-STMT-CTR           PIC 9(5)    VALUE 0.
               05 C-TEN-CTR            PIC 9(4)    VALUE 0.
               05 C-TEN-SUB            PIC 9(4)    VALUE 0.
               05 C-ETY-SUB            PIC 9       VALUE 0.
               05 C-TEN-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-TEN-OVFL        VALUE 'Y'.
               05 C-FROM-DATE          PIC 9(8)    VALUE 0.
               05 C-THRU-DATE          PIC 9(8)    VALUE 0.
               05 C-SEL-BLD-CODE       PIC XX      VALUE SPACES.
               05 C-SEL-UNIT           PIC 99      VALUE 0.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
               05 C-CUR-BLD-CODE       PIC XX      VALUE SPACES.
               05 C-CUR-UNIT           PIC 99      VALUE 0.
               05 C-SIGNED-AMT         PIC S9(7)V99 VALUE 0.
               05 C-BAL-FWD            PIC S9(7)V99 VALUE 0.
               05 C-RUN-BAL            PIC S9(7)V99 VALUE 0.
               05 C-UNIT-CHARGES       PIC 9(7)V99 VALUE 0.
               05 C-UNIT-CREDITS       PIC 9(7)V99 VALUE 0.
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

           01 TENANT-TABLE.
               05 TEN-ENTRY            OCCURS 1000 TIMES.
                   10 TEN-BLD-CODE     PIC XX.
                   10 TEN-UNIT         PIC 99.
                   10 TEN-NAME         PIC X(25).

      *    LEDGER ENTRY TYPES AS WRITTEN BY THE POSTING PROGRAMS.
           01 ENTRY-TYPES.
               05 FILLER  PIC X(16) VALUE 'CCHARGE         '.
               05 FILLER  PIC X(16) VALUE 'PPAYMENT        '.
               05 FILLER  PIC X(16) VALUE 'DDEPOSIT APPLIED'.
               05 FILLER  PIC X(16) VALUE 'AADJUSTMENT     '.
               05 FILLER  PIC X(16) VALUE 'OOPENING BALANCE'.
           01 ENTRY-TYPE-TABLE REDEFINES ENTRY-TYPES.
               05 ETY-ENTRY            OCCURS 5 TIMES.
                   10 ETY-CODE         PIC X.
                   10 ETY-NAME         PIC X(15).

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(36)   VALUE SPACES.
               05 FILLER               PIC X(24)
                  VALUE 'TENANT STATEMENT OF ACCT'.
               05 FILLER               PIC X(47)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC ZZ9.

           01 PERIOD-LINE.
               05 FILLER               PIC X(44)   VALUE SPACES.
               05 FILLER               PIC X(13)
                  VALUE 'PERIOD FROM: '.
               05 PD-FROM-DATE         PIC X(10).
               05 FILLER               PIC X(7)    VALUE '  THRU '.
               05 PD-THRU-DATE         PIC X(10).

           01 UNIT-LINE.
               05 FILLER               PIC X(10)   VALUE 'BUILDING: '.
               05 U-BLD-CODE           PIC XX.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'UNIT: '.
               05 U-UNIT               PIC Z9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'TENANT: '.
               05 U-TENANT-NAME        PIC X(25).

           01 COL-HEADING.
               05 FILLER               PIC X(4)    VALUE 'DATE'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'TYPE'.
               05 FILLER               PIC X(13)   VALUE SPACES.
               05 FILLER               PIC X(11)   VALUE 'DESCRIPTION'.
               05 FILLER               PIC X(11)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'SOURCE'.
               05 FILLER               PIC X(9)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'CHARGES'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'CREDITS'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'BALANCE'.

           01 DETAIL-LINE.
               05 D-DATE               PIC X(10).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-TYPE               PIC X(15).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-DESC               PIC X(20).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-SOURCE             PIC X(8).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 D-CHARGES            PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 D-CREDITS            PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 D-BALANCE            PIC ZZZ,ZZ9.99-.

           01 BAL-FWD-LINE.
               05 BF-DATE              PIC X(10).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'BALANCE FORWARD'.
               05 FILLER               PIC X(64)   VALUE SPACES.
               05 BF-BALANCE           PIC ZZZ,ZZ9.99-.

           01 NO-ACTIVITY-LINE.
               05 FILLER               PIC X(12)   VALUE SPACES.
               05 FILLER               PIC X(26)
                  VALUE 'NO ACTIVITY IN THIS PERIOD'.

           01 CLOSING-LINE.
               05 CL-DATE              PIC X(10).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'CLOSING BALANCE'.
               05 FILLER               PIC X(36)   VALUE SPACES.
               05 CL-CHARGES           PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 CL-CREDITS           PIC ZZZ,ZZ9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 CL-BALANCE           PIC ZZZ,ZZ9.99-.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 CL-REMARK            PIC X(10).

           01 NONE-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 NONE-TEXT            PIC X(40).

           01 TOTAL-LINE.
               05 FILLER               PIC X(20)
                  VALUE 'STATEMENTS PRINTED: '.
               05 GT-STMT-CTR          PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(16)
                  VALUE 'ENTRIES LISTED: '.
               05 GT-LISTED-CTR        PIC Z,ZZZ,ZZ9.

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
               PERFORM L3-READ-REQUEST.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT TENANT-MASTER.
               PERFORM L3-LOAD-TENANT
                   UNTIL MORE-TENANTS = 'NO'.
               CLOSE TENANT-MASTER.
               OPEN INPUT TENANT-LEDGER.
               IF C-LEDG-STATUS NOT = '00'
                   DISPLAY 'CBLHJB79 - UNABLE TO OPEN TENANT-LEDGER, '
                       'STATUS = ' C-LEDG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               CLOSE TENANT-LEDGER.
               SORT LEDGER-SORT-WORK
                   ON ASCENDING KEY LW-BLD-CODE
                   ON ASCENDING KEY LW-UNIT
                   ON ASCENDING KEY LW-DATE
                   WITH DUPLICATES IN ORDER
                   USING TENANT-LEDGER
                   GIVING LEDGER-SORTED.
               IF SORT-RETURN NOT = ZERO
                   DISPLAY 'CBLHJB79 - SORT OF TENANT-LEDGER FAILED, '
                       'SORT-RETURN = ' SORT-RETURN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE C-FROM-DATE            TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO PD-FROM-DATE.
               MOVE C-THRU-DATE            TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO PD-THRU-DATE.
               OPEN INPUT LEDGER-SORTED.
               OPEN OUTPUT PRTOUT.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-PROCESS-ENTRY
                   THRU L3-PROCESS-ENTRY-EXIT.
               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               IF C-UNIT-OPEN
                   PERFORM L4-FINISH-UNIT
               END-IF.
               IF C-STMT-CTR = 0
                   MOVE SPACES             TO UNIT-LINE
                   PERFORM L4-HEADING-FIRST
                   MOVE 'NO LEDGER ACTIVITY FOR THIS REQUEST'
                       TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               MOVE C-STMT-CTR             TO GT-STMT-CTR.
               MOVE C-LISTED-CTR           TO GT-LISTED-CTR.
               WRITE PRTLINE FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE LEDGER-SORTED.
               CLOSE PRTOUT.

           L3-READ-REQUEST.
      *    A MISSING OR ZERO DATE TAKES THE DEFAULT PERIOD - THE
      *    FIRST OF THE AS-OF MONTH THROUGH THE AS-OF DATE.
               MOVE C-RUNLOG-DATE          TO C-THRU-DATE.
               MOVE C-RUNLOG-DATE          TO C-FROM-DATE.
               MOVE 01                     TO C-FROM-DATE(7:2).
               OPEN INPUT STMT-REQUEST.
               READ STMT-REQUEST
                   AT END
                       MOVE ZEROS  TO SQ-FROM-DATE
                       MOVE ZEROS  TO SQ-THRU-DATE
                       MOVE SPACES TO SQ-BLD-CODE
                       MOVE ZEROS  TO SQ-UNIT.
               CLOSE STMT-REQUEST.
               IF SQ-FROM-DATE NUMERIC AND SQ-FROM-DATE NOT = 0
                   MOVE SQ-FROM-DATE       TO C-FROM-DATE
               END-IF.
               IF SQ-THRU-DATE NUMERIC AND SQ-THRU-DATE NOT = 0
                   MOVE SQ-THRU-DATE       TO C-THRU-DATE
               END-IF.
               MOVE SQ-BLD-CODE            TO C-SEL-BLD-CODE.
               IF SQ-UNIT NUMERIC
                   MOVE SQ-UNIT            TO C-SEL-UNIT
               END-IF.
               MOVE C-FROM-DATE            TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS NOT = 'Y'
                   DISPLAY 'CBLHJB79 - STMTREQ FROM DATE INVALID: '
                       C-FROM-DATE
                   MOVE 16 TO RETURN-CODE
                   SET C-JOB-ABEND TO TRUE
               END-IF.
               MOVE C-THRU-DATE            TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS NOT = 'Y'
                   DISPLAY 'CBLHJB79 - STMTREQ THRU DATE INVALID: '
                       C-THRU-DATE
                   MOVE 16 TO RETURN-CODE
                   SET C-JOB-ABEND TO TRUE
               END-IF.
               IF C-THRU-DATE < C-FROM-DATE
                   DISPLAY 'CBLHJB79 - STMTREQ THRU DATE BEFORE '
                       'FROM DATE'
                   MOVE 16 TO RETURN-CODE
                   SET C-JOB-ABEND TO TRUE
               END-IF.

           L3-LOAD-TENANT.
               READ TENANT-MASTER
                   AT END
                       MOVE 'NO' TO MORE-TENANTS
                   NOT AT END
                       IF C-TEN-CTR < 1000
                           ADD 1 TO C-TEN-CTR
                           MOVE TN-BLD-CODE TO TEN-BLD-CODE(C-TEN-CTR)
                           MOVE TN-UNIT     TO TEN-UNIT(C-TEN-CTR)
                           MOVE TN-NAME     TO TEN-NAME(C-TEN-CTR)
                       ELSE
                           IF NOT C-TEN-OVFL
                               SET C-TEN-OVFL TO TRUE
                               DISPLAY 'CBLHJB79 - TENANT-TABLE '
                                   'OVERFLOW, NAMES INCOMPLETE'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ.

           L3-READ-INPUT.
               READ LEDGER-SORTED
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-READ-CTR
               END-IF.

           L3-PROCESS-ENTRY.
               IF C-SEL-BLD-CODE NOT = SPACES
                   AND TS-BLD-CODE NOT = C-SEL-BLD-CODE
                   GO TO L3-PROCESS-ENTRY-EXIT
               END-IF.
               IF C-SEL-UNIT NOT = 0
                   AND TS-UNIT NOT = C-SEL-UNIT
                   GO TO L3-PROCESS-ENTRY-EXIT
               END-IF.
               IF TS-DATE > C-THRU-DATE
                   GO TO L3-PROCESS-ENTRY-EXIT
               END-IF.
               IF C-UNIT-OPEN
                   AND (TS-BLD-CODE NOT = C-CUR-BLD-CODE
                       OR TS-UNIT NOT = C-CUR-UNIT)
                   PERFORM L4-FINISH-UNIT
               END-IF.
               IF NOT C-UNIT-OPEN
                   MOVE TS-BLD-CODE        TO C-CUR-BLD-CODE
                   MOVE TS-UNIT            TO C-CUR-UNIT
                   MOVE 0                  TO C-BAL-FWD
                   MOVE 0                  TO C-UNIT-CHARGES
                   MOVE 0                  TO C-UNIT-CREDITS
                   MOVE 'N'                TO C-UNIT-PRINTED-SW
                   SET C-UNIT-OPEN TO TRUE
               END-IF.
               IF TS-AMOUNT NOT NUMERIC
                   MOVE 0 TO TS-AMOUNT
               END-IF.
               IF TS-DEBIT
                   MOVE TS-AMOUNT          TO C-SIGNED-AMT
               ELSE
                   COMPUTE C-SIGNED-AMT = 0 - TS-AMOUNT
               END-IF.
               IF TS-DATE < C-FROM-DATE
                   ADD C-SIGNED-AMT TO C-BAL-FWD
                   GO TO L3-PROCESS-ENTRY-EXIT
               END-IF.
               IF NOT C-UNIT-PRINTED
                   PERFORM L4-START-STATEMENT
               END-IF.
               ADD C-SIGNED-AMT TO C-RUN-BAL.
               ADD 1 TO C-LISTED-CTR.
               MOVE TS-DATE                TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO D-DATE.
               MOVE TS-TYPE                TO D-TYPE.
               PERFORM VARYING C-ETY-SUB FROM 1 BY 1
                   UNTIL C-ETY-SUB > 5
                   IF ETY-CODE(C-ETY-SUB) = TS-TYPE
                       MOVE ETY-NAME(C-ETY-SUB) TO D-TYPE
                   END-IF
               END-PERFORM.
               MOVE TS-DESC                TO D-DESC.
               MOVE TS-SOURCE              TO D-SOURCE.
               IF TS-DEBIT
                   MOVE TS-AMOUNT          TO D-CHARGES
                   MOVE 0                  TO D-CREDITS
                   ADD TS-AMOUNT TO C-UNIT-CHARGES
               ELSE
                   MOVE 0                  TO D-CHARGES
                   MOVE TS-AMOUNT          TO D-CREDITS
                   ADD TS-AMOUNT TO C-UNIT-CREDITS
               END-IF.
               MOVE C-RUN-BAL              TO D-BALANCE.
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L3-PROCESS-ENTRY-EXIT.
               EXIT.

           L4-START-STATEMENT.
      *    EACH UNIT'S STATEMENT STARTS ON A FRESH PAGE SO IT CAN BE
      *    HANDED TO THE TENANT ON ITS OWN.
               ADD 1 TO C-STMT-CTR.
               SET C-UNIT-PRINTED TO TRUE.
               MOVE C-CUR-BLD-CODE         TO U-BLD-CODE.
               MOVE C-CUR-UNIT             TO U-UNIT.
               MOVE 'NO TENANT ON FILE'    TO U-TENANT-NAME.
               PERFORM VARYING C-TEN-SUB FROM 1 BY 1
                   UNTIL C-TEN-SUB > C-TEN-CTR
                   IF TEN-BLD-CODE(C-TEN-SUB) = C-CUR-BLD-CODE
                       AND TEN-UNIT(C-TEN-SUB) = C-CUR-UNIT
                       MOVE TEN-NAME(C-TEN-SUB) TO U-TENANT-NAME
                   END-IF
               END-PERFORM.
               IF C-STMT-CTR = 1
                   PERFORM L4-HEADING-FIRST
               ELSE
                   PERFORM L4-HEADING
               END-IF.
               MOVE C-FROM-DATE            TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO BF-DATE.
               MOVE C-BAL-FWD              TO BF-BALANCE.
               WRITE PRTLINE FROM BAL-FWD-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE C-BAL-FWD              TO C-RUN-BAL.

           L4-FINISH-UNIT.
      *    A UNIT WITH NOTHING IN THE PERIOD STILL GETS A STATEMENT
      *    WHEN IT CARRIES A BALANCE; A SETTLED, QUIET UNIT DOES NOT.
               IF NOT C-UNIT-PRINTED AND C-BAL-FWD NOT = 0
                   PERFORM L4-START-STATEMENT
                   WRITE PRTLINE FROM NO-ACTIVITY-LINE
                       AFTER ADVANCING 1 LINE
               END-IF.
               IF C-UNIT-PRINTED
                   MOVE C-THRU-DATE        TO C-DATE-IN
                   PERFORM L5-FORMAT-DATE
                   MOVE C-DATE-OUT         TO CL-DATE
                   MOVE C-UNIT-CHARGES     TO CL-CHARGES
                   MOVE C-UNIT-CREDITS     TO CL-CREDITS
                   MOVE C-RUN-BAL          TO CL-BALANCE
                   IF C-RUN-BAL < 0
                       MOVE 'CREDIT'       TO CL-REMARK
                   ELSE
                       IF C-RUN-BAL > 0
                           MOVE 'DUE'      TO CL-REMARK
                       ELSE
                           MOVE SPACES     TO CL-REMARK
                       END-IF
                   END-IF
                   WRITE PRTLINE FROM CLOSING-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               MOVE 'N'                    TO C-UNIT-OPEN-SW.

           L5-FORMAT-DATE.
               MOVE SPACES                 TO C-DATE-OUT.
               STRING C-DATE-IN-MONTH '/' C-DATE-IN-DAY '/'
                   C-DATE-IN-YEAR
                   DELIMITED BY SIZE INTO C-DATE-OUT.

           L4-HEADING-FIRST.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
               WRITE PRTLINE FROM PERIOD-LINE
                   AFTER ADVANCING 1 LINE.
               WRITE PRTLINE FROM UNIT-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM SPACES.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM PERIOD-LINE
                   AFTER ADVANCING 1 LINE.
               WRITE PRTLINE FROM UNIT-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM SPACES.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB79'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-READ-CTR             TO RL-RECS-READ.
               MOVE C-LISTED-CTR           TO RL-RECS-PROCESSED.
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
               MOVE 'CBLHJB79'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-STMTREQ-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STMTREQ.DAT' DELIMITED BY SIZE
               INTO FP-STMTREQ-DAT.
           MOVE SPACES TO FP-TENLEDG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENLEDG.DAT' DELIMITED BY SIZE
               INTO FP-TENLEDG-DAT.
           MOVE SPACES TO FP-TENLEDG-SRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENLEDG.SRT' DELIMITED BY SIZE
               INTO FP-TENLEDG-SRT.
           MOVE SPACES TO FP-TENANT-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENANT.IDX' DELIMITED BY SIZE
               INTO FP-TENANT-IDX.
           MOVE SPACES TO FP-TENSTMT-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENSTMT.PRT' DELIMITED BY SIZE
               INTO FP-TENSTMT-PRT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB79.
