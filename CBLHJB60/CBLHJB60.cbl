       IDENTIFICATION DIVISION.
      *GRADE-CHANGE POSTING FOR THE STUDENT OPERATION. A CORRECTED
      *GRADE OR A RESOLVED INCOMPLETE IS KEYED ON GRDCHG.DAT WITH
      *THE STUDENT ID, COURSE, TERM, THE GRADE BEING REPLACED, THE
      *NEW GRADE, A REASON CODE, AND THE AUTHORIZING OPERATOR. THE
      *OPERATOR IS CHECKED THROUGH CBLOPSEC FOR MASTER-CHANGE
      *AUTHORITY, AND THE OLD GRADE MUST MATCH THE CRSGRD.DAT
      *DETAIL BEFORE THE DETAIL IS REWRITTEN. EVERY CHANGE POSTED
      *IS ADDED TO THE PERMANENT GRADE-CHANGE HISTORY GRDCHG.HIS
      *AND THE INPUT IS EMPTIED. EACH AFFECTED STUDENT'S
      *CUMULATIVE GPA IS RESTATED WITH THE CBLHJB00 L3-COMPUTE-GPA
      *MATH AND CARRIED TO STDNTMST.IDX, AND THE RESTATEMENT REPORT
      *(GRDREST.PRT) SHOWS THE GPA BEFORE AND AFTER, FLAGGING ANY
      *STUDENT WHOSE DEAN'S LIST STATUS OR CBLHJB33 ACADEMIC
      *STANDING FLIPS SO THE REGISTRAR CAN REISSUE THE LETTER.
      *POSTED CHANGES PRINT ON GRDCHG.PRT AND REFUSED ONES ON
      *GRDCHREJ.PRT.
      *EVERY RECORD THE RUN CHANGES ON STDNTMST.IDX IS JOURNALED TO
      *AIJRNL.DAT (CBLAIJRN) SO CBLHJB91 CAN ROLL A RESTORED GENERATION
      *FORWARD.
       PROGRAM-ID. CBLHJB60.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT IDX-MASTER
               ASSIGN TO DYNAMIC FP-STDNTMST-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS I-ID
                   FILE STATUS IS C-IDX-STATUS.

           SELECT CHANGE-INPUT
               ASSIGN TO DYNAMIC FP-GRDCHG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-CHANGE-STATUS.

           SELECT OPTIONAL CHANGE-HIST
               ASSIGN TO DYNAMIC FP-GRDCHG-HIS
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CRS-GRADE-FILE
               ASSIGN TO DYNAMIC FP-CRSGRD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-CRS-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-GRDCHG-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT ERROUT
               ASSIGN TO DYNAMIC FP-GRDCHREJ-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT RESTOUT
               ASSIGN TO DYNAMIC FP-GRDREST-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

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

           FD CHANGE-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS GC-REC
           RECORD CONTAINS 30 CHARACTERS.

       01 GC-REC.
           05 GC-ID                    PIC X(7).
           05 GC-COURSE                PIC X(6).
           05 GC-TERM                  PIC X(5).
           05 GC-OLD-GRADE             PIC X.
           05 GC-NEW-GRADE             PIC X.
               88 VAL-GC-GRADES        VALUE 'A','B','C','D','F','I'.
           05 GC-REASON                PIC XX.
               88 VAL-GC-REASONS       VALUE 'CE','IC','AP','RG'.
           05 GC-OPER-ID               PIC X(8).

           FD CHANGE-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS GH-REC
           RECORD CONTAINS 49 CHARACTERS.

       01 GH-REC.
           05 GH-CHANGE                PIC X(30).
           05 GH-POST-DATE             PIC 9(8).
           05 GH-POST-TIME             PIC X(11).

           FD CRS-GRADE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CG-REC
           RECORD CONTAINS 20 CHARACTERS.

       01 CG-REC.
           05 CG-ID                    PIC X(7).
           05 CG-COURSE                PIC X(6).
           05 CG-CREDIT-HOURS          PIC 9.
           05 CG-GRADE                 PIC X.
           05 CG-TERM                  PIC X(5).

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

           FD RESTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS RESTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 RESTLINE                     PIC X(132).

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
           05 FP-STDNTMST-IDX        PIC X(40)   VALUE SPACES.
           05 FP-GRDCHG-DAT          PIC X(40)   VALUE SPACES.
           05 FP-GRDCHG-HIS          PIC X(40)   VALUE SPACES.
           05 FP-CRSGRD-DAT          PIC X(40)   VALUE SPACES.
           05 FP-GRDCHG-PRT          PIC X(40)   VALUE SPACES.
           05 FP-GRDCHREJ-PRT        PIC X(40)   VALUE SPACES.
           05 FP-GRDREST-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-GRADES          PIC X(3)    VALUE 'YES'.
               05 C-IDX-STATUS         PIC XX      VALUE '00'.
               05 C-CHANGE-STATUS      PIC XX      VALUE '00'.
               05 C-CRS-STATUS         PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 ERR-SW               PIC X       VALUE 'N'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 ERR-PAGE-CTR         PIC 99      VALUE 0.
               05 REST-PAGE-CTR        PIC 99      VALUE 0.
               05 C-RUNLOG-RECS-READ   PIC 9(7)    VALUE 0.
               05 C-APPLIED-CTR        PIC 9(5)    VALUE 0.
               05 C-ERR-CTR            PIC 9(5)    VALUE 0.
               05 C-FLIP-CTR           PIC 9(5)    VALUE 0.
               05 C-CRS-CTR            PIC 9(4)    VALUE 0.
               05 C-CRS-SUB            PIC 9(4)    VALUE 0.
               05 C-CRS-HIT            PIC 9(4)    VALUE 0.
               05 C-AFF-CTR            PIC 9(3)    VALUE 0.
               05 C-AFF-SUB            PIC 9(3)    VALUE 0.
               05 C-TL-CTR             PIC 99      VALUE 0.
               05 C-TL-SUB             PIC 99      VALUE 0.
               05 C-TL-SUB2            PIC 99      VALUE 0.
               05 C-RUN-CTR            PIC 99      VALUE 0.
               05 C-QUAL-PTS           PIC 9(5)    VALUE 0.
               05 C-GRD-HOURS          PIC 9(4)    VALUE 0.
               05 C-CMP-GPA            PIC 9V99    VALUE 0.
               05 C-TERM-QP            PIC 9(5)    VALUE 0.
               05 C-TERM-HRS           PIC 9(4)    VALUE 0.
               05 C-KEYED-GPA          PIC 9V99    VALUE 0.
               05 C-STU-ID             PIC X(7)    VALUE SPACES.
               05 C-DEAN-LIST-SW       PIC X       VALUE 'N'.
                  88 C-DEAN-LIST       VALUE 'Y'.
               05 C-STANDING           PIC X(12)   VALUE SPACES.
               05 C-SWAP-TERM          PIC X(5)    VALUE SPACES.
               05 C-SWAP-GPA           PIC 9V99    VALUE 0.
               05 C-LAST-OPER-ID       PIC X(8)    VALUE HIGH-VALUES.
               05 C-LAST-OPER-RESULT   PIC X       VALUE 'N'.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).
               05 C-AIJ-FUNCTION       PIC X       VALUE SPACE.
               05 C-AIJ-FILE           PIC X(12)   VALUE SPACES.
               05 C-AIJ-PROGRAM        PIC X(8)    VALUE 'CBLHJB60'.

      *    EACH CHANGE IS CHECKED FOR MASTER-CHANGE AUTHORITY UNDER
      *    THE OPERATOR KEYED ON IT - NO PASSWORD INSIDE THE STREAM.
           01 SIGN-ON-FIELDS.
               05 SO-PROGRAM           PIC X(8)    VALUE 'CBLHJB60'.
               05 SO-MODE              PIC X       VALUE 'B'.
               05 SO-OPER-ID           PIC X(8)    VALUE SPACES.
               05 SO-PASSWORD          PIC X(8)    VALUE SPACES.
               05 SO-REQ-LEVEL         PIC 9       VALUE 3.
               05 SO-RESULT            PIC X       VALUE 'N'.

           01 OLD-GRADE-MSG.
               05 FILLER               PIC X(30)
                  VALUE 'OLD GRADE DOES NOT MATCH FILE '.
               05 FILLER               PIC X       VALUE '('.
               05 OGM-GRADE            PIC X.
               05 FILLER               PIC X       VALUE ')'.

           01 CRS-GRADE-TABLE.
               05 CRS-ENTRY            OCCURS 2000 TIMES.
                   10 CRS-ID           PIC X(7).
                   10 CRS-COURSE       PIC X(6).
                   10 CRS-CREDIT-HOURS PIC 9.
                   10 CRS-GRADE        PIC X.
                   10 CRS-TERM         PIC X(5).

           01 AFFECTED-TABLE.
               05 AFF-ENTRY            OCCURS 500 TIMES.
                   10 AFF-ID           PIC X(7).
                   10 AFF-CHG-CTR      PIC 9(3).
                   10 AFF-OLD-GPA      PIC 9V99.
                   10 AFF-OLD-DEAN     PIC X.
                   10 AFF-OLD-STANDING PIC X(12).

           01 TERM-TABLE.
               05 TL-ENTRY             OCCURS 12 TIMES.
                   10 TL-TERM          PIC X(5).
                   10 TL-GPA           PIC 9V99.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(33)   VALUE SPACES.
               05 FILLER               PIC X(37)
                  VALUE 'GRADE CHANGES POSTED                 '.
               05 FILLER               PIC X(38)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 ERR-TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 ERR-TITLE-DATE       PIC X(10).
               05 FILLER               PIC X(33)   VALUE SPACES.
               05 FILLER               PIC X(37)
                  VALUE 'GRADE CHANGES - REJECTS              '.
               05 FILLER               PIC X(38)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 ERR-TITLE-PAGE       PIC Z9.

           01 REST-TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 REST-TITLE-DATE      PIC X(10).
               05 FILLER               PIC X(33)   VALUE SPACES.
               05 FILLER               PIC X(37)
                  VALUE 'GPA RESTATEMENT AFTER GRADE CHANGES  '.
               05 FILLER               PIC X(38)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 REST-TITLE-PAGE      PIC Z9.

           01 COL-HEADING.
               05 FILLER               PIC XX      VALUE 'ID'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'COURSE'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'TERM'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(3)    VALUE 'OLD'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(3)    VALUE 'NEW'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'REASON'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'OPERATOR'.

           01 ERR-COL-HEADING.
               05 FILLER               PIC X(12)
                  VALUE 'ERROR RECORD'.
               05 FILLER               PIC X(20)   VALUE SPACES.
               05 FILLER               PIC X(17)
                  VALUE 'ERROR DESCRIPTION'.

           01 REST-COL-HEADING.
               05 FILLER               PIC XX      VALUE 'ID'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'NAME'.
               05 FILLER               PIC X(29)   VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'CHGS'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'GPA BEFORE'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'AFTER'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(11)   VALUE 'DEAN BEF/AF'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'STANDING BEFORE'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(14)
                  VALUE 'STANDING AFTER'.

           01 DETAIL-LINE.
               05 D-ID                 PIC X(7).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-COURSE             PIC X(6).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-TERM               PIC X(5).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 D-OLD-GRADE          PIC X.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 D-NEW-GRADE          PIC X.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 D-REASON             PIC XX.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 D-OPER-ID            PIC X(8).

           01 ERROR-LINE.
               05 ERR-REC              PIC X(30).
               05 FILLER               PIC XX      VALUE SPACES.
               05 ERR-MSG              PIC X(60).

           01 REST-LINE.
               05 R-ID                 PIC X(7).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 R-LNAME              PIC X(15).
               05 FILLER               PIC X       VALUE SPACE.
               05 R-FNAME              PIC X(15).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 R-CHG-CTR            PIC ZZ9.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 R-OLD-GPA            PIC Z.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 R-NEW-GPA            PIC Z.99.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 R-OLD-DEAN           PIC X.
               05 FILLER               PIC X       VALUE '/'.
               05 R-NEW-DEAN           PIC X.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 R-OLD-STANDING       PIC X(12).
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 R-NEW-STANDING       PIC X(12).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 R-FLAG               PIC X(14).

           01 TOTAL-LINE1.
               05 FILLER               PIC X(21)
                  VALUE 'CHANGES POSTED       '.
               05 GT-APPLIED-CTR       PIC Z,ZZ9.

           01 ERR-TOTAL-LINE.
               05 FILLER               PIC X(13)
                  VALUE 'TOTAL ERRORS '.
               05 GT-ERR-CTR           PIC Z,ZZ9.

           01 REST-TOTAL-LINE.
               05 FILLER               PIC X(21)
                  VALUE 'STUDENTS RESTATED    '.
               05 GT-AFF-CTR           PIC Z,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'LETTERS TO REISSUE   '.
               05 GT-FLIP-CTR          PIC Z,ZZ9.

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
               OPEN INPUT CHANGE-INPUT.
               IF C-CHANGE-STATUS NOT = '00'
                   DISPLAY 'CBLHJB60 - UNABLE TO OPEN CHANGE-INPUT, '
                       'STATUS = ' C-CHANGE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET C-JOB-ABEND TO TRUE
               END-IF.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               MOVE 'B'                TO C-AIJ-FUNCTION.
               MOVE 'STDNTMST.IDX'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               OPEN I-O IDX-MASTER.
               IF C-IDX-STATUS NOT = '00'
                   DISPLAY 'CBLHJB60 - UNABLE TO OPEN IDX-MASTER, '
                       'STATUS = ' C-IDX-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT CRS-GRADE-FILE.
               IF C-CRS-STATUS NOT = '00'
                   DISPLAY 'CBLHJB60 - UNABLE TO OPEN CRS-GRADE-FILE, '
                       'STATUS = ' C-CRS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM L3-LOAD-CRS-GRADE
                   UNTIL MORE-GRADES = 'NO'.
               CLOSE CRS-GRADE-FILE.
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
                   MOVE CURRENT-YEAR(1:4)      TO C-ASOF-DATE(1:4)
                   MOVE CURRENT-MONTH          TO C-ASOF-DATE(5:2)
                   MOVE CURRENT-DAY            TO C-ASOF-DATE(7:2)
               ELSE
                   MOVE RC-AS-OF-MONTH         TO TITLE-MONTH
                   MOVE RC-AS-OF-DAY           TO TITLE-DAY
                   MOVE RC-AS-OF-YEAR          TO TITLE-YEAR
                   MOVE RC-AS-OF-DATE          TO C-ASOF-DATE
               END-IF.
               MOVE TITLE-DATE TO ERR-TITLE-DATE.
               MOVE TITLE-DATE TO REST-TITLE-DATE.
               OPEN OUTPUT PRTOUT.
               OPEN OUTPUT ERROUT.
               OPEN EXTEND CHANGE-HIST.
               PERFORM L3-INIT-HEADING.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-APPLY-CHANGE
                   THRU L3-APPLY-CHANGE-EXIT.
               IF ERR-SW = 'N'
                   ADD 1 TO C-APPLIED-CTR
                   PERFORM L3-MOVE-PRINT
                   PERFORM L3-WRITE-HISTORY
               ELSE
                   PERFORM L3-ERROR-PRINT
               END-IF.
               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               PERFORM L3-TOTALS.
               PERFORM L3-ERR-TOTALS.
               PERFORM L3-REWRITE-CRS-GRADE.
               PERFORM L3-RESTATEMENT.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE CHANGE-INPUT.
      *    POSTED CHANGES LIVE ON GRDCHG.HIS FROM HERE ON, SO THE
      *    INPUT IS EMPTIED AND A RERUN NEVER POSTS A CHANGE TWICE.
               OPEN OUTPUT CHANGE-INPUT.
               CLOSE CHANGE-INPUT.
               CLOSE CHANGE-HIST.
               CLOSE IDX-MASTER.
               MOVE 'E'                TO C-AIJ-FUNCTION.
               MOVE 'STDNTMST.IDX'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               CLOSE PRTOUT.
               CLOSE ERROUT.

           L3-INIT-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.
               ADD 1 TO ERR-PAGE-CTR.
               MOVE ERR-PAGE-CTR           TO ERR-TITLE-PAGE.
               WRITE ERRLINE FROM ERR-TITLE-LINE.
               WRITE ERRLINE FROM ERR-COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L3-READ-INPUT.
               READ CHANGE-INPUT
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-RUNLOG-RECS-READ
               END-IF.

           L3-LOAD-CRS-GRADE.
      *    CRSGRD.DAT IS REWRITTEN IN FULL FROM THIS TABLE, SO AN
      *    OVERFLOW HALTS THE RUN RATHER THAN DROP GRADE DETAIL.
               READ CRS-GRADE-FILE
                   AT END
                       MOVE 'NO' TO MORE-GRADES
                   NOT AT END
                       IF C-CRS-CTR < 2000
                           ADD 1 TO C-CRS-CTR
                           MOVE CG-ID     TO CRS-ID(C-CRS-CTR)
                           MOVE CG-COURSE TO CRS-COURSE(C-CRS-CTR)
                           MOVE CG-CREDIT-HOURS
                               TO CRS-CREDIT-HOURS(C-CRS-CTR)
                           MOVE CG-GRADE  TO CRS-GRADE(C-CRS-CTR)
                           MOVE CG-TERM   TO CRS-TERM(C-CRS-CTR)
                       ELSE
                           DISPLAY 'CBLHJB60 - COURSE-GRADE TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-GRADES
                       END-IF
               END-READ.

           L3-APPLY-CHANGE.
               MOVE 'N' TO ERR-SW.
               IF NOT VAL-GC-REASONS
                   MOVE 'REASON MUST BE CE, IC, AP, OR RG' TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-APPLY-CHANGE-EXIT.

               IF NOT VAL-GC-GRADES
                   MOVE 'NEW GRADE MUST BE A, B, C, D, F, OR I'
                       TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-APPLY-CHANGE-EXIT.

               IF GC-NEW-GRADE = GC-OLD-GRADE
                   MOVE 'NEW GRADE SAME AS OLD GRADE' TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-APPLY-CHANGE-EXIT.

               PERFORM L4-CHECK-OPERATOR.
               IF SO-RESULT NOT = 'Y'
                   MOVE 'OPERATOR NOT AUTHORIZED FOR GRADE CHANGES'
                       TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-APPLY-CHANGE-EXIT.

               MOVE GC-ID TO I-ID.
               READ IDX-MASTER
                   INVALID KEY
                       MOVE 'STUDENT NOT ON MASTER' TO ERR-MSG
                       MOVE 'Y' TO ERR-SW
               END-READ.
               IF ERR-SW = 'Y'
                   GO TO L3-APPLY-CHANGE-EXIT.

               MOVE 0 TO C-CRS-HIT.
               PERFORM VARYING C-CRS-SUB FROM 1 BY 1
                   UNTIL C-CRS-SUB > C-CRS-CTR
                       OR C-CRS-HIT > 0
                       IF CRS-ID(C-CRS-SUB) = GC-ID
                           AND CRS-COURSE(C-CRS-SUB) = GC-COURSE
                           AND CRS-TERM(C-CRS-SUB) = GC-TERM
                           MOVE C-CRS-SUB TO C-CRS-HIT
                       END-IF
               END-PERFORM.
               IF C-CRS-HIT = 0
                   MOVE 'NO GRADE ON FILE FOR COURSE AND TERM'
                       TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-APPLY-CHANGE-EXIT.

               IF CRS-GRADE(C-CRS-HIT) NOT = GC-OLD-GRADE
                   MOVE CRS-GRADE(C-CRS-HIT) TO OGM-GRADE
                   MOVE OLD-GRADE-MSG TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-APPLY-CHANGE-EXIT.

               PERFORM L4-NOTE-AFFECTED.
               IF ERR-SW = 'Y'
                   GO TO L3-APPLY-CHANGE-EXIT.

               MOVE GC-NEW-GRADE TO CRS-GRADE(C-CRS-HIT).

           L3-APPLY-CHANGE-EXIT.
               EXIT.

           L4-CHECK-OPERATOR.
      *    A BATCH OF CHANGES USUALLY CARRIES ONE OR TWO OPERATORS,
      *    SO THE LAST ANSWER IS KEPT RATHER THAN LOG A SIGN-ON
      *    CHECK FOR EVERY GRADE.
               IF GC-OPER-ID = C-LAST-OPER-ID
                   MOVE C-LAST-OPER-RESULT TO SO-RESULT
               ELSE
                   MOVE GC-OPER-ID TO SO-OPER-ID
                   CALL 'CBLOPSEC' USING SO-PROGRAM, SO-MODE,
                       SO-OPER-ID, SO-PASSWORD, SO-REQ-LEVEL,
                       SO-RESULT
                   MOVE GC-OPER-ID TO C-LAST-OPER-ID
                   MOVE SO-RESULT  TO C-LAST-OPER-RESULT
               END-IF.

           L4-NOTE-AFFECTED.
      *    THE BEFORE PICTURE IS TAKEN AT A STUDENT'S FIRST CHANGE
      *    OF THE RUN, SO SEVERAL CHANGES RESTATE AS ONE.
               PERFORM VARYING C-AFF-SUB FROM 1 BY 1
                   UNTIL C-AFF-SUB > C-AFF-CTR
                       OR AFF-ID(C-AFF-SUB) = GC-ID
               END-PERFORM.
               IF C-AFF-SUB > C-AFF-CTR
                   IF C-AFF-CTR < 500
                       ADD 1 TO C-AFF-CTR
                       MOVE C-AFF-CTR TO C-AFF-SUB
                       MOVE GC-ID     TO AFF-ID(C-AFF-SUB)
                       MOVE 0         TO AFF-CHG-CTR(C-AFF-SUB)
                       MOVE GC-ID     TO C-STU-ID
                       MOVE I-GPA     TO C-KEYED-GPA
                       PERFORM L5-COMPUTE-GPA
                       PERFORM L5-COMPUTE-STANDING
                       MOVE C-CMP-GPA TO AFF-OLD-GPA(C-AFF-SUB)
                       MOVE C-DEAN-LIST-SW
                           TO AFF-OLD-DEAN(C-AFF-SUB)
                       MOVE C-STANDING
                           TO AFF-OLD-STANDING(C-AFF-SUB)
                   ELSE
                       MOVE 'RESTATEMENT TABLE FULL - REKEY NEXT RUN'
                           TO ERR-MSG
                       MOVE 'Y' TO ERR-SW
                   END-IF
               END-IF.
               IF ERR-SW = 'N'
                   ADD 1 TO AFF-CHG-CTR(C-AFF-SUB)
               END-IF.

           L5-COMPUTE-GPA.
      *    CUMULATIVE GPA OVER THE STUDENT'S DETAIL, THE SAME MATH
      *    AS CBLHJB00 L3-COMPUTE-GPA. WITH NO HOURS ON FILE THE
      *    KEYED GPA STANDS.
               MOVE 0 TO C-QUAL-PTS.
               MOVE 0 TO C-GRD-HOURS.
               PERFORM VARYING C-CRS-SUB FROM 1 BY 1
                   UNTIL C-CRS-SUB > C-CRS-CTR
                       IF CRS-ID(C-CRS-SUB) = C-STU-ID
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
                       END-IF
               END-PERFORM.
               IF C-GRD-HOURS > 0
                   COMPUTE C-CMP-GPA ROUNDED =
                       C-QUAL-PTS / C-GRD-HOURS
               ELSE
                   MOVE C-KEYED-GPA TO C-CMP-GPA
               END-IF.
               MOVE 'N' TO C-DEAN-LIST-SW.
               IF C-CMP-GPA >= 3.50
                   SET C-DEAN-LIST TO TRUE
               END-IF.

           L5-COMPUTE-STANDING.
      *    TERM GPAS AS CBLHJB00 WRITES THEM TO GPAHIST.DAT, PUT IN
      *    TERM ORDER AND RUN THROUGH THE CBLHJB33 POLICY - TWO
      *    CONSECUTIVE TERMS UNDER 2.00 ENDING AT THE LATEST TERM
      *    IS PROBATION, THREE OR MORE IS SUSPENSION.
               MOVE 0 TO C-TL-CTR.
               PERFORM VARYING C-CRS-SUB FROM 1 BY 1
                   UNTIL C-CRS-SUB > C-CRS-CTR
                       IF CRS-ID(C-CRS-SUB) = C-STU-ID
                           PERFORM L6-NOTE-STUDENT-TERM
                       END-IF
               END-PERFORM.
               PERFORM L6-PUT-TERM-GPA
                   VARYING C-TL-SUB FROM 1 BY 1
                       UNTIL C-TL-SUB > C-TL-CTR.
               PERFORM VARYING C-TL-SUB FROM 1 BY 1
                   UNTIL C-TL-SUB >= C-TL-CTR
                       PERFORM VARYING C-TL-SUB2 FROM 1 BY 1
                           UNTIL C-TL-SUB2 > C-TL-CTR - C-TL-SUB
                               IF TL-TERM(C-TL-SUB2) >
                                   TL-TERM(C-TL-SUB2 + 1)
                                   MOVE TL-TERM(C-TL-SUB2)
                                       TO C-SWAP-TERM
                                   MOVE TL-GPA(C-TL-SUB2)
                                       TO C-SWAP-GPA
                                   MOVE TL-TERM(C-TL-SUB2 + 1)
                                       TO TL-TERM(C-TL-SUB2)
                                   MOVE TL-GPA(C-TL-SUB2 + 1)
                                       TO TL-GPA(C-TL-SUB2)
                                   MOVE C-SWAP-TERM
                                       TO TL-TERM(C-TL-SUB2 + 1)
                                   MOVE C-SWAP-GPA
                                       TO TL-GPA(C-TL-SUB2 + 1)
                               END-IF
                       END-PERFORM
               END-PERFORM.
               MOVE 0 TO C-RUN-CTR.
               PERFORM VARYING C-TL-SUB FROM 1 BY 1
                   UNTIL C-TL-SUB > C-TL-CTR
                       IF TL-GPA(C-TL-SUB) < 2.00
                           ADD 1 TO C-RUN-CTR
                       ELSE
                           MOVE 0 TO C-RUN-CTR
                       END-IF
               END-PERFORM.
               EVALUATE TRUE
                   WHEN C-TL-CTR = 0
                       MOVE 'NO HISTORY  ' TO C-STANDING
                   WHEN C-RUN-CTR >= 3
                       MOVE 'SUSPENSION  ' TO C-STANDING
                   WHEN C-RUN-CTR = 2
                       MOVE 'PROBATION   ' TO C-STANDING
                   WHEN OTHER
                       MOVE 'GOOD        ' TO C-STANDING
               END-EVALUATE.

           L6-NOTE-STUDENT-TERM.
               PERFORM VARYING C-TL-SUB FROM 1 BY 1
                   UNTIL C-TL-SUB > C-TL-CTR
                       OR CRS-TERM(C-CRS-SUB) = TL-TERM(C-TL-SUB)
               END-PERFORM.
               IF C-TL-SUB > C-TL-CTR AND C-TL-CTR < 12
                   ADD 1 TO C-TL-CTR
                   MOVE CRS-TERM(C-CRS-SUB) TO TL-TERM(C-TL-CTR)
               END-IF.

           L6-PUT-TERM-GPA.
               MOVE 0 TO C-TERM-QP.
               MOVE 0 TO C-TERM-HRS.
               PERFORM VARYING C-CRS-SUB FROM 1 BY 1
                   UNTIL C-CRS-SUB > C-CRS-CTR
                       IF CRS-ID(C-CRS-SUB) = C-STU-ID
                           AND CRS-TERM(C-CRS-SUB) = TL-TERM(C-TL-SUB)
                           ADD CRS-CREDIT-HOURS(C-CRS-SUB)
                               TO C-TERM-HRS
                           EVALUATE CRS-GRADE(C-CRS-SUB)
                               WHEN 'A'
                                   COMPUTE C-TERM-QP = C-TERM-QP +
                                     4 * CRS-CREDIT-HOURS(C-CRS-SUB)
                               WHEN 'B'
                                   COMPUTE C-TERM-QP = C-TERM-QP +
                                     3 * CRS-CREDIT-HOURS(C-CRS-SUB)
                               WHEN 'C'
                                   COMPUTE C-TERM-QP = C-TERM-QP +
                                     2 * CRS-CREDIT-HOURS(C-CRS-SUB)
                               WHEN 'D'
                                   COMPUTE C-TERM-QP = C-TERM-QP +
                                     1 * CRS-CREDIT-HOURS(C-CRS-SUB)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-PERFORM.
               IF C-TERM-HRS > 0
                   COMPUTE TL-GPA(C-TL-SUB) ROUNDED =
                       C-TERM-QP / C-TERM-HRS
               ELSE
                   MOVE 0 TO TL-GPA(C-TL-SUB)
               END-IF.

           L3-MOVE-PRINT.
               MOVE GC-ID                  TO D-ID.
               MOVE GC-COURSE              TO D-COURSE.
               MOVE GC-TERM                TO D-TERM.
               MOVE GC-OLD-GRADE           TO D-OLD-GRADE.
               MOVE GC-NEW-GRADE           TO D-NEW-GRADE.
               MOVE GC-REASON              TO D-REASON.
               MOVE GC-OPER-ID             TO D-OPER-ID.
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-HEADING.

           L3-WRITE-HISTORY.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE GC-REC                 TO GH-CHANGE.
               MOVE C-ASOF-DATE            TO GH-POST-DATE.
               MOVE CURRENT-TIME           TO GH-POST-TIME.
               WRITE GH-REC.

           L3-ERROR-PRINT.
               ADD 1 TO C-ERR-CTR.
               MOVE GC-REC                 TO ERR-REC.
               WRITE ERRLINE FROM ERROR-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-ERR-HEADING.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L4-ERR-HEADING.
               ADD 1 TO ERR-PAGE-CTR.
               MOVE ERR-PAGE-CTR           TO ERR-TITLE-PAGE.
               WRITE ERRLINE FROM ERR-TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE ERRLINE FROM ERR-COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L3-TOTALS.
               MOVE C-APPLIED-CTR          TO GT-APPLIED-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.

           L3-ERR-TOTALS.
               MOVE C-ERR-CTR              TO GT-ERR-CTR.
               WRITE ERRLINE FROM ERR-TOTAL-LINE
                   AFTER ADVANCING 3 LINES.

           L3-REWRITE-CRS-GRADE.
               OPEN OUTPUT CRS-GRADE-FILE.
               PERFORM L4-REWRITE-CRS-ITEM
                   VARYING C-CRS-SUB FROM 1 BY 1
                       UNTIL C-CRS-SUB > C-CRS-CTR.
               CLOSE CRS-GRADE-FILE.

           L4-REWRITE-CRS-ITEM.
               MOVE CRS-ID(C-CRS-SUB)           TO CG-ID.
               MOVE CRS-COURSE(C-CRS-SUB)       TO CG-COURSE.
               MOVE CRS-CREDIT-HOURS(C-CRS-SUB) TO CG-CREDIT-HOURS.
               MOVE CRS-GRADE(C-CRS-SUB)        TO CG-GRADE.
               MOVE CRS-TERM(C-CRS-SUB)         TO CG-TERM.
               WRITE CG-REC.

           L3-RESTATEMENT.
               OPEN OUTPUT RESTOUT.
               ADD 1 TO REST-PAGE-CTR.
               MOVE REST-PAGE-CTR          TO REST-TITLE-PAGE.
               WRITE RESTLINE FROM REST-TITLE-LINE.
               WRITE RESTLINE FROM REST-COL-HEADING
                   AFTER ADVANCING 2 LINES.
               PERFORM L4-RESTATE-STUDENT
                   VARYING C-AFF-SUB FROM 1 BY 1
                       UNTIL C-AFF-SUB > C-AFF-CTR.
               MOVE C-AFF-CTR              TO GT-AFF-CTR.
               MOVE C-FLIP-CTR             TO GT-FLIP-CTR.
               WRITE RESTLINE FROM REST-TOTAL-LINE
                   AFTER ADVANCING 3 LINES.
               CLOSE RESTOUT.

           L4-RESTATE-STUDENT.
      *    THE RESTATED GPA IS CARRIED TO THE MASTER SO THE ROSTER'S
      *    KEYED-VERSUS-COMPUTED CHECK STAYS IN AGREEMENT; THE FLAT
      *    COPY PICKS IT UP AT THE NEXT CBLHJB10 UNLOAD.
               MOVE AFF-ID(C-AFF-SUB)      TO I-ID.
               READ IDX-MASTER
                   INVALID KEY
                       MOVE SPACES TO I-LNAME
                       MOVE SPACES TO I-FNAME
                       MOVE 0      TO I-GPA
               END-READ.
               MOVE AFF-ID(C-AFF-SUB)      TO C-STU-ID.
               MOVE I-GPA                  TO C-KEYED-GPA.
               PERFORM L5-COMPUTE-GPA.
               PERFORM L5-COMPUTE-STANDING.
               IF C-CMP-GPA NOT = I-GPA
                   MOVE C-CMP-GPA          TO I-GPA
                   REWRITE I-REC
                       INVALID KEY
                           DISPLAY 'CBLHJB60 - MASTER REWRITE '
                               'REJECTED FOR ' I-ID
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
               END-IF.
               MOVE AFF-ID(C-AFF-SUB)      TO R-ID.
               MOVE I-LNAME                TO R-LNAME.
               MOVE I-FNAME                TO R-FNAME.
               MOVE AFF-CHG-CTR(C-AFF-SUB) TO R-CHG-CTR.
               MOVE AFF-OLD-GPA(C-AFF-SUB) TO R-OLD-GPA.
               MOVE C-CMP-GPA              TO R-NEW-GPA.
               MOVE AFF-OLD-DEAN(C-AFF-SUB)
                                           TO R-OLD-DEAN.
               MOVE C-DEAN-LIST-SW         TO R-NEW-DEAN.
               MOVE AFF-OLD-STANDING(C-AFF-SUB)
                                           TO R-OLD-STANDING.
               MOVE C-STANDING             TO R-NEW-STANDING.
               MOVE SPACES                 TO R-FLAG.
               IF AFF-OLD-DEAN(C-AFF-SUB) NOT = C-DEAN-LIST-SW
                   OR AFF-OLD-STANDING(C-AFF-SUB) NOT = C-STANDING
                   MOVE 'REISSUE LETTER'   TO R-FLAG
                   ADD 1 TO C-FLIP-CTR
               END-IF.
               WRITE RESTLINE FROM REST-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-REST-HEADING.

           L4-REST-HEADING.
               ADD 1 TO REST-PAGE-CTR.
               MOVE REST-PAGE-CTR          TO REST-TITLE-PAGE.
               WRITE RESTLINE FROM REST-TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE RESTLINE FROM REST-COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB60'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-RUNLOG-RECS-READ     TO RL-RECS-READ.
               MOVE C-APPLIED-CTR          TO RL-RECS-PROCESSED.
               MOVE C-ERR-CTR              TO RL-RECS-REJECTED.
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
               MOVE 'CBLHJB60'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-STDNTMST-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STDNTMST.IDX' DELIMITED BY SIZE
               INTO FP-STDNTMST-IDX.
           MOVE SPACES TO FP-GRDCHG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'GRDCHG.DAT' DELIMITED BY SIZE
               INTO FP-GRDCHG-DAT.
           MOVE SPACES TO FP-GRDCHG-HIS.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'GRDCHG.HIS' DELIMITED BY SIZE
               INTO FP-GRDCHG-HIS.
           MOVE SPACES TO FP-CRSGRD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CRSGRD.DAT' DELIMITED BY SIZE
               INTO FP-CRSGRD-DAT.
           MOVE SPACES TO FP-GRDCHG-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'GRDCHG.PRT' DELIMITED BY SIZE
               INTO FP-GRDCHG-PRT.
           MOVE SPACES TO FP-GRDCHREJ-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'GRDCHREJ.PRT' DELIMITED BY SIZE
               INTO FP-GRDCHREJ-PRT.
           MOVE SPACES TO FP-GRDREST-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'GRDREST.PRT' DELIMITED BY SIZE
               INTO FP-GRDREST-PRT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB60.
