      *ROSTER. THE ONE-RECORD CONTROL FILE TRNSCTL.DAT NAMES A
      *SINGLE STUDENT ID, OR BLANK / 'ALL' FOR THE WHOLE FILE, SO
      *THE OFFICE STOPS RETYPING TRANSCRIPTS FROM THE RAW LISTING.
      *NO OFFICIAL TRANSCRIPT PRINTS FOR A STUDENT WITH AN ACTIVE
      *HOLD ON HOLDMST.DAT (CBLHJB64); THE REQUEST IS LISTED ON
      *TRNSREF.PRT WITH THE HOLD THAT BLOCKED IT INSTEAD.
       PROGRAM-ID. CBLHJB30.
           AUTHOR. HARRISON BIRKNER.

               ASSIGN TO DYNAMIC FP-TRNSCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HOLD-MASTER
               ASSIGN TO DYNAMIC FP-HOLDMST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-TRNSCRPT-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT REFOUT
               ASSIGN TO DYNAMIC FP-TRNSREF-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.
       01 TC-REC.
           05 TC-STUDENT-ID            PIC X(7).

           FD HOLD-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS HM-REC
           RECORD CONTAINS 60 CHARACTERS.

       01 HM-REC.
           05 HM-ID                    PIC X(7).
           05 HM-TYPE                  PIC X.
           05 HM-PLACED-DATE           PIC 9(8).
           05 HM-PLACED-BY             PIC X(8).
           05 HM-RELEASED-DATE         PIC 9(8).
           05 HM-RELEASED-BY           PIC X(8).
           05 HM-REASON                PIC X(20).

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE

       01 PRTLINE                      PIC X(132).

           FD REFOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS REFLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 REFLINE                      PIC X(132).

           FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           05 FP-CRSCAT-DAT          PIC X(40)   VALUE SPACES.
           05 FP-TRNSCTL-DAT         PIC X(40)   VALUE SPACES.
           05 FP-TRNSCRPT-PRT        PIC X(40)   VALUE SPACES.
           05 FP-HOLDMST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-TRNSREF-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-GRADES          PIC X(3)    VALUE 'YES'.
               05 MORE-CATS            PIC X(3)    VALUE 'YES'.
               05 MORE-HOLDS           PIC X(3)    VALUE 'YES'.
               05 C-HOLD-CTR           PIC 9(4)    VALUE 0.
               05 C-HOLD-SUB           PIC 9(4)    VALUE 0.
               05 C-HOLD-HIT           PIC 9(4)    VALUE 0.
               05 C-REFUSED-CTR        PIC 9(5)    VALUE 0.
               05 C-CAT-CTR            PIC 9(3)    VALUE 0.
               05 C-CAT-SUB            PIC 9(3)    VALUE 0.
               05 C-CAT-OVFL-SW        PIC X       VALUE 'N'.
                   10 CRS-TERM         PIC X(5).
                   10 CRS-TITLE        PIC X(20).

           01 HOLD-TABLE.
      *    ACTIVE HOLDS ONLY - RELEASED HISTORY IS SKIPPED ON LOAD.
               05 HOLD-ENTRY           OCCURS 3000 TIMES.
                   10 HLD-ID           PIC X(7).
                   10 HLD-TYPE         PIC X.
                   10 HLD-PLACED-DATE  PIC 9(8).
                   10 HLD-REASON       PIC X(20).

           01 CRS-CATALOG-TABLE.
               05 CAT-ENTRY            OCCURS 200 TIMES.
                   10 CAT-COURSE       PIC X(6).
                  VALUE 'CUMULATIVE GPA: '.
               05 T-CMP-GPA            PIC 9.99.

           01 REF-TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 REF-TITLE-DATE       PIC X(10).
               05 FILLER               PIC X(24)   VALUE SPACES.
               05 FILLER               PIC X(41)
                  VALUE 'TRANSCRIPT REQUESTS REFUSED - ACTIVE HOLD'.

           01 REF-COL-HEADING.
               05 FILLER               PIC XX      VALUE 'ID'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'NAME'.
               05 FILLER               PIC X(29)   VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'HOLD TYPE'.
               05 FILLER               PIC XX      VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PLACED'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'REASON'.

           01 REF-DETAIL-LINE.
               05 RF-ID                PIC X(7).
               05 FILLER               PIC X       VALUE SPACE.
               05 RF-LNAME             PIC X(15).
               05 FILLER               PIC XX      VALUE ', '.
               05 RF-FNAME             PIC X(15).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 RF-TYPE              PIC X(10).
               05 FILLER               PIC X       VALUE SPACE.
               05 RF-PLACED-MM         PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 RF-PLACED-DD         PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 RF-PLACED-YY         PIC X(4).
               05 FILLER               PIC XX      VALUE SPACES.
               05 RF-REASON            PIC X(20).

           01 REF-NONE-LINE.
               05 FILLER               PIC X(33)
                  VALUE 'NO TRANSCRIPT REQUESTS REFUSED   '.

           01 CERT-LINE.
               05 FILLER               PIC X(42)
                  VALUE 'CERTIFIED CORRECT - OFFICE OF THE REGISTRA'.
               PERFORM L3-LOAD-CRS-GRADE
                   UNTIL MORE-GRADES = 'NO'.
               CLOSE CRS-GRADE-FILE.
               OPEN INPUT HOLD-MASTER.
               PERFORM L3-LOAD-HOLD
                   UNTIL MORE-HOLDS = 'NO'.
               CLOSE HOLD-MASTER.
               OPEN INPUT TRANS-CTL.
               READ TRANS-CTL
                   AT END
                   MOVE RC-AS-OF-DAY           TO TITLE-DAY
                   MOVE RC-AS-OF-YEAR          TO TITLE-YEAR
               END-IF.
               OPEN OUTPUT REFOUT.
               MOVE TITLE-DATE TO REF-TITLE-DATE.
               WRITE REFLINE FROM REF-TITLE-LINE.
               WRITE REFLINE FROM REF-COL-HEADING
                   AFTER ADVANCING 2 LINES.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               IF C-ALL-STUDENTS OR I-ID = C-ASK-ID
                   PERFORM L3-CHECK-HOLD
                   IF C-HOLD-HIT > 0
                       PERFORM L3-LIST-REFUSAL
                   ELSE
                       PERFORM L3-PRINT-TRANSCRIPT
                   END-IF
               END-IF.
               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               IF NOT C-ALL-STUDENTS AND C-TRANSCRIPT-CTR = 0
                   AND C-REFUSED-CTR = 0
                   DISPLAY 'CBLHJB30 - STUDENT ID ' C-ASK-ID
                       ' NOT ON FILE - NO TRANSCRIPT PRINTED'
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF NOT C-ALL-STUDENTS AND C-REFUSED-CTR > 0
                   DISPLAY 'CBLHJB30 - STUDENT ID ' C-ASK-ID
                       ' HAS AN ACTIVE HOLD - NO TRANSCRIPT PRINTED'
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF C-REFUSED-CTR = 0
                   WRITE REFLINE FROM REF-NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               CLOSE REFOUT.
               IF C-CRS-OVFL
                   MOVE 'CRS-GRADE-TABLE' TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                   END-IF
               END-IF.

           L3-LOAD-HOLD.
               READ HOLD-MASTER
                   AT END
                       MOVE 'NO' TO MORE-HOLDS
                   NOT AT END
                       IF HM-RELEASED-DATE = 0
                           IF C-HOLD-CTR < 3000
                               ADD 1 TO C-HOLD-CTR
                               MOVE HM-ID   TO HLD-ID(C-HOLD-CTR)
                               MOVE HM-TYPE TO HLD-TYPE(C-HOLD-CTR)
                               MOVE HM-PLACED-DATE
                                   TO HLD-PLACED-DATE(C-HOLD-CTR)
                               MOVE HM-REASON
                                   TO HLD-REASON(C-HOLD-CTR)
                           ELSE
      *    AN UNCHECKED HOLD COULD LET A BLOCKED TRANSCRIPT PRINT,
      *    SO A FULL TABLE STOPS THE RUN.
                               DISPLAY 'CBLHJB30 - HOLD TABLE '
                                   'OVERFLOW, RUN HALTED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ.

           L3-CHECK-HOLD.
               MOVE 0 TO C-HOLD-HIT.
               PERFORM VARYING C-HOLD-SUB FROM 1 BY 1
                   UNTIL C-HOLD-SUB > C-HOLD-CTR
                       OR C-HOLD-HIT > 0
                       IF HLD-ID(C-HOLD-SUB) = I-ID
                           MOVE C-HOLD-SUB TO C-HOLD-HIT
                       END-IF
               END-PERFORM.

           L3-LIST-REFUSAL.
               ADD 1 TO C-REFUSED-CTR.
               MOVE I-ID                   TO RF-ID.
               MOVE I-LNAME                TO RF-LNAME.
               MOVE I-FNAME                TO RF-FNAME.
               EVALUATE HLD-TYPE(C-HOLD-HIT)
                   WHEN 'F'
                       MOVE 'FINANCIAL'    TO RF-TYPE
                   WHEN 'A'
                       MOVE 'ACADEMIC'     TO RF-TYPE
                   WHEN 'R'
                       MOVE 'REGISTRAR'    TO RF-TYPE
                   WHEN OTHER
                       MOVE HLD-TYPE(C-HOLD-HIT) TO RF-TYPE
               END-EVALUATE.
               MOVE HLD-PLACED-DATE(C-HOLD-HIT)(5:2) TO RF-PLACED-MM.
               MOVE HLD-PLACED-DATE(C-HOLD-HIT)(7:2) TO RF-PLACED-DD.
               MOVE HLD-PLACED-DATE(C-HOLD-HIT)(1:4) TO RF-PLACED-YY.
               MOVE HLD-REASON(C-HOLD-HIT) TO RF-REASON.
               WRITE REFLINE FROM REF-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-REF-HEADING.

           L4-REF-HEADING.
               WRITE REFLINE FROM REF-TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE REFLINE FROM REF-COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L3-LOAD-CRS-CATALOG.
               READ CRS-CATALOG
                   AT END
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
      *    EVERY STUDENT READ IS PROCESSED BUT THOSE REFUSED FOR A
      *    HOLD - THE CATALOG EXCEPTION COUNT PRINTS ON THE
      *    TRANSCRIPT LISTING INSTEAD - SO THE BALANCING IDENTITY
      *    (READ = PROCESSED + REJECTED) HOLDS.
               MOVE C-RUNLOG-RECS-READ     TO RL-RECS-READ.
               COMPUTE RL-RECS-PROCESSED =
                   C-RUNLOG-RECS-READ - C-REFUSED-CTR.
               MOVE C-REFUSED-CTR          TO RL-RECS-REJECTED.
               MOVE 'E'                    TO RL-ENTRY-TYPE.
               OPEN EXTEND RUN-LOG.
               WRITE RL-REC.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TRNSCRPT.PRT' DELIMITED BY SIZE
               INTO FP-TRNSCRPT-PRT.
           MOVE SPACES TO FP-HOLDMST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'HOLDMST.DAT' DELIMITED BY SIZE
               INTO FP-HOLDMST-DAT.
           MOVE SPACES TO FP-TRNSREF-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TRNSREF.PRT' DELIMITED BY SIZE
               INTO FP-TRNSREF-PRT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
