       IDENTIFICATION DIVISION.
      *MASTER-FILE ROLL-FORWARD UTILITY. STARTS FROM A GENERATION
      *TAKEN BY THE CBLHJB57 BACKUP STEP AND REAPPLIES, IN ORDER,
      *THE AFTER-IMAGES EVERY LATER RUN JOURNALED ON AIJRNL.DAT
      *(CBLAIJRN), SO A MASTER RESTORED BY CBLHJB58 CAN BE BROUGHT
      *BACK UP TO THE MOMENT BEFORE THE RUN THAT DAMAGED IT. THE
      *ONE-RECORD CONTROL FILE ROLLCTL.DAT NAMES THE MASTER, THE
      *GENERATION (1 NEWEST THROUGH 3 OLDEST), AND THE STOP POINT -
      *A JOURNAL SEQUENCE NUMBER OR A DATE AND TIME; A RUN STEP
      *WHOSE JOURNAL ENDS PAST THE STOP POINT IS NOT APPLIED, AND
      *A STOP POINT OF ZERO RUNS TO THE END OF THE JOURNAL.
      *THE GENERATION MUST MATCH THE COUNT AND HASH TOTAL ON ITS
      *JOURNAL MARKER. EACH RUN STEP IS APPLIED ONLY WHEN THE
      *MASTER AS ROLLED SO FAR MATCHES THE COUNT AND HASH THAT STEP
      *STARTED FROM - A MISMATCH MEANS THE MASTER WAS CHANGED BY
      *SOMETHING THE JOURNAL NEVER SAW, AND THE ROLL STOPS THERE
      *(RETURN CODE 8) WITH THE MASTER WRITTEN AS OF THE LAST GOOD
      *STEP. A STEP WHOSE OWN ENDING COUNT AND HASH CANNOT BE
      *REPRODUCED STOPS THE ROLL WITHOUT TOUCHING THE LIVE MASTER
      *(RETURN CODE 16). THE MASTER WRITTEN IS RE-READ AND ITS
      *COUNT AND HASH PROVED AGAINST THE LAST STEP APPLIED.
      *EVERY STEP AND THE ENDING PROOF PRINT ON ROLLFWD.PRT. THE
      *MASTER THIS UTILITY WRITES IS NOT ITSELF JOURNALED - TAKE A
      *FRESH GENERATION WITH CBLHJB57 BEFORE THE STREAM RUNS AGAIN.
      *MONBILLS IS NOW INDEXED ON BUILDING AND UNIT AND ROLLS BY KEY
      *THE SAME WAY THE STUDENT MASTER DOES.
       PROGRAM-ID. CBLHJB91.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT ROLL-CTL
               ASSIGN TO DYNAMIC FP-ROLLCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-CTL-STATUS.

           SELECT OPTIONAL AI-JOURNAL
               ASSIGN TO DYNAMIC FP-AIJRNL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COPY-IN
               ASSIGN TO DYNAMIC FP-COPY-IN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-COPY-STATUS.

           SELECT COPY-OUT
               ASSIGN TO DYNAMIC FP-COPY-OUT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT IDX-IN
               ASSIGN TO DYNAMIC FP-COPY-IN
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS II-ID
                   FILE STATUS IS C-COPY-STATUS.

           SELECT IDX-OUT
               ASSIGN TO DYNAMIC FP-COPY-OUT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS IO-ID
                   FILE STATUS IS C-IDX-OUT-STATUS.

           SELECT BILL-IDX-IN
               ASSIGN TO DYNAMIC FP-COPY-IN
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BI-KEY
                   FILE STATUS IS C-COPY-STATUS.

           SELECT BILL-IDX-OUT
               ASSIGN TO DYNAMIC FP-COPY-OUT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BO-KEY
                   FILE STATUS IS C-IDX-OUT-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-ROLLFWD-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ROLL-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RF-REC
           RECORD CONTAINS 36 CHARACTERS.

       01 RF-REC.
           05 RF-FILE-NAME             PIC X(12).
           05 RF-GEN                   PIC 9.
           05 RF-STOP-SEQ              PIC 9(9).
           05 RF-STOP-STAMP.
               10 RF-STOP-DATE         PIC 9(8).
               10 RF-STOP-TIME         PIC 9(6).

           FD AI-JOURNAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS AJ-REC
           RECORD CONTAINS 214 CHARACTERS.

       01 AJ-REC.
           05 AJ-SEQ                   PIC 9(9).
           05 AJ-STEP-SEQ              PIC 9(9).
           05 AJ-STAMP.
               10 AJ-DATE              PIC 9(8).
               10 AJ-TIME              PIC 9(6).
           05 AJ-PROGRAM               PIC X(8).
           05 AJ-FILE-NAME             PIC X(12).
           05 AJ-TYPE                  PIC X.
           05 AJ-RRN                   PIC 9(7).
           05 AJ-COUNT                 PIC 9(7).
           05 AJ-HASH                  PIC 9(15).
           05 AJ-IMAGE                 PIC X(132).

           FD COPY-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CI-REC
           RECORD CONTAINS 132 CHARACTERS.

       01 CI-REC                       PIC X(132).

           FD COPY-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CO-REC
           RECORD CONTAINS 132 CHARACTERS.

       01 CO-REC                       PIC X(132).

           FD IDX-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS II-REC
           RECORD CONTAINS 53 CHARACTERS.

       01 II-REC.
           05 II-ID                    PIC X(7).
           05 II-REST                  PIC X(46).

           FD IDX-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS IO-REC
           RECORD CONTAINS 53 CHARACTERS.

       01 IO-REC.
           05 IO-ID                    PIC X(7).
           05 IO-REST                  PIC X(46).

           FD BILL-IDX-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS BI-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 BI-REC.
           05 BI-KEY                   PIC X(4).
           05 BI-REST                  PIC X(36).

           FD BILL-IDX-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS BO-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 BO-REC.
           05 BO-KEY                   PIC X(4).
           05 BO-REST                  PIC X(36).

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                      PIC X(132).

           FD RUN-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS RL-REC
           RECORD CONTAINS 49 CHARACTERS.

       01 RL-REC.
           05 RL-PROGRAM-ID            PIC X(8).
           05 RL-RUN-DATE              PIC 9(8).
           05 RL-RUN-TIME              PIC X(11).
           05 RL-RECS-READ             PIC 9(7).
           05 RL-RECS-PROCESSED        PIC 9(7).
           05 RL-RECS-REJECTED         PIC 9(7).
           05 RL-ENTRY-TYPE            PIC X.

       WORKING-STORAGE SECTION.
       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-ROLLCTL-DAT       PIC X(40)   VALUE SPACES.
           05 FP-AIJRNL-DAT        PIC X(40)   VALUE SPACES.
           05 FP-COPY-IN           PIC X(40)   VALUE SPACES.
           05 FP-COPY-OUT          PIC X(40)   VALUE SPACES.
           05 FP-ROLLFWD-PRT       PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT        PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 C-CTL-STATUS         PIC XX      VALUE '00'.
               05 C-COPY-STATUS        PIC XX      VALUE '00'.
               05 C-IDX-OUT-STATUS     PIC XX      VALUE '00'.
               05 C-IDX-SW             PIC X       VALUE 'N'.
                  88 C-IDX-MASTER      VALUE 'I' 'B'.
                  88 C-BILL-IDX        VALUE 'B'.
               05 C-ROLL-SW            PIC X       VALUE 'G'.
                  88 C-ROLL-GOOD       VALUE 'G'.
                  88 C-ROLL-HALTED     VALUE 'H'.
                  88 C-ROLL-FAILED     VALUE 'F'.
               05 C-PAST-STOP-SW       PIC X       VALUE 'N'.
                  88 C-PAST-STOP       VALUE 'Y'.
               05 C-ROOT-NAME          PIC X(8)    VALUE SPACES.
               05 C-GEN-NAME           PIC X(12)   VALUE SPACES.
               05 C-GEN-SFX            PIC X(4)    VALUE SPACES.
               05 C-TONIGHT            PIC 9(8)    VALUE 0.
               05 C-HF-SUB             PIC 9       VALUE 0.
               05 C-HF-START           PIC 999     VALUE 0.
               05 C-HF-LEN             PIC 99      VALUE 0.
               05 C-KEY-LEN            PIC 99      VALUE 0.
               05 C-MARK-CTR           PIC 9(5)    VALUE 0.
               05 C-MARK-SEQ           PIC 9(9)    VALUE 0.
               05 C-MARK-COUNT         PIC 9(7)    VALUE 0.
               05 C-MARK-HASH          PIC 9(15)   VALUE 0.
               05 C-MT-CTR             PIC 9(5)    VALUE 0.
               05 C-MT-SUB             PIC 9(5)    VALUE 0.
               05 C-MT-POS             PIC 9(5)    VALUE 0.
               05 C-STP-CTR            PIC 9(3)    VALUE 0.
               05 C-STP-SUB            PIC 9(3)    VALUE 0.
               05 C-ACTIVE-STEP        PIC 9(9)    VALUE 0.
               05 C-IMG-CTR            PIC 9(7)    VALUE 0.
               05 C-IMAGES-APPLIED     PIC 9(7)    VALUE 0.
               05 C-STEPS-APPLIED      PIC 9(5)    VALUE 0.
               05 C-STEPS-SKIPPED      PIC 9(5)    VALUE 0.
               05 C-STEPS-LEFT         PIC 9(5)    VALUE 0.
               05 C-REC-CTR            PIC 9(7)    VALUE 0.
               05 C-HASH               PIC 9(15)   VALUE 0.
               05 C-HASH-FIELD         PIC 9(15)   VALUE 0.
               05 C-EXPECT-CTR         PIC 9(7)    VALUE 0.
               05 C-EXPECT-HASH        PIC 9(15)   VALUE 0.
               05 C-WRITTEN-CTR        PIC 9(7)    VALUE 0.
               05 C-IMAGE              PIC X(132)  VALUE SPACES.
               05 C-LOG-NOTE.
                   10 FILLER           PIC X(8)
                      VALUE 'ROLLFWD '.
                   10 FILLER           PIC XX     VALUE ' G'.
                   10 C-LOG-GEN        PIC 9.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

      *    THE HASH FIELD OF EACH MASTER, AS CBLAIJRN TOTALS IT,
      *    WITH ITS ORGANIZATION AND KEY LENGTH.
           01 HASH-FIELDS.
               05 FILLER  PIC X(20) VALUE 'STDNTMST.IDXI0420807'.
               05 FILLER  PIC X(20) VALUE 'MONBILLS.IDXB0250604'.
               05 FILLER  PIC X(20) VALUE 'DEPLEDG.DAT L0050800'.
               05 FILLER  PIC X(20) VALUE 'BOATORD.DAT L0710800'.
               05 FILLER  PIC X(20) VALUE 'INGONHND.DATL0210900'.
           01 HASH-FIELD-TABLE REDEFINES HASH-FIELDS.
               05 HF-ENTRY             OCCURS 5 TIMES.
                   10 HF-FILE-NAME     PIC X(12).
                   10 HF-ORG           PIC X.
                   10 HF-START         PIC 999.
                   10 HF-LEN           PIC 99.
                   10 HF-KEY-LEN       PIC 99.

      *    THE LAST THREE GENERATION MARKERS OF THE MASTER, NEWEST
      *    FIRST.
           01 MARK-TABLE.
               05 MRK-ENTRY            OCCURS 3 TIMES.
                   10 MRK-SEQ          PIC 9(9).
                   10 MRK-COUNT        PIC 9(7).
                   10 MRK-HASH         PIC 9(15).

      *    EVERY RUN STEP JOURNALED AGAINST THE MASTER SINCE THE
      *    GENERATION MARKER, BY THE SEQUENCE NUMBER OF ITS BEFORE
      *    RECORD, WITH WHERE AND WHEN ITS TOTAL RECORD WAS WRITTEN.
           01 STEP-TABLE.
               05 STP-ENTRY            OCCURS 500 TIMES.
                   10 STP-B-SEQ        PIC 9(9).
                   10 STP-T-SEQ        PIC 9(9).
                   10 STP-T-STAMP.
                       15 STP-T-DATE   PIC 9(8).
                       15 STP-T-TIME   PIC 9(6).

      *    THE MASTER AS ROLLED SO FAR - IN RELATIVE RECORD ORDER
      *    FOR A LINE SEQUENTIAL MASTER, IN KEY ORDER FOR AN INDEXED
      *    ONE.
           01 MASTER-TABLE.
               05 MT-IMAGE             PIC X(132)  OCCURS 5000 TIMES.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(31)   VALUE SPACES.
               05 FILLER               PIC X(34)
                  VALUE 'MASTER-FILE ROLL-FORWARD RECOVERY '.

           01 FROM-LINE.
               05 FILLER               PIC X(8)    VALUE 'MASTER: '.
               05 FM-FILE-NAME         PIC X(12).
               05 FILLER               PIC X(17)
                  VALUE '  FROM GENERATION'.
               05 FM-GEN               PIC Z9.
               05 FILLER               PIC X(18)
                  VALUE '  JOURNAL MARKER: '.
               05 FM-MARK-SEQ          PIC Z(8)9.
               05 FILLER               PIC X(11)   VALUE '  RECORDS: '.
               05 FM-MARK-COUNT        PIC ZZZ,ZZ9.
               05 FILLER               PIC X(8)    VALUE '  HASH: '.
               05 FM-MARK-HASH         PIC Z(14)9.

           01 STOP-LINE.
               05 FILLER               PIC X(12)
                  VALUE 'STOP POINT: '.
               05 SP-TEXT              PIC X(40).

           01 STOP-SEQ-TEXT.
               05 FILLER               PIC X(24)
                  VALUE 'AFTER JOURNAL SEQUENCE  '.
               05 SS-SEQ               PIC Z(8)9.

           01 STOP-TIME-TEXT.
               05 FILLER               PIC X(9)    VALUE 'AT DATE  '.
               05 ST-DATE              PIC 9999/99/99.
               05 FILLER               PIC X(7)    VALUE '  TIME '.
               05 ST-TIME              PIC 99B99B99.

           01 COL-HEADING.
               05 FILLER               PIC X(9)    VALUE 'STEP SEQ '.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'PROGRAM'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'DATE'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'TIME'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'BEFORE'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'AFTER'.
               05 FILLER               PIC X(14)   VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'HASH'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'IMAGES'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'RESULT'.

           01 STEP-LINE.
               05 D-STEP-SEQ           PIC Z(8)9.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-PROGRAM            PIC X(8).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-DATE               PIC 9999/99/99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-TIME               PIC 99B99B99.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-BEFORE-CTR         PIC ZZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-AFTER-CTR          PIC ZZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-HASH               PIC Z(14)9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-IMAGES             PIC ZZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-RESULT             PIC X(32).

           01 TOTAL-LINE1.
               05 FILLER               PIC X(15)
                  VALUE 'STEPS APPLIED: '.
               05 GT-STEPS-APPLIED     PIC ZZ,ZZ9.
               05 FILLER               PIC X(19)
                  VALUE '   IMAGES APPLIED: '.
               05 GT-IMAGES            PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(25)
                  VALUE '   STEPS NOT FINISHED:   '.
               05 GT-STEPS-SKIPPED     PIC ZZ,ZZ9.
               05 FILLER               PIC X(25)
                  VALUE '   STEPS PAST STOP POINT:'.
               05 GT-STEPS-LEFT        PIC ZZ,ZZ9.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(26)
                  VALUE 'ENDING RECORDS - EXPECTED:'.
               05 GT-EXPECT-CTR        PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(12)   VALUE '   WRITTEN:'.
               05 GT-WRITTEN-CTR       PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(12)   VALUE '   RE-READ:'.
               05 GT-REREAD-CTR        PIC Z,ZZZ,ZZ9.

           01 TOTAL-LINE3.
               05 FILLER               PIC X(26)
                  VALUE 'ENDING HASH    - EXPECTED:'.
               05 GT-EXPECT-HASH       PIC Z(14)9.
               05 FILLER               PIC X(12)   VALUE '   RE-READ:'.
               05 GT-REREAD-HASH       PIC Z(14)9.

           01 RESULT-LINE.
               05 FILLER               PIC X(8)    VALUE 'RESULT: '.
               05 RS-TEXT              PIC X(60).

       PROCEDURE DIVISION.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               PERFORM L2-INIT.
               PERFORM L2-FIND-MARKER.
               PERFORM L2-LOAD-GEN.
               PERFORM L2-FIND-STEPS.
               PERFORM L2-ROLL-FORWARD.
               IF NOT C-ROLL-FAILED
                   PERFORM L2-WRITE-MASTER
                   PERFORM L2-VERIFY-MASTER
               END-IF.
               PERFORM L2-CLOSING.
               STOP RUN.

           L2-INIT.
               OPEN INPUT ROLL-CTL.
               IF C-CTL-STATUS NOT = '00'
                   DISPLAY 'CBLHJB91 - UNABLE TO OPEN ROLLCTL.DAT, '
                       'STATUS = ' C-CTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               READ ROLL-CTL
                   AT END
                       DISPLAY 'CBLHJB91 - ROLLCTL.DAT IS EMPTY - '
                           'NOTHING TO ROLL FORWARD'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN.
               CLOSE ROLL-CTL.
               IF RF-GEN NOT NUMERIC OR RF-GEN < 1 OR RF-GEN > 3
                   DISPLAY 'CBLHJB91 - GENERATION MUST BE 1-3, GOT '
                       RF-GEN ' - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF RF-STOP-SEQ NOT NUMERIC
                   MOVE 0 TO RF-STOP-SEQ
               END-IF.
               IF RF-STOP-DATE NOT NUMERIC
                   MOVE 0 TO RF-STOP-DATE
               END-IF.
               IF RF-STOP-TIME NOT NUMERIC
                   MOVE 0 TO RF-STOP-TIME
               END-IF.
      *    ONLY THE FIVE MASTERS CBLHJB57 BACKS UP ARE JOURNALED.
               PERFORM VARYING C-HF-SUB FROM 1 BY 1
                   UNTIL C-HF-SUB > 5
                       OR HF-FILE-NAME(C-HF-SUB) = RF-FILE-NAME
               END-PERFORM.
               IF C-HF-SUB > 5
                   DISPLAY 'CBLHJB91 - ' RF-FILE-NAME ' IS NOT A '
                       'JOURNALED MASTER - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE HF-START(C-HF-SUB)     TO C-HF-START.
               MOVE HF-LEN(C-HF-SUB)       TO C-HF-LEN.
               MOVE HF-KEY-LEN(C-HF-SUB)   TO C-KEY-LEN.
               MOVE HF-ORG(C-HF-SUB)       TO C-IDX-SW.
               MOVE SPACES TO C-ROOT-NAME.
               UNSTRING RF-FILE-NAME DELIMITED BY '.'
                   INTO C-ROOT-NAME.
               MOVE SPACES TO C-GEN-SFX.
               STRING '.BK' DELIMITED BY SIZE
                   RF-GEN DELIMITED BY SIZE
                   INTO C-GEN-SFX.
               MOVE SPACES TO C-GEN-NAME.
               STRING C-ROOT-NAME DELIMITED BY SPACE
                   C-GEN-SFX DELIMITED BY SIZE
                   INTO C-GEN-NAME.
               MOVE SPACES TO FP-COPY-IN.
               STRING FP-REGION-DIR DELIMITED BY SPACE
                   C-GEN-NAME DELIMITED BY SPACE
                   INTO FP-COPY-IN.
               MOVE SPACES TO FP-COPY-OUT.
               STRING FP-REGION-DIR DELIMITED BY SPACE
                   RF-FILE-NAME DELIMITED BY SPACE
                   INTO FP-COPY-OUT.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE CURRENT-MONTH          TO TITLE-MONTH.
               MOVE CURRENT-DAY            TO TITLE-DAY.
               MOVE CURRENT-YEAR           TO TITLE-YEAR.
               OPEN OUTPUT PRTOUT.

           L2-FIND-MARKER.
      *    GENERATION 1 IS THE NEWEST MARKER CBLHJB57 LEFT FOR THE
      *    MASTER, GENERATION 3 THE THIRD NEWEST.
               INITIALIZE MARK-TABLE.
               MOVE 0 TO C-MARK-CTR.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT AI-JOURNAL.
               PERFORM L3-READ-FOR-MARKER
                   UNTIL MORE-RECS = 'NO'.
               CLOSE AI-JOURNAL.
               IF C-MARK-CTR < RF-GEN
                   DISPLAY 'CBLHJB91 - AIJRNL.DAT HOLDS NO MARKER FOR '
                       'GENERATION ' RF-GEN ' OF ' RF-FILE-NAME
                       ' - RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE MRK-SEQ(RF-GEN)        TO C-MARK-SEQ.
               MOVE MRK-COUNT(RF-GEN)      TO C-MARK-COUNT.
               MOVE MRK-HASH(RF-GEN)       TO C-MARK-HASH.
               MOVE C-MARK-COUNT           TO C-EXPECT-CTR.
               MOVE C-MARK-HASH            TO C-EXPECT-HASH.

           L3-READ-FOR-MARKER.
               READ AI-JOURNAL
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF AJ-TYPE = 'G'
                           AND AJ-FILE-NAME = RF-FILE-NAME
                           ADD 1 TO C-MARK-CTR
                           MOVE MRK-ENTRY(2) TO MRK-ENTRY(3)
                           MOVE MRK-ENTRY(1) TO MRK-ENTRY(2)
                           MOVE AJ-SEQ       TO MRK-SEQ(1)
                           MOVE AJ-COUNT     TO MRK-COUNT(1)
                           MOVE AJ-HASH      TO MRK-HASH(1)
                       END-IF
               END-READ.

           L2-LOAD-GEN.
      *    THE GENERATION IS TAKEN INTO THE TABLE AND MUST PROVE TO
      *    ITS MARKER BEFORE ANYTHING IS ROLLED ONTO IT.
               MOVE 0 TO C-MT-CTR.
               IF C-IDX-MASTER
                   PERFORM L4-OPEN-IDX-IN
                   IF C-COPY-STATUS NOT = '00'
                       PERFORM L3-REFUSE-BAD-GEN
                   END-IF
                   MOVE 'YES' TO MORE-RECS
                   PERFORM L3-LOAD-ONE-IDX-REC
                       UNTIL MORE-RECS = 'NO'
                   PERFORM L4-CLOSE-IDX-IN
               ELSE
                   OPEN INPUT COPY-IN
                   IF C-COPY-STATUS NOT = '00'
                       PERFORM L3-REFUSE-BAD-GEN
                   END-IF
                   MOVE 'YES' TO MORE-RECS
                   PERFORM L3-LOAD-ONE-LS-REC
                       UNTIL MORE-RECS = 'NO'
                   CLOSE COPY-IN
               END-IF.
               PERFORM L4-TABLE-TOTALS.
               MOVE RF-FILE-NAME           TO FM-FILE-NAME.
               MOVE RF-GEN                 TO FM-GEN.
               MOVE C-MARK-SEQ             TO FM-MARK-SEQ.
               MOVE C-MARK-COUNT           TO FM-MARK-COUNT.
               MOVE C-MARK-HASH            TO FM-MARK-HASH.
               PERFORM L4-HEADING.
               IF C-REC-CTR NOT = C-MARK-COUNT
                   OR C-HASH NOT = C-MARK-HASH
                   MOVE '*** GENERATION DOES NOT MATCH ITS MARKER'
                       TO RS-TEXT
                   WRITE PRTLINE FROM RESULT-LINE
                       AFTER ADVANCING 2 LINES
                   DISPLAY 'CBLHJB91 - GENERATION ' RF-GEN ' OF '
                       RF-FILE-NAME ' DOES NOT MATCH ITS JOURNAL '
                       'MARKER - RUN REFUSED'
                   CLOSE PRTOUT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           L3-REFUSE-BAD-GEN.
               DISPLAY 'CBLHJB91 - GENERATION ' RF-GEN ' OF '
                   RF-FILE-NAME ' WAS NEVER TAKEN, STATUS = '
                   C-COPY-STATUS ' - RUN REFUSED'.
               CLOSE PRTOUT.
               MOVE 16 TO RETURN-CODE.
               STOP RUN.

           L3-LOAD-ONE-LS-REC.
               READ COPY-IN
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       MOVE CI-REC TO C-IMAGE
                       PERFORM L4-LOAD-IMAGE
               END-READ.

           L3-LOAD-ONE-IDX-REC.
               PERFORM L4-READ-IDX-IN.
               IF MORE-RECS = 'YES'
                   PERFORM L4-LOAD-IMAGE
               END-IF.

      *    THE STUDENT MASTER AND THE BILLING FILE EACH HAVE THEIR
      *    OWN INDEXED FDS; EVERYTHING PAST THE READ WORKS ON C-IMAGE.
           L4-OPEN-IDX-IN.
               IF C-BILL-IDX
                   OPEN INPUT BILL-IDX-IN
               ELSE
                   OPEN INPUT IDX-IN
               END-IF.

           L4-READ-IDX-IN.
               IF C-BILL-IDX
                   READ BILL-IDX-IN NEXT RECORD
                       AT END
                           MOVE 'NO' TO MORE-RECS
                       NOT AT END
                           MOVE BI-REC TO C-IMAGE
                   END-READ
               ELSE
                   READ IDX-IN NEXT RECORD
                       AT END
                           MOVE 'NO' TO MORE-RECS
                       NOT AT END
                           MOVE II-REC TO C-IMAGE
                   END-READ
               END-IF.

           L4-CLOSE-IDX-IN.
               IF C-BILL-IDX
                   CLOSE BILL-IDX-IN
               ELSE
                   CLOSE IDX-IN
               END-IF.

           L4-LOAD-IMAGE.
               IF C-MT-CTR NOT < 5000
                   DISPLAY 'CBLHJB91 - GENERATION ' RF-GEN ' OF '
                       RF-FILE-NAME ' HOLDS MORE THAN 5000 RECORDS '
                       '- RUN REFUSED'
                   CLOSE PRTOUT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO C-MT-CTR.
               MOVE C-IMAGE TO MT-IMAGE(C-MT-CTR).

           L2-FIND-STEPS.
      *    EVERY STEP JOURNALED AGAINST THE MASTER AFTER THE MARKER,
      *    WITH ITS TOTAL RECORD WHEN IT HAS ONE - A STEP WITHOUT
      *    ONE NEVER FINISHED.
               MOVE 0 TO C-STP-CTR.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT AI-JOURNAL.
               PERFORM L3-READ-FOR-STEPS
                   UNTIL MORE-RECS = 'NO'.
               CLOSE AI-JOURNAL.

           L3-READ-FOR-STEPS.
               READ AI-JOURNAL
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF AJ-FILE-NAME = RF-FILE-NAME
                           AND AJ-SEQ > C-MARK-SEQ
                           EVALUATE AJ-TYPE
                               WHEN 'B'
                                   PERFORM L4-ADD-STEP
                               WHEN 'T'
                                   PERFORM L4-CLOSE-STEP
                           END-EVALUATE
                       END-IF
               END-READ.

           L4-ADD-STEP.
               IF C-STP-CTR NOT < 500
                   DISPLAY 'CBLHJB91 - MORE THAN 500 RUN STEPS SINCE '
                       'GENERATION ' RF-GEN ' - TAKE A NEWER '
                       'GENERATION - RUN REFUSED'
                   CLOSE PRTOUT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO C-STP-CTR.
               MOVE AJ-SEQ                 TO STP-B-SEQ(C-STP-CTR).
               MOVE 0                      TO STP-T-SEQ(C-STP-CTR).
               MOVE 0                      TO STP-T-DATE(C-STP-CTR).
               MOVE 0                      TO STP-T-TIME(C-STP-CTR).

           L4-CLOSE-STEP.
               PERFORM VARYING C-STP-SUB FROM C-STP-CTR BY -1
                   UNTIL C-STP-SUB < 1
                       OR STP-B-SEQ(C-STP-SUB) = AJ-STEP-SEQ
               END-PERFORM.
               IF C-STP-SUB > 0
                   MOVE AJ-SEQ             TO STP-T-SEQ(C-STP-SUB)
                   MOVE AJ-DATE            TO STP-T-DATE(C-STP-SUB)
                   MOVE AJ-TIME            TO STP-T-TIME(C-STP-SUB)
               END-IF.

           L2-ROLL-FORWARD.
               MOVE 0 TO C-STP-SUB.
               MOVE 0 TO C-ACTIVE-STEP.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT AI-JOURNAL.
               PERFORM L3-APPLY-ONE-JRNL-REC
                   UNTIL MORE-RECS = 'NO'.
               CLOSE AI-JOURNAL.

           L3-APPLY-ONE-JRNL-REC.
               READ AI-JOURNAL
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF AJ-FILE-NAME = RF-FILE-NAME
                           AND AJ-SEQ > C-MARK-SEQ
                           PERFORM L4-APPLY-RECORD
                               THRU L4-APPLY-RECORD-EXIT
                       END-IF
               END-READ.

           L4-APPLY-RECORD.
               IF AJ-TYPE = 'B'
                   PERFORM L5-START-STEP
                       THRU L5-START-STEP-EXIT
                   GO TO L4-APPLY-RECORD-EXIT.
               IF AJ-STEP-SEQ NOT = C-ACTIVE-STEP
                   OR C-ACTIVE-STEP = 0
                   GO TO L4-APPLY-RECORD-EXIT.
               EVALUATE AJ-TYPE
                   WHEN 'R'
                       PERFORM L5-APPLY-RELATIVE
                   WHEN 'A'
                       PERFORM L5-APPLY-KEYED-ADD
                   WHEN 'D'
                       PERFORM L5-APPLY-KEYED-DELETE
                   WHEN 'Z'
                       MOVE 0 TO C-MT-CTR
                   WHEN 'T'
                       PERFORM L5-END-STEP
               END-EVALUATE.

           L4-APPLY-RECORD-EXIT.
               EXIT.

           L5-START-STEP.
      *    A STEP IS APPLIED ONLY IF IT FINISHED, ENDED BY THE STOP
      *    POINT, AND STARTED FROM THE MASTER AS ROLLED SO FAR.
               MOVE 0 TO C-ACTIVE-STEP.
               ADD 1 TO C-STP-SUB.
               MOVE AJ-SEQ                 TO D-STEP-SEQ.
               MOVE AJ-PROGRAM             TO D-PROGRAM.
               MOVE AJ-DATE                TO D-DATE.
               MOVE AJ-TIME                TO D-TIME.
               MOVE AJ-COUNT               TO D-BEFORE-CTR.
               MOVE 0                      TO D-AFTER-CTR.
               MOVE 0                      TO D-HASH.
               MOVE 0                      TO D-IMAGES.
               IF STP-T-SEQ(C-STP-SUB) = 0
                   ADD 1 TO C-STEPS-SKIPPED
                   MOVE 'NEVER FINISHED - NOT APPLIED' TO D-RESULT
                   PERFORM L6-WRITE-STEP-LINE
                   GO TO L5-START-STEP-EXIT.
               IF (RF-STOP-SEQ > 0
                       AND STP-T-SEQ(C-STP-SUB) > RF-STOP-SEQ)
                   OR (RF-STOP-DATE > 0
                       AND STP-T-STAMP(C-STP-SUB) > RF-STOP-STAMP)
                   SET C-PAST-STOP TO TRUE
                   COMPUTE C-STEPS-LEFT = C-STP-CTR - C-STP-SUB + 1
                   MOVE 'NO' TO MORE-RECS
                   GO TO L5-START-STEP-EXIT.
               PERFORM L4-TABLE-TOTALS.
               IF C-REC-CTR NOT = AJ-COUNT
                   OR C-HASH NOT = AJ-HASH
                   SET C-ROLL-HALTED TO TRUE
                   MOVE '*** MASTER CHANGED OUTSIDE RUN' TO D-RESULT
                   PERFORM L6-WRITE-STEP-LINE
                   MOVE 'NO' TO MORE-RECS
                   GO TO L5-START-STEP-EXIT.
               MOVE AJ-SEQ TO C-ACTIVE-STEP.
               MOVE 0 TO C-IMG-CTR.

           L5-START-STEP-EXIT.
               EXIT.

           L5-APPLY-RELATIVE.
               IF AJ-RRN < 1 OR AJ-RRN > 5000
                   PERFORM L6-TABLE-FULL
               ELSE
                   MOVE AJ-IMAGE TO MT-IMAGE(AJ-RRN)
                   IF AJ-RRN > C-MT-CTR
                       MOVE AJ-RRN TO C-MT-CTR
                   END-IF
                   ADD 1 TO C-IMG-CTR
               END-IF.

           L5-APPLY-KEYED-ADD.
      *    REPLACE THE RECORD WHEN THE KEY IS ON FILE, OTHERWISE
      *    OPEN A SLOT IN KEY ORDER FOR IT.
               PERFORM L6-FIND-KEY.
               IF C-MT-POS <= C-MT-CTR
                   AND MT-IMAGE(C-MT-POS)(1:C-KEY-LEN) =
                       AJ-IMAGE(1:C-KEY-LEN)
                   MOVE AJ-IMAGE TO MT-IMAGE(C-MT-POS)
                   ADD 1 TO C-IMG-CTR
               ELSE
                   IF C-MT-CTR NOT < 5000
                       PERFORM L6-TABLE-FULL
                   ELSE
                       PERFORM VARYING C-MT-SUB FROM C-MT-CTR BY -1
                           UNTIL C-MT-SUB < C-MT-POS
                               MOVE MT-IMAGE(C-MT-SUB)
                                   TO MT-IMAGE(C-MT-SUB + 1)
                       END-PERFORM
                       ADD 1 TO C-MT-CTR
                       MOVE AJ-IMAGE TO MT-IMAGE(C-MT-POS)
                       ADD 1 TO C-IMG-CTR
                   END-IF
               END-IF.

           L5-APPLY-KEYED-DELETE.
               PERFORM L6-FIND-KEY.
               IF C-MT-POS <= C-MT-CTR
                   AND MT-IMAGE(C-MT-POS)(1:C-KEY-LEN) =
                       AJ-IMAGE(1:C-KEY-LEN)
                   PERFORM VARYING C-MT-SUB FROM C-MT-POS BY 1
                       UNTIL C-MT-SUB >= C-MT-CTR
                           MOVE MT-IMAGE(C-MT-SUB + 1)
                               TO MT-IMAGE(C-MT-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM C-MT-CTR
                   ADD 1 TO C-IMG-CTR
               END-IF.

           L5-END-STEP.
      *    A LINE SEQUENTIAL MASTER THAT SHRANK IS CUT BACK TO THE
      *    STEP'S ENDING COUNT, THEN THE ENDING TOTALS MUST AGREE.
               IF NOT C-IDX-MASTER AND AJ-COUNT < C-MT-CTR
                   MOVE AJ-COUNT TO C-MT-CTR
               END-IF.
               PERFORM L4-TABLE-TOTALS.
               MOVE AJ-COUNT               TO D-AFTER-CTR.
               MOVE AJ-HASH                TO D-HASH.
               MOVE C-IMG-CTR              TO D-IMAGES.
               MOVE 0 TO C-ACTIVE-STEP.
               IF C-REC-CTR NOT = AJ-COUNT
                   OR C-HASH NOT = AJ-HASH
                   SET C-ROLL-FAILED TO TRUE
                   MOVE '*** ENDING TOTALS DISAGREE' TO D-RESULT
                   PERFORM L6-WRITE-STEP-LINE
                   MOVE 'NO' TO MORE-RECS
               ELSE
                   ADD 1 TO C-STEPS-APPLIED
                   ADD C-IMG-CTR TO C-IMAGES-APPLIED
                   MOVE AJ-COUNT TO C-EXPECT-CTR
                   MOVE AJ-HASH TO C-EXPECT-HASH
                   MOVE 'APPLIED' TO D-RESULT
                   PERFORM L6-WRITE-STEP-LINE
               END-IF.

           L6-FIND-KEY.
               PERFORM VARYING C-MT-POS FROM 1 BY 1
                   UNTIL C-MT-POS > C-MT-CTR
                       OR MT-IMAGE(C-MT-POS)(1:C-KEY-LEN) NOT <
                           AJ-IMAGE(1:C-KEY-LEN)
               END-PERFORM.

           L6-TABLE-FULL.
               SET C-ROLL-FAILED TO TRUE.
               MOVE 'NO' TO MORE-RECS.
               MOVE 0 TO C-ACTIVE-STEP.
               MOVE '*** MASTER PASSES 5000 RECORDS' TO D-RESULT.
               PERFORM L6-WRITE-STEP-LINE.

           L6-WRITE-STEP-LINE.
               WRITE PRTLINE FROM STEP-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

           L4-TABLE-TOTALS.
               MOVE 0 TO C-REC-CTR.
               MOVE 0 TO C-HASH.
               PERFORM VARYING C-MT-SUB FROM 1 BY 1
                   UNTIL C-MT-SUB > C-MT-CTR
                       MOVE MT-IMAGE(C-MT-SUB) TO C-IMAGE
                       PERFORM L5-ADD-HASH
               END-PERFORM.

           L5-ADD-HASH.
               ADD 1 TO C-REC-CTR.
               IF C-IMAGE(C-HF-START:C-HF-LEN) NUMERIC
                   MOVE C-IMAGE(C-HF-START:C-HF-LEN) TO C-HASH-FIELD
                   ADD C-HASH-FIELD TO C-HASH
               END-IF.

           L4-HEADING.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM FROM-LINE
                   AFTER ADVANCING 2 LINES.
               IF RF-STOP-SEQ > 0
                   MOVE RF-STOP-SEQ        TO SS-SEQ
                   MOVE STOP-SEQ-TEXT      TO SP-TEXT
               ELSE
                   IF RF-STOP-DATE > 0
                       MOVE RF-STOP-DATE   TO ST-DATE
                       MOVE RF-STOP-TIME   TO ST-TIME
                       MOVE STOP-TIME-TEXT TO SP-TEXT
                   ELSE
                       MOVE 'END OF JOURNAL' TO SP-TEXT
                   END-IF
               END-IF.
               WRITE PRTLINE FROM STOP-LINE
                   AFTER ADVANCING 1 LINE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM SPACES.

           L2-WRITE-MASTER.
               MOVE 0 TO C-WRITTEN-CTR.
               IF C-IDX-MASTER
                   IF C-BILL-IDX
                       OPEN OUTPUT BILL-IDX-OUT
                   ELSE
                       OPEN OUTPUT IDX-OUT
                   END-IF
                   PERFORM VARYING C-MT-SUB FROM 1 BY 1
                       UNTIL C-MT-SUB > C-MT-CTR
                           IF C-BILL-IDX
                               MOVE MT-IMAGE(C-MT-SUB) TO BO-REC
                               WRITE BO-REC
                           ELSE
                               MOVE MT-IMAGE(C-MT-SUB) TO IO-REC
                               WRITE IO-REC
                           END-IF
                           ADD 1 TO C-WRITTEN-CTR
                   END-PERFORM
                   IF C-BILL-IDX
                       CLOSE BILL-IDX-OUT
                   ELSE
                       CLOSE IDX-OUT
                   END-IF
               ELSE
                   OPEN OUTPUT COPY-OUT
                   PERFORM VARYING C-MT-SUB FROM 1 BY 1
                       UNTIL C-MT-SUB > C-MT-CTR
                           MOVE MT-IMAGE(C-MT-SUB) TO CO-REC
                           WRITE CO-REC
                           ADD 1 TO C-WRITTEN-CTR
                   END-PERFORM
                   CLOSE COPY-OUT
               END-IF.

           L2-VERIFY-MASTER.
      *    THE MASTER JUST WRITTEN IS RE-READ FROM DISK AND MUST
      *    PROVE TO THE LAST STEP APPLIED (OR TO THE MARKER WHEN NO
      *    STEP WAS).
               MOVE 0 TO C-REC-CTR.
               MOVE 0 TO C-HASH.
               MOVE FP-COPY-OUT TO FP-COPY-IN.
               MOVE 'YES' TO MORE-RECS.
               IF C-IDX-MASTER
                   PERFORM L4-OPEN-IDX-IN
                   PERFORM L3-REREAD-ONE-IDX-REC
                       UNTIL MORE-RECS = 'NO'
                   PERFORM L4-CLOSE-IDX-IN
               ELSE
                   OPEN INPUT COPY-IN
                   PERFORM L3-REREAD-ONE-LS-REC
                       UNTIL MORE-RECS = 'NO'
                   CLOSE COPY-IN
               END-IF.
               IF C-REC-CTR NOT = C-EXPECT-CTR
                   OR C-HASH NOT = C-EXPECT-HASH
                   SET C-ROLL-FAILED TO TRUE
               END-IF.

           L3-REREAD-ONE-LS-REC.
               READ COPY-IN
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       MOVE CI-REC TO C-IMAGE
                       PERFORM L5-ADD-HASH
               END-READ.

           L3-REREAD-ONE-IDX-REC.
               PERFORM L4-READ-IDX-IN.
               IF MORE-RECS = 'YES'
                   PERFORM L5-ADD-HASH
               END-IF.

           L2-CLOSING.
               MOVE C-STEPS-APPLIED        TO GT-STEPS-APPLIED.
               MOVE C-IMAGES-APPLIED       TO GT-IMAGES.
               MOVE C-STEPS-SKIPPED        TO GT-STEPS-SKIPPED.
               MOVE C-STEPS-LEFT           TO GT-STEPS-LEFT.
               MOVE C-EXPECT-CTR           TO GT-EXPECT-CTR.
               MOVE C-WRITTEN-CTR          TO GT-WRITTEN-CTR.
               MOVE C-REC-CTR              TO GT-REREAD-CTR.
               MOVE C-EXPECT-HASH          TO GT-EXPECT-HASH.
               MOVE C-HASH                 TO GT-REREAD-HASH.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               IF NOT C-ROLL-FAILED OR C-WRITTEN-CTR > 0
                   WRITE PRTLINE FROM TOTAL-LINE2
                       AFTER ADVANCING 2 LINES
                   WRITE PRTLINE FROM TOTAL-LINE3
                       AFTER ADVANCING 1 LINE
               END-IF.
               EVALUATE TRUE
                   WHEN C-ROLL-FAILED AND C-WRITTEN-CTR > 0
                       MOVE '*** MASTER WRITTEN DOES NOT PROVE'
                           TO RS-TEXT
                       MOVE 16 TO RETURN-CODE
                   WHEN C-ROLL-FAILED
                       MOVE '*** ROLL STOPPED - MASTER NOT REPLACED'
                           TO RS-TEXT
                       MOVE 16 TO RETURN-CODE
                   WHEN C-ROLL-HALTED
                       MOVE '*** ROLL STOPPED AT LAST GOOD STEP'
                           TO RS-TEXT
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 'MASTER ROLLED FORWARD AND VERIFIED'
                           TO RS-TEXT
               END-EVALUATE.
               WRITE PRTLINE FROM RESULT-LINE
                   AFTER ADVANCING 2 LINES.
               DISPLAY 'CBLHJB91 - ' RF-FILE-NAME ' FROM GENERATION '
                   RF-GEN ' - ' C-STEPS-APPLIED ' STEPS APPLIED - '
                   RS-TEXT.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PRTOUT.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE CURRENT-YEAR(1:4)      TO C-TONIGHT(1:4).
               MOVE CURRENT-MONTH          TO C-TONIGHT(5:2).
               MOVE CURRENT-DAY            TO C-TONIGHT(7:2).
               MOVE 'CBLHJB91'             TO RL-PROGRAM-ID.
               MOVE C-TONIGHT              TO RL-RUN-DATE.
               MOVE RF-GEN                 TO C-LOG-GEN.
               MOVE C-LOG-NOTE             TO RL-RUN-TIME.
               MOVE C-IMAGES-APPLIED       TO RL-RECS-READ.
               MOVE C-STEPS-APPLIED        TO RL-RECS-PROCESSED.
               MOVE C-STEPS-SKIPPED        TO RL-RECS-REJECTED.
               MOVE 'E'                    TO RL-ENTRY-TYPE.
               OPEN EXTEND RUN-LOG.
               WRITE RL-REC.
               CLOSE RUN-LOG.

       L9-SET-FILE-PATHS.
      *    THE COBREGION ENVIRONMENT SETTING STEERS EVERY FILE
      *    ASSIGNMENT - TEST RUNS AGAINST C:\COBOLWI19\TEST\ AND
      *    ANYTHING ELSE AGAINST PRODUCTION.
           ACCEPT FP-REGION FROM ENVIRONMENT 'COBREGION'.
           IF FP-REGION = 'TEST' OR FP-REGION = 'test'
               MOVE 'C:\COBOLWI19\TEST\' TO FP-REGION-DIR
           ELSE
               MOVE 'C:\COBOLWI19\' TO FP-REGION-DIR
           END-IF.
           MOVE SPACES TO FP-ROLLCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'ROLLCTL.DAT' DELIMITED BY SIZE
               INTO FP-ROLLCTL-DAT.
           MOVE SPACES TO FP-AIJRNL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'AIJRNL.DAT' DELIMITED BY SIZE
               INTO FP-AIJRNL-DAT.
           MOVE SPACES TO FP-ROLLFWD-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'ROLLFWD.PRT' DELIMITED BY SIZE
               INTO FP-ROLLFWD-PRT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB91.
