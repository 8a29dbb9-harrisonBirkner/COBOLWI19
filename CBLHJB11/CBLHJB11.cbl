      *OPERATOR KEYS A SEVEN-CHARACTER STUDENT ID AND THE MATCHING
      *MASTER RECORD (NAME, GPA, ANTICIPATED STARTING SALARY, AND
      *MAJOR) IS DISPLAYED WITHOUT RUNNING THE FULL ROSTER REPORT.
      *ANY ACTIVE HOLD ON HOLDMST.DAT (CBLHJB64) IS LISTED UNDER
      *THE STUDENT. A BLANK ID OR THE WORD END ENDS THE SESSION.
       PROGRAM-ID. CBLHJB11.
           AUTHOR. HARRISON BIRKNER.

                   RECORD KEY IS I-ID
                   FILE STATUS IS C-IDX-STATUS.

           SELECT OPTIONAL HOLD-MASTER
               ASSIGN TO DYNAMIC FP-HOLDMST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD IDX-MASTER
           05 I-EX-STRT-SAL            PIC 9(6)V99.
           05 I-MAJOR                  PIC X(4).

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

       WORKING-STORAGE SECTION.
       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-STDNTMST-IDX        PIC X(40)   VALUE SPACES.
           05 FP-HOLDMST-DAT         PIC X(40)   VALUE SPACES.

           01 MISC.
               05 C-IDX-STATUS         PIC XX      VALUE '00'.
               05 C-ASK-ID             PIC X(7)    VALUE SPACES.
               05 C-DSP-GPA            PIC 9.99.
               05 C-DSP-SAL            PIC ZZZ,ZZ9.99.
               05 MORE-HOLDS           PIC X(3)    VALUE 'YES'.
               05 C-HOLD-CTR           PIC 99      VALUE 0.
               05 C-DSP-TYPE           PIC X(10)   VALUE SPACES.
               05 C-DSP-PLACED.
                   10 C-DSP-MM         PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 C-DSP-DD         PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 C-DSP-YY         PIC X(4).

           01 SIGN-ON-FIELDS.
               05 SO-PROGRAM           PIC X(8)    VALUE 'CBLHJB11'.
               DISPLAY 'GPA:         ' C-DSP-GPA.
               DISPLAY 'ANTICIPATED STARTING SALARY: ' C-DSP-SAL.
               DISPLAY 'MAJOR:       ' I-MAJOR.
               PERFORM L4-SHOW-HOLDS.

           L4-SHOW-HOLDS.
      *    THE HOLD FILE IS READ FRESH FOR EACH INQUIRY SO A HOLD
      *    THE NIGHT RUN JUST PLACED OR RELEASED SHOWS AS IT STANDS.
               MOVE 0     TO C-HOLD-CTR.
               MOVE 'YES' TO MORE-HOLDS.
               OPEN INPUT HOLD-MASTER.
               PERFORM L5-READ-HOLD
                   UNTIL MORE-HOLDS = 'NO'.
               CLOSE HOLD-MASTER.
               IF C-HOLD-CTR = 0
                   DISPLAY 'HOLDS:       NONE ACTIVE'
               END-IF.

           L5-READ-HOLD.
               READ HOLD-MASTER
                   AT END
                       MOVE 'NO' TO MORE-HOLDS
                   NOT AT END
                       IF HM-ID = I-ID AND HM-RELEASED-DATE = 0
                           PERFORM L5-SHOW-ONE-HOLD
                       END-IF
               END-READ.

           L5-SHOW-ONE-HOLD.
               ADD 1 TO C-HOLD-CTR.
               EVALUATE HM-TYPE
                   WHEN 'F'
                       MOVE 'FINANCIAL'    TO C-DSP-TYPE
                   WHEN 'A'
                       MOVE 'ACADEMIC'     TO C-DSP-TYPE
                   WHEN 'R'
                       MOVE 'REGISTRAR'    TO C-DSP-TYPE
                   WHEN OTHER
                       MOVE HM-TYPE        TO C-DSP-TYPE
               END-EVALUATE.
               MOVE HM-PLACED-DATE(5:2) TO C-DSP-MM.
               MOVE HM-PLACED-DATE(7:2) TO C-DSP-DD.
               MOVE HM-PLACED-DATE(1:4) TO C-DSP-YY.
               DISPLAY '*** ACTIVE HOLD: ' C-DSP-TYPE ' PLACED '
                   C-DSP-PLACED ' BY ' HM-PLACED-BY ' - ' HM-REASON.

           L2-CLOSING.
               CLOSE IDX-MASTER.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STDNTMST.IDX' DELIMITED BY SIZE
               INTO FP-STDNTMST-IDX.
           MOVE SPACES TO FP-HOLDMST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'HOLDMST.DAT' DELIMITED BY SIZE
               INTO FP-HOLDMST-DAT.

       END PROGRAM CBLHJB11.
