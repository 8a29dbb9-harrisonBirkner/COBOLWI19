      *THEIR LATEST TERM, LATEST TERM GPA, AND STANDING, AND A
      *PAGE-PER-STUDENT NOTIFICATION LETTER (STNDLTRS.PRT) IS
      *PRINTED FOR EACH STUDENT ON PROBATION OR SUSPENSION, THE
      *WAY CBLHJB18 PRINTS LETTERS FOR THE FUNDRAISER. EACH
      *STUDENT'S STANDING IS ALSO WRITTEN TO STANDING.DAT, WHICH
      *THE CBLHJB64 HOLD RUN READS TO PLACE AND RELEASE ACADEMIC
      *HOLDS FOR SUSPENSION.
       PROGRAM-ID. CBLHJB33.
           AUTHOR. HARRISON BIRKNER.

               ASSIGN TO DYNAMIC FP-STNDLTRS-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT STANDING-OUT
               ASSIGN TO DYNAMIC FP-STANDING-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       01 LTR-LINE                     PIC X(132).

           FD STANDING-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS SX-REC
           RECORD CONTAINS 13 CHARACTERS.

       01 SX-REC.
           05 SX-ID                    PIC X(7).
           05 SX-TERM                  PIC X(5).
           05 SX-STANDING              PIC X.

           FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           05 FP-GPAHIST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-STANDING-PRT        PIC X(40)   VALUE SPACES.
           05 FP-STNDLTRS-PRT        PIC X(40)   VALUE SPACES.
           05 FP-STANDING-DAT        PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

               CLOSE GPA-HIST.
               OPEN OUTPUT PRTOUT.
               OPEN OUTPUT LETTER-OUT.
               OPEN OUTPUT STANDING-OUT.
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL
                   AT END
               CLOSE STUDENT-MASTER.
               CLOSE PRTOUT.
               CLOSE LETTER-OUT.
               CLOSE STANDING-OUT.

           L3-INIT-HEADING.
               ADD 1 TO PAGE-CTR.
                           AT EOP
                               PERFORM L4-HEADING
                   END-WRITE
                   MOVE I-ID               TO SX-ID
                   MOVE SPACES             TO SX-TERM
                   MOVE 'N'                TO SX-STANDING
                   WRITE SX-REC
               ELSE
                   PERFORM L4-APPLY-POLICY
               END-IF.
               IF C-RUN-CTR >= 2
                   PERFORM L4-PUT-LETTER
               END-IF.
               MOVE I-ID                   TO SX-ID.
               MOVE ST-TERM(C-ST-CTR)      TO SX-TERM.
               MOVE C-STANDING(1:1)        TO SX-STANDING.
               WRITE SX-REC.

           L4-PUT-LETTER.
               ADD 1 TO C-LETTER-CTR.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STNDLTRS.PRT' DELIMITED BY SIZE
               INTO FP-STNDLTRS-PRT.
           MOVE SPACES TO FP-STANDING-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STANDING.DAT' DELIMITED BY SIZE
               INTO FP-STANDING-DAT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
