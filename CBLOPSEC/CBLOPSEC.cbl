      *PASSWORD (INTERACTIVE PROGRAMS); MODE 'B' CHECKS ONLY THE
      *ID AND AUTHORITY (BATCH STEPS, WHICH CANNOT PROMPT INSIDE
      *THE NIGHTLY STREAM). EVERY ACCEPTED AND REFUSED ATTEMPT IS
      *LOGGED ON RUNLOG.DAT (THE LANE'S OWN RUN LOG WHEN CALLED IN
      *ONE OF THE STREAM'S PARALLEL LANES) - 'A' ACCEPTED, 'R'
      *REFUSED - WITH THE OPERATOR ID IN THE TIME FIELD THE WAY
      *CBLHJB27 LOGS ITS SKIPPED-CALENDAR ENTRIES, SO THE AUDITORS
      *CAN SEE WHO RAN WHAT. THE RESULT FIELD COMES BACK 'Y' OR 'N'.
       PROGRAM-ID. CBLOPSEC.
           AUTHOR. HARRISON BIRKNER.

       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-LANE              PIC X(8)    VALUE SPACES.
           05 FP-OPERATOR-DAT      PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT        PIC X(40)   VALUE SPACES.

           STRING FP-REGION-DIR DELIMITED BY SPACE
               'OPERATOR.DAT' DELIMITED BY SIZE
               INTO FP-OPERATOR-DAT.
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

       END PROGRAM CBLOPSEC.
