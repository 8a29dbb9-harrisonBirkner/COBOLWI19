      *WITH NO CALENDAR ENTRY RUNS EVERY NIGHT AS BEFORE.
      *CONDITION CODES: 0 = RUN THE STEP, 4 = SKIP (NOT SCHEDULED
      *TONIGHT - LOGGED ON RUNLOG.DAT AS A SKIPPED-CAL ENTRY),
      *16 = CONTROL FILE TROUBLE. A STEP IN ONE OF THE STREAM'S
      *PARALLEL LANES IS CHECKED THROUGH THAT LANE'S OWN CALCHK FILE.
       PROGRAM-ID. CBLHJB27.
           AUTHOR. HARRISON BIRKNER.

       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-LANE              PIC X(8)    VALUE SPACES.
           05 FP-CALCHK-DAT          PIC X(40)   VALUE SPACES.
           05 FP-PROCCAL-DAT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           ELSE
               MOVE 'C:\COBOLWI19\' TO FP-REGION-DIR
           END-IF.
           MOVE SPACES TO FP-PROCCAL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PROCCAL.DAT' DELIMITED BY SIZE
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
      *    RUN IN ONE OF THE STREAM'S PARALLEL LANES, COBLANE NAMES
      *    THE LANE - THE CHECK READS THAT LANE'S OWN CALCHK FILE
      *    (CALCHKRENT.DAT FOR THE RENT LANE) AND LOGS A SKIP TO ITS
      *    OWN RUN LOG, WHICH THE STREAM ADDS TO RUNLOG.DAT WHEN THE
      *    LANE ENDS.
           ACCEPT FP-LANE FROM ENVIRONMENT 'COBLANE'.
           MOVE SPACES TO FP-CALCHK-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CALCHK' DELIMITED BY SIZE
               FP-LANE DELIMITED BY SPACE
               '.DAT' DELIMITED BY SIZE
               INTO FP-CALCHK-DAT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG' DELIMITED BY SIZE
               FP-LANE DELIMITED BY SPACE
               '.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB27.
