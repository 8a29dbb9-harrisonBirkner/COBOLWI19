      *THE BUDGETED RENT DUE AND BUDGETED OCCUPANCY THE OWNER SET
      *IN JANUARY. FOR THE AS-OF MONTH THIS RUN SETS THE BUDGET
      *AGAINST ACTUAL RENT BILLED FROM RENTHIST.DAT AND ACTUAL
      *OCCUPANCY COUNTED FROM MONBILLS.IDX, CARRIES YEAR-TO-DATE
      *BUDGET AND ACTUAL COLUMNS WITH THE VARIANCE, AND FLAGS ANY
      *BUILDING MORE THAN 5 PERCENT BEHIND PLAN ON BUDGTVAR.PRT.
      *MONBILLS.IDX IS INDEXED BY BUILDING AND UNIT AND IS READ
      *HERE IN KEY ORDER.
       PROGRAM-ID. CBLHJB48.
           AUTHOR. HARRISON BIRKNER.

                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BILL-INPUT
               ASSIGN TO DYNAMIC FP-MONBILLS-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS I-KEY.

           SELECT OPTIONAL BLD-RATE-FILE
               ASSIGN TO DYNAMIC FP-BLDRATE-DAT
           RECORD CONTAINS 40 CHARACTERS.

       01 I-REC.
           05 I-KEY.
               10 I-BLD-CODE           PIC XX.
               10 FILLER               PIC XX.
           05 FILLER                   PIC X(36).

           FD BLD-RATE-FILE
           LABEL RECORD IS STANDARD
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-BUDGET-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RENTHIST-DAT        PIC X(40)   VALUE SPACES.
           05 FP-MONBILLS-IDX        PIC X(40)   VALUE SPACES.
           05 FP-BLDRATE-DAT         PIC X(40)   VALUE SPACES.
           05 FP-BUDGTVAR-PRT        PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RENTHIST.DAT' DELIMITED BY SIZE
               INTO FP-RENTHIST-DAT.
           MOVE SPACES TO FP-MONBILLS-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'MONBILLS.IDX' DELIMITED BY SIZE
               INTO FP-MONBILLS-IDX.
           MOVE SPACES TO FP-BLDRATE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BLDRATE.DAT' DELIMITED BY SIZE
