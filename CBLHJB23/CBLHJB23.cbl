      *BALANCE), AND CBLPOPSL (CASES). THE POST-RUN BALANCING STEP,
      *CBLHJB24, PROVES INPUT = PROCESSED + REJECTED AGAINST THE
      *RUN LOG. THE AUDITORS ASKED FOR EXACTLY THIS.
      *MONBILLS IS NOW THE INDEXED MONBILLS.IDX, READ IN KEY
      *ORDER FOR ITS COUNT AND TOTAL.
       PROGRAM-ID. CBLHJB23.
           AUTHOR. HARRISON BIRKNER.

                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BILL-INPUT
               ASSIGN TO DYNAMIC FP-MONBILLS-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BL-KEY.

           SELECT OPTIONAL POP-INPUT
               ASSIGN TO DYNAMIC FP-CBLPOPSL-DAT
           RECORD CONTAINS 40 CHARACTERS.

       01 BL-REC.
           05 BL-KEY                   PIC X(4).
           05 FILLER                   PIC X(20).
           05 BL-PRIOR-BALANCE         PIC 9(4)V99.
           05 FILLER                   PIC X(10).

           FD POP-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-REC
           RECORD CONTAINS 105 CHARACTERS.

       01 PP-REC.
           05 FILLER                   PIC X(68).
           05 PP-CASES                 PIC 99.
           05 FILLER                   PIC X(35).

           FD CTL-TOTALS
           LABEL RECORD IS STANDARD
           05 FP-STDNTMST-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CBLPIZZA-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CBLBOAT1-DAT        PIC X(40)   VALUE SPACES.
           05 FP-MONBILLS-IDX        PIC X(40)   VALUE SPACES.
           05 FP-CBLPOPSL-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CTLTOTAL-DAT        PIC X(40)   VALUE SPACES.

           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CBLBOAT1.DAT' DELIMITED BY SIZE
               INTO FP-CBLBOAT1-DAT.
           MOVE SPACES TO FP-MONBILLS-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'MONBILLS.IDX' DELIMITED BY SIZE
               INTO FP-MONBILLS-IDX.
           MOVE SPACES TO FP-CBLPOPSL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CBLPOPSL.DAT' DELIMITED BY SIZE
