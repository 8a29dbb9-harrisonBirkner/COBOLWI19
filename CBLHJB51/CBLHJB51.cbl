       IDENTIFICATION DIVISION.
      *CROSS-LINE CUSTOMER MASTER BUILD AND MATCH. THE SAME FAMILY
      *SHOWS UP AS A BOAT BUYER ON CBLBOAT1.DAT, A POP CUSTOMER ON
      *CBLPOPSL.DAT, AND A TENANT ON TENANT.IDX, SPELLED THREE
      *WAYS. THIS RUN CARRIES ONE RECORD PER CUSTOMER ON
      *CUSTMST.DAT WITH SOURCE FLAGS FOR EACH LINE: A CLEAN MATCH
      *FLAGS THE MASTER, A RECORD MATCHING NO MASTER ADDS A NEW
      *THE CUSTEXC.PRT EXCEPTIONS LIST FOR A PERSON TO JUDGE. THE
      *LETTER AND STATEMENT RUNS (CBLHJB15, CBLHJB18) NOW ADDRESS
      *FROM THIS MASTER, SO ONE CORRECTION FIXES EVERY MAILING.
      *THE TENANT MASTER IS NOW THE INDEXED TENANT.IDX, KEYED BY
      *BUILDING AND UNIT AND READ HERE IN KEY ORDER.
       PROGRAM-ID. CBLHJB51.
           AUTHOR. HARRISON BIRKNER.

                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TENANT-MASTER
               ASSIGN TO DYNAMIC FP-TENANT-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS TN-KEY.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-CUSTEXC-PRT
           FD POP-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS PO-REC
           RECORD CONTAINS 105 CHARACTERS.

       01 PO-REC.
           05 PO-LNAME                 PIC X(15).
           05 PO-CITY                  PIC X(10).
           05 PO-STATE                 PIC XX.
           05 PO-ZIP                   PIC 9(9).
           05 FILLER                   PIC X(39).

           FD TENANT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS.

       01 TN-REC.
           05 TN-KEY.
               10 TN-BLD-CODE          PIC XX.
               10 TN-UNIT              PIC 99.
           05 TN-NAME                  PIC X(25).
           05 TN-ADDRESS               PIC X(15).
           05 TN-CITY                  PIC X(10).
           05 FP-CUSTMST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-CBLBOAT1-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CBLPOPSL-DAT        PIC X(40)   VALUE SPACES.
           05 FP-TENANT-IDX          PIC X(40)   VALUE SPACES.
           05 FP-CUSTEXC-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CBLPOPSL.DAT' DELIMITED BY SIZE
               INTO FP-CBLPOPSL-DAT.
           MOVE SPACES TO FP-TENANT-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENANT.IDX' DELIMITED BY SIZE
               INTO FP-TENANT-IDX.
           MOVE SPACES TO FP-CUSTEXC-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CUSTEXC.PRT' DELIMITED BY SIZE
