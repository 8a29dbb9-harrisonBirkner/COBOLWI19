      *WITH A PASSING GRADE - AND THE DEGAUDIT.PRT LISTING SHOWS
      *ELIGIBLE OR SHORT WITH EXACTLY WHICH COURSES, HOURS, OR GPA
      *ARE MISSING, SO THE REGISTRAR STOPS HAND-CHECKING THE
      *ROSTER AGAINST THE PAPER REQUIREMENTS SHEETS. EVERY STUDENT
      *FOUND ELIGIBLE IS ALSO WRITTEN TO THE DEGELIG.DAT EXTRACT
      *(ID, MAJOR, HOURS, GPA) THAT THE CBLHJB65 DEGREE CONFERRAL
      *RUN WORKS FROM.
       PROGRAM-ID. CBLHJB31.
           AUTHOR. HARRISON BIRKNER.

                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-DEGREQ-STATUS.

           SELECT ELIG-OUT
               ASSIGN TO DYNAMIC FP-DEGELIG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-DEGAUDIT-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.
           05 DQ-MIN-HOURS             PIC 9(3).
           05 DQ-MIN-GPA               PIC 9V99.

           FD ELIG-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS EL-REC
           RECORD CONTAINS 17 CHARACTERS.

       01 EL-REC.
           05 EL-ID                    PIC X(7).
           05 EL-MAJOR                 PIC X(4).
           05 EL-HOURS                 PIC 9(3).
           05 EL-GPA                   PIC 9V99.

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           05 FP-CRSGRD-DAT          PIC X(40)   VALUE SPACES.
           05 FP-CRSCAT-DAT          PIC X(40)   VALUE SPACES.
           05 FP-DEGREQ-DAT          PIC X(40)   VALUE SPACES.
           05 FP-DEGELIG-DAT         PIC X(40)   VALUE SPACES.
           05 FP-DEGAUDIT-PRT        PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.
               PERFORM L3-LOAD-CRS-GRADE
                   UNTIL MORE-GRADES = 'NO'.
               CLOSE CRS-GRADE-FILE.
               OPEN OUTPUT ELIG-OUT.
               OPEN OUTPUT PRTOUT.
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL
               PERFORM L3-TOTALS.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE STUDENT-MASTER.
               CLOSE ELIG-OUT.
               CLOSE PRTOUT.

           L3-INIT-HEADING.
               ELSE
                   ADD 1 TO C-ELIG-CTR
                   MOVE 'ELIGIBLE'         TO D-STANDING
                   MOVE I-ID               TO EL-ID
                   MOVE I-MAJOR            TO EL-MAJOR
                   MOVE C-GRD-HOURS        TO EL-HOURS
                   MOVE C-CMP-GPA          TO EL-GPA
                   WRITE EL-REC
               END-IF.
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 2 LINES
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'DEGREQ.DAT' DELIMITED BY SIZE
               INTO FP-DEGREQ-DAT.
           MOVE SPACES TO FP-DEGELIG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'DEGELIG.DAT' DELIMITED BY SIZE
               INTO FP-DEGELIG-DAT.
           MOVE SPACES TO FP-DEGAUDIT-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'DEGAUDIT.PRT' DELIMITED BY SIZE
