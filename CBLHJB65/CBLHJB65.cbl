       IDENTIFICATION DIVISION.
      *DEGREE CONFERRAL FOR THE STUDENT OPERATION. THE CBLHJB31
      *DEGREE AUDIT WRITES EVERY STUDENT IT FINDS ELIGIBLE TO
      *DEGELIG.DAT; THIS RUN CONFERS THE DEGREE ON EACH OF THEM
      *FOR THE TERM NAMED ON THE ONE-RECORD CONTROL FILE
      *CONFCTL.DAT (TERM, CONFERRAL DATE - ZERO TAKES THE RUN
      *DATE - AND THE DEGREE CODE, BLANK FOR A BS). LATIN HONORS
      *COME FROM THE AUDITED CUMULATIVE GPA AND THE HONORS TABLE
      *HONORS.DAT - THE HIGHEST MINIMUM GPA THE STUDENT MEETS -
      *SO THE CUTOFFS CAN CHANGE WITHOUT A PROGRAM CHANGE. EACH
      *GRADUATE IS DELETED FROM THE ACTIVE MASTER, STDNTMST.IDX,
      *(THE NEXT CBLHJB10 UNLOAD DROPS THEM FROM THE ROSTER AND
      *FROM TUITION BILLING) AND ADDED TO THE ALUMNI MASTER,
      *ALUMNI.DAT, WITH DEGREE, MAJOR, TERM, CONFERRAL DATE, FINAL
      *GPA, AND HONORS. EVERY RUN ALSO REFRESHES THE EMPLOYER AND
      *SALARY ON THE ALUMNI MASTER FROM PLACMNT.DAT, SO THE
      *PLACEMENT OFFICE KEEPS THE DIRECTORY CURRENT BY KEYING
      *PLACEMENTS AS BEFORE. THE RUN PRINTS THE COMMENCEMENT
      *PROGRAM LISTING BY MAJOR AND HONORS (COMMENC.PRT), THE
      *ALUMNI DIRECTORY IN NAME ORDER (ALUMDIR.PRT), AND THE
      *STUDENTS NOT CONFERRED (CONFREJ.PRT). THE OPERATOR NAMED ON
      *OPERCTL.DAT IS CHECKED THROUGH CBLOPSEC BEFORE ANY STUDENT
      *IS REMOVED FROM THE MASTER.
      *EVERY RECORD THE RUN CHANGES ON STDNTMST.IDX IS JOURNALED TO
      *AIJRNL.DAT (CBLAIJRN) SO CBLHJB91 CAN ROLL A RESTORED GENERATION
      *FORWARD.
       PROGRAM-ID. CBLHJB65.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT ELIG-FILE
               ASSIGN TO DYNAMIC FP-DEGELIG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-ELIG-STATUS.

           SELECT IDX-MASTER
               ASSIGN TO DYNAMIC FP-STDNTMST-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS M-ID
                   FILE STATUS IS C-MASTER-STATUS.

           SELECT OPTIONAL CONF-CTL
               ASSIGN TO DYNAMIC FP-CONFCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HONORS-FILE
               ASSIGN TO DYNAMIC FP-HONORS-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ALUMNI-MASTER
               ASSIGN TO DYNAMIC FP-ALUMNI-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PLACEMENT-FILE
               ASSIGN TO DYNAMIC FP-PLACMNT-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRAD-FILE
               ASSIGN TO DYNAMIC FP-CONFGRD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRAD-SORT-WORK
               ASSIGN TO 'SORTWK1'.

           SELECT GRAD-SORTED
               ASSIGN TO DYNAMIC FP-CONFGRD-SRT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALUM-SORT-WORK
               ASSIGN TO 'SORTWK2'.

           SELECT ALUM-SORTED
               ASSIGN TO DYNAMIC FP-ALUMNI-SRT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-COMMENC-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT DIROUT
               ASSIGN TO DYNAMIC FP-ALUMDIR-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT ERROUT
               ASSIGN TO DYNAMIC FP-CONFREJ-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

      *    THIS STEP DELETES STUDENTS FROM THE MASTER, SO THE
      *    OPERATOR NAMED ON OPERCTL.DAT IS CHECKED AGAINST THE
      *    OPERATOR FILE THE SAME WAY CBLHJB09 DOES.
           SELECT OPTIONAL OPER-CTL
               ASSIGN TO DYNAMIC FP-OPERCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ELIG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS EL-REC
           RECORD CONTAINS 17 CHARACTERS.

       01 EL-REC.
           05 EL-ID                    PIC X(7).
           05 EL-MAJOR                 PIC X(4).
           05 EL-HOURS                 PIC 9(3).
           05 EL-GPA                   PIC 9V99.

           FD IDX-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS M-REC
           RECORD CONTAINS 53 CHARACTERS.

       01 M-REC.
           05 M-ID                     PIC X(7).
           05 M-LNAME                  PIC X(15).
           05 M-FNAME                  PIC X(15).
           05 M-INIT                   PIC X.
           05 M-GPA                    PIC 9V99.
           05 M-EX-STRT-SAL            PIC 9(6)V99.
           05 M-MAJOR                  PIC X(4).

           FD CONF-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS CF-REC
           RECORD CONTAINS 17 CHARACTERS.

       01 CF-REC.
           05 CF-TERM                  PIC X(5).
           05 CF-CONFER-DATE           PIC 9(8).
           05 CF-DEGREE                PIC X(4).

           FD HONORS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HN-REC
           RECORD CONTAINS 18 CHARACTERS.

       01 HN-REC.
           05 HN-MIN-GPA               PIC 9V99.
           05 HN-HONOR                 PIC X(15).

           FD ALUMNI-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS AL-REC
           RECORD CONTAINS 116 CHARACTERS.

       01 AL-REC.
           05 AL-ID                    PIC X(7).
           05 AL-LNAME                 PIC X(15).
           05 AL-FNAME                 PIC X(15).
           05 AL-INIT                  PIC X.
           05 AL-MAJOR                 PIC X(4).
           05 AL-DEGREE                PIC X(4).
           05 AL-TERM                  PIC X(5).
           05 AL-CONFER-DATE           PIC 9(8).
           05 AL-GPA                   PIC 9V99.
           05 AL-HOURS                 PIC 9(3).
           05 AL-HONORS                PIC X(15).
           05 AL-EMPLOYER              PIC X(20).
           05 AL-ACT-SAL               PIC 9(6)V99.
           05 AL-PLC-DATE              PIC 9(8).

           FD PLACEMENT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PL-REC
           RECORD CONTAINS 43 CHARACTERS.

       01 PL-REC.
           05 PL-ID                    PIC X(7).
           05 PL-EMPLOYER              PIC X(20).
           05 PL-ACT-SAL               PIC 9(6)V99.
           05 PL-DATE                  PIC 9(8).

      *    THIS RUN'S GRADUATES - THE ALUMNI LAYOUT PLUS THE HONORS
      *    CUTOFF, SO THE COMMENCEMENT SORT PUTS THE HIGHEST HONORS
      *    FIRST WITHIN EACH MAJOR.
           FD GRAD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GW-REC
           RECORD CONTAINS 119 CHARACTERS.

       01 GW-REC.
           05 GW-ALUMNI                PIC X(116).
           05 GW-HON-MIN               PIC 9V99.

           SD GRAD-SORT-WORK
           DATA RECORD IS GS-REC.

       01 GS-REC.
           05 GS-ID                    PIC X(7).
           05 GS-LNAME                 PIC X(15).
           05 GS-FNAME                 PIC X(15).
           05 GS-INIT                  PIC X.
           05 GS-MAJOR                 PIC X(4).
           05 GS-REST                  PIC X(74).
           05 GS-HON-MIN               PIC 9V99.

           FD GRAD-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS GD-REC
           RECORD CONTAINS 119 CHARACTERS.

       01 GD-REC.
           05 GD-ID                    PIC X(7).
           05 GD-LNAME                 PIC X(15).
           05 GD-FNAME                 PIC X(15).
           05 GD-INIT                  PIC X.
           05 GD-MAJOR                 PIC X(4).
           05 GD-DEGREE                PIC X(4).
           05 GD-TERM                  PIC X(5).
           05 GD-CONFER-DATE           PIC 9(8).
           05 GD-GPA                   PIC 9V99.
           05 GD-HOURS                 PIC 9(3).
           05 GD-HONORS                PIC X(15).
           05 GD-EMPLOYER              PIC X(20).
           05 GD-ACT-SAL               PIC 9(6)V99.
           05 GD-PLC-DATE              PIC 9(8).
           05 GD-HON-MIN               PIC 9V99.

           SD ALUM-SORT-WORK
           DATA RECORD IS AS-REC.

       01 AS-REC.
           05 AS-ID                    PIC X(7).
           05 AS-LNAME                 PIC X(15).
           05 AS-FNAME                 PIC X(15).
           05 AS-REST                  PIC X(79).

           FD ALUM-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS AD-REC
           RECORD CONTAINS 116 CHARACTERS.

       01 AD-REC.
           05 AD-ID                    PIC X(7).
           05 AD-LNAME                 PIC X(15).
           05 AD-FNAME                 PIC X(15).
           05 AD-INIT                  PIC X.
           05 AD-MAJOR                 PIC X(4).
           05 AD-DEGREE                PIC X(4).
           05 AD-TERM                  PIC X(5).
           05 AD-CONFER-DATE           PIC 9(8).
           05 AD-GPA                   PIC 9V99.
           05 AD-HOURS                 PIC 9(3).
           05 AD-HONORS                PIC X(15).
           05 AD-EMPLOYER              PIC X(20).
           05 AD-ACT-SAL               PIC 9(6)V99.
           05 AD-PLC-DATE              PIC 9(8).

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                      PIC X(132).

           FD DIROUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS DIRLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 DIRLINE                      PIC X(132).

           FD ERROUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS ERRLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 ERRLINE                      PIC X(132).

           FD OPER-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS OC-REC
           RECORD CONTAINS 8 CHARACTERS.

       01 OC-REC.
           05 OC-OPER-ID               PIC X(8).

           FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 9 CHARACTERS.

       01 RC-REC.
           05 RC-AS-OF-DATE.
               10 RC-AS-OF-YEAR        PIC 9(4).
               10 RC-AS-OF-MONTH       PIC 99.
               10 RC-AS-OF-DAY         PIC 99.
           05 RC-RERUN-FLAG            PIC X.

           FD RUN-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS RL-REC
           RECORD CONTAINS 49 CHARACTERS.

       01 RL-REC.
           05 RL-PROGRAM-ID            PIC X(8).
           05 RL-RUN-DATE.
               10 RL-RUN-YEAR          PIC 9(4).
               10 RL-RUN-MONTH         PIC 99.
               10 RL-RUN-DAY           PIC 99.
           05 RL-RUN-TIME              PIC X(11).
           05 RL-RECS-READ             PIC 9(7).
           05 RL-RECS-PROCESSED        PIC 9(7).
           05 RL-RECS-REJECTED         PIC 9(7).
           05 RL-ENTRY-TYPE            PIC X.

       WORKING-STORAGE SECTION.
       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-DEGELIG-DAT         PIC X(40)   VALUE SPACES.
           05 FP-STDNTMST-IDX        PIC X(40)   VALUE SPACES.
           05 FP-CONFCTL-DAT         PIC X(40)   VALUE SPACES.
           05 FP-HONORS-DAT          PIC X(40)   VALUE SPACES.
           05 FP-ALUMNI-DAT          PIC X(40)   VALUE SPACES.
           05 FP-PLACMNT-DAT         PIC X(40)   VALUE SPACES.
           05 FP-CONFGRD-DAT         PIC X(40)   VALUE SPACES.
           05 FP-CONFGRD-SRT         PIC X(40)   VALUE SPACES.
           05 FP-ALUMNI-SRT          PIC X(40)   VALUE SPACES.
           05 FP-COMMENC-PRT         PIC X(40)   VALUE SPACES.
           05 FP-ALUMDIR-PRT         PIC X(40)   VALUE SPACES.
           05 FP-CONFREJ-PRT         PIC X(40)   VALUE SPACES.
           05 FP-OPERCTL-DAT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-HONORS          PIC X(3)    VALUE 'YES'.
               05 MORE-ALUMNI          PIC X(3)    VALUE 'YES'.
               05 MORE-PLACEMENTS      PIC X(3)    VALUE 'YES'.
               05 MORE-GRADS           PIC X(3)    VALUE 'YES'.
               05 MORE-DIR             PIC X(3)    VALUE 'YES'.
               05 C-ELIG-STATUS        PIC XX      VALUE '00'.
               05 C-MASTER-STATUS      PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 ERR-SW               PIC X       VALUE 'N'.
               05 ERR-MSG              PIC X(40)   VALUE SPACES.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 DIR-PAGE-CTR         PIC 99      VALUE 0.
               05 ERR-PAGE-CTR         PIC 99      VALUE 0.
               05 C-RUNLOG-RECS-READ   PIC 9(7)    VALUE 0.
               05 C-CONFER-CTR         PIC 9(5)    VALUE 0.
               05 C-ERR-CTR            PIC 9(5)    VALUE 0.
               05 C-MAJOR-CTR          PIC 9(5)    VALUE 0.
               05 C-DIR-CTR            PIC 9(5)    VALUE 0.
               05 C-REFRESH-CTR        PIC 9(5)    VALUE 0.
               05 C-HON-CTR            PIC 99      VALUE 0.
               05 C-HON-SUB            PIC 99      VALUE 0.
               05 C-ALUM-CTR           PIC 9(4)    VALUE 0.
               05 C-ALUM-SUB           PIC 9(4)    VALUE 0.
               05 C-HONORS             PIC X(15)   VALUE SPACES.
               05 C-HON-MIN            PIC 9V99    VALUE 0.
               05 C-PREV-MAJOR         PIC X(4)    VALUE SPACES.
               05 C-PREV-HONORS        PIC X(15)   VALUE SPACES.
               05 C-CONFER-TERM        PIC X(5)    VALUE SPACES.
               05 C-CONFER-DEGREE      PIC X(4)    VALUE SPACES.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
               05 C-CONFER-DATE        PIC 9(8)    VALUE 0.
               05 C-CONFER-DATE-R REDEFINES C-CONFER-DATE.
                   10 C-CONFER-YEAR    PIC 9(4).
                   10 C-CONFER-MONTH   PIC 99.
                   10 C-CONFER-DAY     PIC 99.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).
               05 C-AIJ-FUNCTION       PIC X       VALUE SPACE.
               05 C-AIJ-FILE           PIC X(12)   VALUE SPACES.
               05 C-AIJ-PROGRAM        PIC X(8)    VALUE 'CBLHJB65'.

           01 SIGN-ON-FIELDS.
               05 SO-PROGRAM           PIC X(8)    VALUE 'CBLHJB65'.
               05 SO-MODE              PIC X       VALUE 'B'.
               05 SO-OPER-ID           PIC X(8)    VALUE SPACES.
               05 SO-PASSWORD          PIC X(8)    VALUE SPACES.
               05 SO-REQ-LEVEL         PIC 9       VALUE 3.
               05 SO-RESULT            PIC X       VALUE 'N'.

           01 HONORS-TABLE.
               05 HON-ENTRY            OCCURS 10 TIMES.
                   10 HON-MIN-GPA      PIC 9V99.
                   10 HON-HONOR        PIC X(15).

           01 ALUMNI-TABLE.
               05 ALUM-ENTRY           OCCURS 5000 TIMES.
                   10 ALT-ID           PIC X(7).
                   10 ALT-LNAME        PIC X(15).
                   10 ALT-FNAME        PIC X(15).
                   10 ALT-INIT         PIC X.
                   10 ALT-MAJOR        PIC X(4).
                   10 ALT-DEGREE       PIC X(4).
                   10 ALT-TERM         PIC X(5).
                   10 ALT-CONFER-DATE  PIC 9(8).
                   10 ALT-GPA          PIC 9V99.
                   10 ALT-HOURS        PIC 9(3).
                   10 ALT-HONORS       PIC X(15).
                   10 ALT-EMPLOYER     PIC X(20).
                   10 ALT-ACT-SAL      PIC 9(6)V99.
                   10 ALT-PLC-DATE     PIC 9(8).

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(30)   VALUE SPACES.
               05 FILLER               PIC X(35)
                  VALUE 'WILSON S COMMENCEMENT PROGRAM - TER'.
               05 FILLER               PIC X(3)    VALUE 'M  '.
               05 TITLE-TERM           PIC X(5).
               05 FILLER               PIC X(35)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 CONFER-DATE-LINE.
               05 FILLER               PIC X(46)   VALUE SPACES.
               05 FILLER               PIC X(19)
                  VALUE 'DEGREES CONFERRED  '.
               05 CDL-MONTH            PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 CDL-DAY              PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 CDL-YEAR             PIC 9(4).

           01 MAJOR-LINE.
               05 FILLER               PIC X(7)    VALUE 'MAJOR: '.
               05 ML-MAJOR             PIC X(4).

           01 HONORS-LINE.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 HL-HONORS            PIC X(15).

           01 COL-HEADING.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'FIRST NAME'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'LAST NAME'.
               05 FILLER               PIC X(9)    VALUE SPACES.
               05 FILLER               PIC XX      VALUE 'ID'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'DEGREE'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(3)    VALUE 'GPA'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'HOURS'.

           01 DETAIL-LINE.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 D-FNAME              PIC X(15).
               05 FILLER               PIC X       VALUE SPACE.
               05 D-INIT               PIC X.
               05 FILLER               PIC X       VALUE SPACE.
               05 D-LNAME              PIC X(15).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-ID                 PIC X(7).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-DEGREE             PIC X(4).
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 D-GPA                PIC 9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 D-HOURS              PIC ZZ9.

           01 MAJOR-TOTAL-LINE.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(20)
                  VALUE 'GRADUATES IN MAJOR  '.
               05 MT-MAJOR             PIC X(4).
               05 FILLER               PIC X       VALUE SPACE.
               05 MT-MAJOR-CTR         PIC ZZ,ZZ9.

           01 NONE-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(32)
                  VALUE 'NO DEGREES CONFERRED THIS RUN   '.

           01 TOTAL-LINE1.
               05 FILLER               PIC X(21)
                  VALUE 'DEGREES CONFERRED    '.
               05 GT-CONFER-CTR        PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'NOT CONFERRED        '.
               05 GT-ERR-CTR           PIC ZZ,ZZ9.

           01 DIR-TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 DIR-TITLE-DATE.
                   10 DIR-TITLE-MONTH  PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 DIR-TITLE-DAY    PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 DIR-TITLE-YEAR   PIC X(4).
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(25)
                  VALUE 'WILSON S ALUMNI DIRECTORY'.
               05 FILLER               PIC X(43)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 DIR-TITLE-PAGE       PIC Z9.

           01 DIR-COL-HEADING.
               05 FILLER               PIC X(9)    VALUE 'LAST NAME'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'FIRST NAME'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC XX      VALUE 'ID'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'MAJOR'.
               05 FILLER               PIC X       VALUE SPACE.
               05 FILLER               PIC X(4)    VALUE 'DEG '.
               05 FILLER               PIC X       VALUE SPACE.
               05 FILLER               PIC X(5)    VALUE 'TERM '.
               05 FILLER               PIC X       VALUE SPACE.
               05 FILLER               PIC X(6)    VALUE 'HONORS'.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'EMPLOYER'.
               05 FILLER               PIC X(13)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'SALARY'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'UPDATED'.

           01 DIR-DETAIL-LINE.
               05 DD-LNAME             PIC X(15).
               05 FILLER               PIC X       VALUE SPACE.
               05 DD-FNAME             PIC X(15).
               05 FILLER               PIC X       VALUE SPACE.
               05 DD-ID                PIC X(7).
               05 FILLER               PIC X       VALUE SPACE.
               05 DD-MAJOR             PIC X(4).
               05 FILLER               PIC XX      VALUE SPACES.
               05 DD-DEGREE            PIC X(4).
               05 FILLER               PIC X       VALUE SPACE.
               05 DD-TERM              PIC X(5).
               05 FILLER               PIC X       VALUE SPACE.
               05 DD-HONORS            PIC X(15).
               05 FILLER               PIC X       VALUE SPACE.
               05 DD-EMPLOYER          PIC X(20).
               05 FILLER               PIC X       VALUE SPACE.
               05 DD-ACT-SAL           PIC ZZZ,ZZ9.99.
               05 FILLER               PIC XX      VALUE SPACES.
               05 DD-PLC-DATE          PIC X(10).

           01 DIR-PLC-DATE.
               05 DPD-MONTH            PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 DPD-DAY              PIC 99.
               05 FILLER               PIC X       VALUE '/'.
               05 DPD-YEAR             PIC 9(4).

           01 DIR-TOTAL-LINE.
               05 FILLER               PIC X(21)
                  VALUE 'ALUMNI ON FILE       '.
               05 GT-DIR-CTR           PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'PLACEMENTS APPLIED   '.
               05 GT-REFRESH-CTR       PIC ZZ,ZZ9.

           01 ERR-TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 ERR-TITLE-DATE.
                   10 ERR-TITLE-MONTH  PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 ERR-TITLE-DAY    PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 ERR-TITLE-YEAR   PIC X(4).
               05 FILLER               PIC X(36)   VALUE SPACES.
               05 FILLER               PIC X(33)
                  VALUE 'DEGREE CONFERRAL - NOT CONFERRED '.
               05 FILLER               PIC X(39)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 ERR-TITLE-PAGE       PIC Z9.

           01 ERR-COL-HEADING.
               05 FILLER               PIC X(12)
                  VALUE 'ERROR RECORD'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(17)
                  VALUE 'ERROR DESCRIPTION'.

           01 ERROR-LINE.
               05 ERR-REC              PIC X(17).
               05 FILLER               PIC XX      VALUE SPACES.
               05 ERR-DESC             PIC X(40).

           01 ERR-TOTAL-LINE.
               05 FILLER               PIC X(13)
                  VALUE 'TOTAL ERRORS '.
               05 GT-ERR-TOTAL         PIC Z,ZZ9.

       PROCEDURE DIVISION.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               PERFORM L3-WRITE-RUN-LOG-START.
               PERFORM L2-INIT.
               PERFORM L2-MAINLINE
                   UNTIL MORE-RECS = 'NO'.
               PERFORM L2-CLOSING.
               STOP RUN.

           L2-INIT.
               OPEN INPUT OPER-CTL.
               READ OPER-CTL
                   AT END
                       MOVE SPACES TO OC-OPER-ID.
               CLOSE OPER-CTL.
               MOVE OC-OPER-ID TO SO-OPER-ID.
               CALL 'CBLOPSEC' USING SO-PROGRAM, SO-MODE,
                   SO-OPER-ID, SO-PASSWORD, SO-REQ-LEVEL, SO-RESULT.
               IF SO-RESULT NOT = 'Y'
                   DISPLAY 'CBLHJB65 - OPERATOR ' SO-OPER-ID
                       ' NOT AUTHORIZED FOR DEGREE CONFERRAL - '
                       'RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL
                   AT END
                       MOVE ZEROS TO RC-AS-OF-DATE
                       MOVE 'N'   TO RC-RERUN-FLAG.
               CLOSE RUN-CONTROL.
               IF RC-AS-OF-YEAR = ZERO
                   MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME
                   MOVE CURRENT-MONTH          TO TITLE-MONTH
                   MOVE CURRENT-DAY            TO TITLE-DAY
                   MOVE CURRENT-YEAR           TO TITLE-YEAR
               ELSE
                   MOVE RC-AS-OF-MONTH         TO TITLE-MONTH
                   MOVE RC-AS-OF-DAY           TO TITLE-DAY
                   MOVE RC-AS-OF-YEAR          TO TITLE-YEAR
               END-IF.
               MOVE TITLE-DATE                 TO DIR-TITLE-DATE.
               MOVE TITLE-DATE                 TO ERR-TITLE-DATE.
               PERFORM L3-READ-CONFER-CTL.
               OPEN INPUT HONORS-FILE.
               PERFORM L3-LOAD-HONORS
                   UNTIL MORE-HONORS = 'NO'.
               CLOSE HONORS-FILE.
               OPEN INPUT ALUMNI-MASTER.
               PERFORM L3-LOAD-ALUMNI
                   UNTIL MORE-ALUMNI = 'NO'.
               CLOSE ALUMNI-MASTER.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT ELIG-FILE.
               IF C-ELIG-STATUS NOT = '00'
                   DISPLAY 'CBLHJB65 - UNABLE TO OPEN ELIG-FILE, '
                       'STATUS = ' C-ELIG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'B'                TO C-AIJ-FUNCTION.
               MOVE 'STDNTMST.IDX'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               OPEN I-O IDX-MASTER.
               IF C-MASTER-STATUS NOT = '00'
                   DISPLAY 'CBLHJB65 - UNABLE TO OPEN IDX-MASTER, '
                       'STATUS = ' C-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT GRAD-FILE.
               OPEN OUTPUT ERROUT.
               PERFORM L3-INIT-ERR-HEADING.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-CONFER
                   THRU L3-CONFER-EXIT.
               IF ERR-SW = 'N'
                   ADD 1 TO C-CONFER-CTR
               ELSE
                   PERFORM L3-ERROR-PRINT
               END-IF.
               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               CLOSE ELIG-FILE.
               CLOSE IDX-MASTER.
               MOVE 'E'                TO C-AIJ-FUNCTION.
               MOVE 'STDNTMST.IDX'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               CLOSE GRAD-FILE.
               OPEN INPUT PLACEMENT-FILE.
               PERFORM L3-APPLY-PLACEMENT
                   UNTIL MORE-PLACEMENTS = 'NO'.
               CLOSE PLACEMENT-FILE.
               PERFORM L3-REWRITE-ALUMNI.
               PERFORM L3-PRINT-COMMENCEMENT.
               PERFORM L3-PRINT-DIRECTORY.
               PERFORM L3-ERR-TOTALS.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE ERROUT.

           L3-READ-CONFER-CTL.
      *    WITH NO TERM TO CONFER FOR, NOTHING IS TAKEN OFF THE
      *    MASTER - THE RUN IS REFUSED BEFORE ANY FILE IS TOUCHED.
               OPEN INPUT CONF-CTL.
               READ CONF-CTL
                   AT END
                       MOVE SPACES TO CF-REC.
               CLOSE CONF-CTL.
               IF CF-TERM = SPACES
                   DISPLAY 'CBLHJB65 - NO CONFERRAL TERM ON '
                       'CONFCTL.DAT - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE CF-TERM TO C-CONFER-TERM.
               MOVE CF-TERM TO TITLE-TERM.
               IF CF-DEGREE = SPACES
                   MOVE 'BS  ' TO C-CONFER-DEGREE
               ELSE
                   MOVE CF-DEGREE TO C-CONFER-DEGREE
               END-IF.
               IF CF-CONFER-DATE NOT NUMERIC OR CF-CONFER-DATE = 0
                   MOVE TITLE-YEAR  TO C-CONFER-YEAR
                   MOVE TITLE-MONTH TO C-CONFER-MONTH
                   MOVE TITLE-DAY   TO C-CONFER-DAY
               ELSE
                   MOVE CF-CONFER-DATE TO C-VAL-DATE
                   CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS
                   IF C-DATE-STATUS NOT = 'Y'
                       DISPLAY 'CBLHJB65 - CONFERRAL DATE '
                           CF-CONFER-DATE ' IS NOT A VALID DATE - '
                           'RUN REFUSED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE CF-CONFER-DATE TO C-CONFER-DATE
               END-IF.
               MOVE C-CONFER-MONTH TO CDL-MONTH.
               MOVE C-CONFER-DAY   TO CDL-DAY.
               MOVE C-CONFER-YEAR  TO CDL-YEAR.

           L3-LOAD-HONORS.
               READ HONORS-FILE
                   AT END
                       MOVE 'NO' TO MORE-HONORS
                   NOT AT END
                       IF C-HON-CTR < 10
                           ADD 1 TO C-HON-CTR
                           MOVE HN-MIN-GPA TO HON-MIN-GPA(C-HON-CTR)
                           MOVE HN-HONOR   TO HON-HONOR(C-HON-CTR)
                       ELSE
                           DISPLAY 'CBLHJB65 - HONORS TABLE '
                               'OVERFLOW, EXTRA LEVELS IGNORED'
                           MOVE 8 TO RETURN-CODE
                           MOVE 'NO' TO MORE-HONORS
                       END-IF
               END-READ.

           L3-LOAD-ALUMNI.
      *    ALUMNI.DAT IS REWRITTEN IN FULL FROM THIS TABLE, SO AN
      *    OVERFLOW HALTS THE RUN RATHER THAN LOSE ALUMNI.
               READ ALUMNI-MASTER
                   AT END
                       MOVE 'NO' TO MORE-ALUMNI
                   NOT AT END
                       IF C-ALUM-CTR < 5000
                           ADD 1 TO C-ALUM-CTR
                           MOVE AL-REC TO ALUM-ENTRY(C-ALUM-CTR)
                       ELSE
                           DISPLAY 'CBLHJB65 - ALUMNI TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-ALUMNI
                       END-IF
               END-READ.

           L3-INIT-ERR-HEADING.
               ADD 1 TO ERR-PAGE-CTR.
               MOVE ERR-PAGE-CTR           TO ERR-TITLE-PAGE.
               WRITE ERRLINE FROM ERR-TITLE-LINE.
               WRITE ERRLINE FROM ERR-COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L3-READ-INPUT.
               READ ELIG-FILE
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-RUNLOG-RECS-READ
               END-IF.

           L3-CONFER.
               MOVE 'N' TO ERR-SW.
               PERFORM VARYING C-ALUM-SUB FROM 1 BY 1
                   UNTIL C-ALUM-SUB > C-ALUM-CTR
                       OR ALT-ID(C-ALUM-SUB) = EL-ID
               END-PERFORM.
               IF C-ALUM-SUB NOT > C-ALUM-CTR
                   MOVE 'ALREADY ON THE ALUMNI MASTER' TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-CONFER-EXIT.

               MOVE EL-ID TO M-ID.
               READ IDX-MASTER
                   INVALID KEY
                       MOVE 'NOT ON THE STUDENT MASTER' TO ERR-MSG
                       MOVE 'Y' TO ERR-SW
               END-READ.
               IF ERR-SW = 'Y'
                   GO TO L3-CONFER-EXIT.

      *    A MAJOR CHANGED SINCE THE AUDIT MEANS THE AUDIT WAS RUN
      *    AGAINST THE WRONG REQUIREMENTS - RERUN CBLHJB31 FIRST.
               IF M-MAJOR NOT = EL-MAJOR
                   MOVE 'MAJOR CHANGED SINCE THE DEGREE AUDIT'
                       TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-CONFER-EXIT.

               IF C-ALUM-CTR NOT < 5000
                   DISPLAY 'CBLHJB65 - ALUMNI TABLE FULL, '
                       'CONFERRAL INCOMPLETE'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'ALUMNI TABLE FULL - NOT CONFERRED' TO ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-CONFER-EXIT.

               DELETE IDX-MASTER RECORD
                   INVALID KEY
                       MOVE 'MASTER DELETE REJECTED BY KEY' TO ERR-MSG
                       MOVE 'Y' TO ERR-SW
               END-DELETE.
               IF ERR-SW = 'Y'
                   GO TO L3-CONFER-EXIT.

               PERFORM L4-FIND-HONORS.
               ADD 1 TO C-ALUM-CTR.
               MOVE SPACES            TO ALUM-ENTRY(C-ALUM-CTR).
               MOVE M-ID              TO ALT-ID(C-ALUM-CTR).
               MOVE M-LNAME           TO ALT-LNAME(C-ALUM-CTR).
               MOVE M-FNAME           TO ALT-FNAME(C-ALUM-CTR).
               MOVE M-INIT            TO ALT-INIT(C-ALUM-CTR).
               MOVE M-MAJOR           TO ALT-MAJOR(C-ALUM-CTR).
               MOVE C-CONFER-DEGREE   TO ALT-DEGREE(C-ALUM-CTR).
               MOVE C-CONFER-TERM     TO ALT-TERM(C-ALUM-CTR).
               MOVE C-CONFER-DATE     TO ALT-CONFER-DATE(C-ALUM-CTR).
               MOVE EL-GPA            TO ALT-GPA(C-ALUM-CTR).
               MOVE EL-HOURS          TO ALT-HOURS(C-ALUM-CTR).
               MOVE C-HONORS          TO ALT-HONORS(C-ALUM-CTR).
               MOVE 0                 TO ALT-ACT-SAL(C-ALUM-CTR).
               MOVE 0                 TO ALT-PLC-DATE(C-ALUM-CTR).
               MOVE ALUM-ENTRY(C-ALUM-CTR) TO GW-ALUMNI.
               MOVE C-HON-MIN         TO GW-HON-MIN.
               WRITE GW-REC.

           L3-CONFER-EXIT.
               EXIT.

           L4-FIND-HONORS.
      *    THE TABLE NEED NOT BE IN ORDER - THE HIGHEST CUTOFF THE
      *    GPA MEETS WINS. BELOW EVERY CUTOFF THERE ARE NO HONORS.
               MOVE SPACES TO C-HONORS.
               MOVE 0      TO C-HON-MIN.
               PERFORM VARYING C-HON-SUB FROM 1 BY 1
                   UNTIL C-HON-SUB > C-HON-CTR
                       IF EL-GPA NOT < HON-MIN-GPA(C-HON-SUB)
                           AND (C-HONORS = SPACES
                               OR HON-MIN-GPA(C-HON-SUB) > C-HON-MIN)
                           MOVE HON-MIN-GPA(C-HON-SUB) TO C-HON-MIN
                           MOVE HON-HONOR(C-HON-SUB)   TO C-HONORS
                       END-IF
               END-PERFORM.

           L3-ERROR-PRINT.
               ADD 1 TO C-ERR-CTR.
               MOVE EL-REC  TO ERR-REC.
               MOVE ERR-MSG TO ERR-DESC.
               WRITE ERRLINE FROM ERROR-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-ERROR-HEADING.

           L3-APPLY-PLACEMENT.
      *    PLACMNT.DAT IS KEYED BY THE PLACEMENT OFFICE IN DATE
      *    ORDER, SO THE LAST PLACEMENT READ FOR AN ALUMNUS STANDS.
               READ PLACEMENT-FILE
                   AT END
                       MOVE 'NO' TO MORE-PLACEMENTS
                   NOT AT END
                       PERFORM VARYING C-ALUM-SUB FROM 1 BY 1
                           UNTIL C-ALUM-SUB > C-ALUM-CTR
                               OR ALT-ID(C-ALUM-SUB) = PL-ID
                       END-PERFORM
                       IF C-ALUM-SUB NOT > C-ALUM-CTR
                           ADD 1 TO C-REFRESH-CTR
                           MOVE PL-EMPLOYER
                               TO ALT-EMPLOYER(C-ALUM-SUB)
                           MOVE PL-ACT-SAL TO ALT-ACT-SAL(C-ALUM-SUB)
                           MOVE PL-DATE    TO ALT-PLC-DATE(C-ALUM-SUB)
                       END-IF
               END-READ.

           L3-REWRITE-ALUMNI.
               OPEN OUTPUT ALUMNI-MASTER.
               PERFORM VARYING C-ALUM-SUB FROM 1 BY 1
                   UNTIL C-ALUM-SUB > C-ALUM-CTR
                       MOVE ALUM-ENTRY(C-ALUM-SUB) TO AL-REC
                       WRITE AL-REC
               END-PERFORM.
               CLOSE ALUMNI-MASTER.

           L3-PRINT-COMMENCEMENT.
               SORT GRAD-SORT-WORK
                   ON ASCENDING KEY GS-MAJOR
                   ON DESCENDING KEY GS-HON-MIN
                   ON ASCENDING KEY GS-LNAME
                   ON ASCENDING KEY GS-FNAME
                   USING GRAD-FILE
                   GIVING GRAD-SORTED.
               IF SORT-RETURN NOT = ZERO
                   DISPLAY 'CBLHJB65 - SORT OF GRAD-FILE FAILED, '
                       'SORT-RETURN = ' SORT-RETURN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT PRTOUT.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
               WRITE PRTLINE FROM CONFER-DATE-LINE
                   AFTER ADVANCING 1 LINE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.
               OPEN INPUT GRAD-SORTED.
               PERFORM L4-READ-GRAD.
               PERFORM L4-PRINT-GRAD
                   UNTIL MORE-GRADS = 'NO'.
               CLOSE GRAD-SORTED.
               IF C-CONFER-CTR = 0
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   PERFORM L4-MAJOR-TOTAL
               END-IF.
               MOVE C-CONFER-CTR           TO GT-CONFER-CTR.
               MOVE C-ERR-CTR              TO GT-ERR-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               CLOSE PRTOUT.

           L4-READ-GRAD.
               READ GRAD-SORTED
                   AT END
                       MOVE 'NO' TO MORE-GRADS.

           L4-PRINT-GRAD.
               IF GD-MAJOR NOT = C-PREV-MAJOR
                   IF C-PREV-MAJOR NOT = SPACES
                       PERFORM L4-MAJOR-TOTAL
                   END-IF
                   MOVE GD-MAJOR           TO C-PREV-MAJOR
                   MOVE 0                  TO C-MAJOR-CTR
                   MOVE GD-MAJOR           TO ML-MAJOR
                   WRITE PRTLINE FROM MAJOR-LINE
                       AFTER ADVANCING 3 LINES
                           AT EOP
                               PERFORM L4-HEADING
                   END-WRITE
                   MOVE HIGH-VALUES        TO C-PREV-HONORS
               END-IF.
               IF GD-HONORS NOT = C-PREV-HONORS
                   MOVE GD-HONORS          TO C-PREV-HONORS
                   IF GD-HONORS = SPACES
                       MOVE 'CANDIDATES     ' TO HL-HONORS
                   ELSE
                       MOVE GD-HONORS      TO HL-HONORS
                   END-IF
                   WRITE PRTLINE FROM HONORS-LINE
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM L4-HEADING
                   END-WRITE
               END-IF.
               ADD 1 TO C-MAJOR-CTR.
               MOVE GD-FNAME               TO D-FNAME.
               MOVE GD-INIT                TO D-INIT.
               MOVE GD-LNAME               TO D-LNAME.
               MOVE GD-ID                  TO D-ID.
               MOVE GD-DEGREE              TO D-DEGREE.
               MOVE GD-GPA                 TO D-GPA.
               MOVE GD-HOURS               TO D-HOURS.
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.
               PERFORM L4-READ-GRAD.

           L4-MAJOR-TOTAL.
               MOVE C-PREV-MAJOR           TO MT-MAJOR.
               MOVE C-MAJOR-CTR            TO MT-MAJOR-CTR.
               WRITE PRTLINE FROM MAJOR-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-HEADING.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM CONFER-DATE-LINE
                   AFTER ADVANCING 1 LINE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L3-PRINT-DIRECTORY.
               SORT ALUM-SORT-WORK
                   ON ASCENDING KEY AS-LNAME
                   ON ASCENDING KEY AS-FNAME
                   ON ASCENDING KEY AS-ID
                   USING ALUMNI-MASTER
                   GIVING ALUM-SORTED.
               IF SORT-RETURN NOT = ZERO
                   DISPLAY 'CBLHJB65 - SORT OF ALUMNI-MASTER FAILED, '
                       'SORT-RETURN = ' SORT-RETURN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT DIROUT.
               ADD 1 TO DIR-PAGE-CTR.
               MOVE DIR-PAGE-CTR           TO DIR-TITLE-PAGE.
               WRITE DIRLINE FROM DIR-TITLE-LINE.
               WRITE DIRLINE FROM DIR-COL-HEADING
                   AFTER ADVANCING 2 LINES.
               OPEN INPUT ALUM-SORTED.
               PERFORM L4-PRINT-ALUMNUS
                   UNTIL MORE-DIR = 'NO'.
               CLOSE ALUM-SORTED.
               MOVE C-DIR-CTR              TO GT-DIR-CTR.
               MOVE C-REFRESH-CTR          TO GT-REFRESH-CTR.
               WRITE DIRLINE FROM DIR-TOTAL-LINE
                   AFTER ADVANCING 3 LINES.
               CLOSE DIROUT.

           L4-PRINT-ALUMNUS.
               READ ALUM-SORTED
                   AT END
                       MOVE 'NO' TO MORE-DIR
                   NOT AT END
                       PERFORM L5-PUT-ALUMNUS
               END-READ.

           L5-PUT-ALUMNUS.
               ADD 1 TO C-DIR-CTR.
               MOVE AD-LNAME               TO DD-LNAME.
               MOVE AD-FNAME               TO DD-FNAME.
               MOVE AD-ID                  TO DD-ID.
               MOVE AD-MAJOR               TO DD-MAJOR.
               MOVE AD-DEGREE              TO DD-DEGREE.
               MOVE AD-TERM                TO DD-TERM.
               MOVE AD-HONORS              TO DD-HONORS.
               MOVE AD-EMPLOYER            TO DD-EMPLOYER.
               IF AD-PLC-DATE = 0
                   MOVE 0                  TO DD-ACT-SAL
                   MOVE SPACES             TO DD-PLC-DATE
               ELSE
                   MOVE AD-ACT-SAL         TO DD-ACT-SAL
                   MOVE AD-PLC-DATE(5:2)   TO DPD-MONTH
                   MOVE AD-PLC-DATE(7:2)   TO DPD-DAY
                   MOVE AD-PLC-DATE(1:4)   TO DPD-YEAR
                   MOVE DIR-PLC-DATE       TO DD-PLC-DATE
               END-IF.
               WRITE DIRLINE FROM DIR-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L5-DIR-HEADING.

           L5-DIR-HEADING.
               ADD 1 TO DIR-PAGE-CTR.
               MOVE DIR-PAGE-CTR           TO DIR-TITLE-PAGE.
               WRITE DIRLINE FROM DIR-TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE DIRLINE FROM DIR-COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L3-ERR-TOTALS.
               MOVE C-ERR-CTR              TO GT-ERR-TOTAL.
               WRITE ERRLINE FROM ERR-TOTAL-LINE
                   AFTER ADVANCING 3 LINES.

           L4-ERROR-HEADING.
               ADD 1 TO ERR-PAGE-CTR.
               MOVE ERR-PAGE-CTR           TO ERR-TITLE-PAGE.
               WRITE ERRLINE FROM ERR-TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE ERRLINE FROM ERR-COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB65'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-RUNLOG-RECS-READ     TO RL-RECS-READ.
               MOVE C-CONFER-CTR           TO RL-RECS-PROCESSED.
               MOVE C-ERR-CTR              TO RL-RECS-REJECTED.
               MOVE 'E'                    TO RL-ENTRY-TYPE.
               OPEN EXTEND RUN-LOG.
               WRITE RL-REC.
               CLOSE RUN-LOG.

           L3-WRITE-RUN-LOG-START.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL
                   AT END
                       MOVE ZEROS TO RC-AS-OF-DATE
                       MOVE 'N'   TO RC-RERUN-FLAG.
               CLOSE RUN-CONTROL.
               IF RC-AS-OF-YEAR = ZERO
                   MOVE CURRENT-YEAR       TO C-RUNLOG-YEAR
                   MOVE CURRENT-MONTH      TO C-RUNLOG-MONTH
                   MOVE CURRENT-DAY        TO C-RUNLOG-DAY
               ELSE
                   MOVE RC-AS-OF-DATE      TO C-RUNLOG-DATE
               END-IF.
               MOVE 'CBLHJB65'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE 0                      TO RL-RECS-READ.
               MOVE 0                      TO RL-RECS-PROCESSED.
               MOVE 0                      TO RL-RECS-REJECTED.
               MOVE 'S'                    TO RL-ENTRY-TYPE.
               OPEN EXTEND RUN-LOG.
               WRITE RL-REC.
               CLOSE RUN-LOG.

       L9-SET-FILE-PATHS.
      *    THE COBREGION ENVIRONMENT SETTING STEERS EVERY FILE
      *    ASSIGNMENT - TEST RUNS AGAINST C:\COBOLWI19\TEST\ AND
      *    ANYTHING ELSE AGAINST PRODUCTION, SO A RATE CHANGE OR
      *    A YEAR-END CLOSE CAN BE REHEARSED WITHOUT TOUCHING THE
      *    LIVE MASTERS.
           ACCEPT FP-REGION FROM ENVIRONMENT 'COBREGION'.
           IF FP-REGION = 'TEST' OR FP-REGION = 'test'
               MOVE 'C:\COBOLWI19\TEST\' TO FP-REGION-DIR
           ELSE
               MOVE 'C:\COBOLWI19\' TO FP-REGION-DIR
           END-IF.
           MOVE SPACES TO FP-DEGELIG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'DEGELIG.DAT' DELIMITED BY SIZE
               INTO FP-DEGELIG-DAT.
           MOVE SPACES TO FP-STDNTMST-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STDNTMST.IDX' DELIMITED BY SIZE
               INTO FP-STDNTMST-IDX.
           MOVE SPACES TO FP-CONFCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CONFCTL.DAT' DELIMITED BY SIZE
               INTO FP-CONFCTL-DAT.
           MOVE SPACES TO FP-HONORS-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'HONORS.DAT' DELIMITED BY SIZE
               INTO FP-HONORS-DAT.
           MOVE SPACES TO FP-ALUMNI-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'ALUMNI.DAT' DELIMITED BY SIZE
               INTO FP-ALUMNI-DAT.
           MOVE SPACES TO FP-PLACMNT-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PLACMNT.DAT' DELIMITED BY SIZE
               INTO FP-PLACMNT-DAT.
           MOVE SPACES TO FP-CONFGRD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CONFGRD.DAT' DELIMITED BY SIZE
               INTO FP-CONFGRD-DAT.
           MOVE SPACES TO FP-CONFGRD-SRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CONFGRD.SRT' DELIMITED BY SIZE
               INTO FP-CONFGRD-SRT.
           MOVE SPACES TO FP-ALUMNI-SRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'ALUMNI.SRT' DELIMITED BY SIZE
               INTO FP-ALUMNI-SRT.
           MOVE SPACES TO FP-COMMENC-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'COMMENC.PRT' DELIMITED BY SIZE
               INTO FP-COMMENC-PRT.
           MOVE SPACES TO FP-ALUMDIR-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'ALUMDIR.PRT' DELIMITED BY SIZE
               INTO FP-ALUMDIR-PRT.
           MOVE SPACES TO FP-CONFREJ-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CONFREJ.PRT' DELIMITED BY SIZE
               INTO FP-CONFREJ-PRT.
           MOVE SPACES TO FP-OPERCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'OPERCTL.DAT' DELIMITED BY SIZE
               INTO FP-OPERCTL-DAT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB65.
