       IDENTIFICATION DIVISION.
      *TERM REGISTRATION FOR THE STUDENT OPERATION. A COURSE USED
      *TO SHOW UP ON CRSGRD.DAT ONLY ONCE A GRADE EXISTED, AND
      *ENROLLMENT RAN OUT OF A SPREADSHEET. THE SECTION MASTER,
      *SECTMST.DAT, CARRIES ONE RECORD PER COURSE (FROM THE
      *CRSCAT.DAT CATALOG), TERM, AND SECTION WITH THE MEETING
      *DAYS, SEAT CAPACITY, AND PREREQUISITE COURSE. THIS NIGHTLY
      *RUN APPLIES THE ADD/DROP REQUESTS KEYED BY STUDENT ID ON
      *REGTRAN.DAT AGAINST THE ENROLLMENT FILE REGENRL.DAT, IN THE
      *ORDER THEY WERE KEYED SO SEATS GO FIRST COME FIRST SERVED.
      *AN ADD IS REFUSED FOR A STUDENT NOT ON STDNTMST.IDX, A
      *SECTION NOT ON THE MASTER, A STUDENT WITH AN ACTIVE HOLD ON
      *HOLDMST.DAT (CBLHJB64 - A DROP IS STILL TAKEN), OR A STUDENT
      *WITH NO PASSING GRADE ON CRSGRD.DAT FOR THE PREREQUISITE
      *(THE SAME NOT-AN-F RULE THE CBLHJB31 DEGREE AUDIT USES).
      *AN ADD TO A FULL SECTION PUTS THE STUDENT ON THAT SECTION'S
      *WAITLIST, AND A DROP THAT FREES A SEAT MOVES THE FIRST
      *STUDENT WAITING INTO IT. POSTED REQUESTS MOVE TO
      *REGTRAN.PST AND THE INPUT IS EMPTIED. THE RUN PRINTS THE
      *REGISTRATION CONFIRMATION LISTING BY STUDENT (REGCONF.PRT),
      *A CLASS ROSTER PER SECTION (REGROST.PRT), AND THE WAITLIST
      *REPORT (REGWAIT.PRT).
       PROGRAM-ID. CBLHJB59.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT IDX-MASTER
               ASSIGN TO DYNAMIC FP-STDNTMST-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS I-ID
                   FILE STATUS IS C-IDX-STATUS.

           SELECT SECTION-MASTER
               ASSIGN TO DYNAMIC FP-SECTMST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-SECT-STATUS.

           SELECT OPTIONAL ENROLL-FILE
               ASSIGN TO DYNAMIC FP-REGENRL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REG-INPUT
               ASSIGN TO DYNAMIC FP-REGTRAN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-REG-STATUS.

           SELECT OPTIONAL REG-POSTED
               ASSIGN TO DYNAMIC FP-REGTRAN-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CRS-GRADE-FILE
               ASSIGN TO DYNAMIC FP-CRSGRD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CRS-CATALOG
               ASSIGN TO DYNAMIC FP-CRSCAT-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HOLD-MASTER
               ASSIGN TO DYNAMIC FP-HOLDMST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESULT-RAW
               ASSIGN TO DYNAMIC FP-REGRAW-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESULT-SORT-WORK
               ASSIGN TO 'SORTWK1'.

           SELECT RESULT-SORTED
               ASSIGN TO DYNAMIC FP-REGSRT-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-REGCONF-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT ROSTOUT
               ASSIGN TO DYNAMIC FP-REGROST-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT WAITOUT
               ASSIGN TO DYNAMIC FP-REGWAIT-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD IDX-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 53 CHARACTERS.

       01 I-REC.
           05 I-ID                     PIC X(7).
           05 I-LNAME                  PIC X(15).
           05 I-FNAME                  PIC X(15).
           05 I-INIT                   PIC X.
           05 I-GPA                    PIC 9V99.
           05 I-EX-STRT-SAL            PIC 9(6)V99.
           05 I-MAJOR                  PIC X(4).

           FD SECTION-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-REC
           RECORD CONTAINS 28 CHARACTERS.

       01 SM-REC.
           05 SM-COURSE                PIC X(6).
           05 SM-TERM                  PIC X(5).
           05 SM-SECTION               PIC X(3).
           05 SM-DAYS                  PIC X(5).
           05 SM-CAPACITY              PIC 9(3).
           05 SM-PREREQ                PIC X(6).

           FD ENROLL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RE-REC
           RECORD CONTAINS 33 CHARACTERS.

       01 RE-REC.
           05 RE-ID                    PIC X(7).
           05 RE-COURSE                PIC X(6).
           05 RE-TERM                  PIC X(5).
           05 RE-SECTION               PIC X(3).
           05 RE-STATUS                PIC X.
               88 RE-ENROLLED          VALUE 'E'.
               88 RE-WAITING           VALUE 'W'.
           05 RE-DATE                  PIC 9(8).
           05 RE-WAIT-SEQ              PIC 9(3).

           FD REG-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS RT-REC
           RECORD CONTAINS 30 CHARACTERS.

       01 RT-REC.
           05 RT-ID                    PIC X(7).
           05 RT-ACTION                PIC X.
               88 VAL-RT-ACTIONS       VALUE 'A','D'.
               88 RT-ADD               VALUE 'A'.
               88 RT-DROP              VALUE 'D'.
           05 RT-COURSE                PIC X(6).
           05 RT-TERM                  PIC X(5).
           05 RT-SECTION               PIC X(3).
           05 RT-DATE                  PIC 9(8).

           FD REG-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS RT-PST-REC
           RECORD CONTAINS 30 CHARACTERS.

       01 RT-PST-REC                   PIC X(30).

           FD CRS-GRADE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CG-REC
           RECORD CONTAINS 20 CHARACTERS.

       01 CG-REC.
           05 CG-ID                    PIC X(7).
           05 CG-COURSE                PIC X(6).
           05 CG-CREDIT-HOURS          PIC 9.
           05 CG-GRADE                 PIC X.
           05 CG-TERM                  PIC X(5).

           FD CRS-CATALOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS CC-REC
           RECORD CONTAINS 27 CHARACTERS.

       01 CC-REC.
           05 CC-COURSE                PIC X(6).
           05 CC-TITLE                 PIC X(20).
           05 CC-CREDIT-HOURS          PIC 9.

           FD RESULT-RAW
           LABEL RECORD IS STANDARD
           DATA RECORD IS RR-REC
           RECORD CONTAINS 66 CHARACTERS.

       01 RR-REC.
           05 RR-ID                    PIC X(7).
           05 RR-SEQ                   PIC 9(5).
           05 RR-ACTION                PIC X.
           05 RR-COURSE                PIC X(6).
           05 RR-TERM                  PIC X(5).
           05 RR-SECTION               PIC X(3).
           05 RR-DAYS                  PIC X(5).
           05 RR-OUTCOME               PIC X.
           05 RR-RESULT                PIC X(33).

           SD RESULT-SORT-WORK
           DATA RECORD IS RS-REC.

       01 RS-REC.
           05 RS-ID                    PIC X(7).
           05 RS-SEQ                   PIC 9(5).
           05 FILLER                   PIC X(54).

           FD RESULT-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS SR-REC
           RECORD CONTAINS 66 CHARACTERS.

       01 SR-REC.
           05 SR-ID                    PIC X(7).
           05 SR-SEQ                   PIC 9(5).
           05 SR-ACTION                PIC X.
           05 SR-COURSE                PIC X(6).
           05 SR-TERM                  PIC X(5).
           05 SR-SECTION               PIC X(3).
           05 SR-DAYS                  PIC X(5).
           05 SR-OUTCOME               PIC X.
               88 SR-REFUSED           VALUE 'R'.
           05 SR-RESULT                PIC X(33).

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                      PIC X(132).

           FD ROSTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS ROSTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 ROSTLINE                     PIC X(132).

           FD WAITOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS WAITLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 WAITLINE                     PIC X(132).

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
           05 FP-LANE              PIC X(8)    VALUE SPACES.
           05 FP-STDNTMST-IDX        PIC X(40)   VALUE SPACES.
           05 FP-SECTMST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-REGENRL-DAT         PIC X(40)   VALUE SPACES.
           05 FP-REGTRAN-DAT         PIC X(40)   VALUE SPACES.
           05 FP-REGTRAN-PST         PIC X(40)   VALUE SPACES.
           05 FP-CRSGRD-DAT          PIC X(40)   VALUE SPACES.
           05 FP-CRSCAT-DAT          PIC X(40)   VALUE SPACES.
           05 FP-HOLDMST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-REGRAW-DAT          PIC X(40)   VALUE SPACES.
           05 FP-REGSRT-DAT          PIC X(40)   VALUE SPACES.
           05 FP-REGCONF-PRT         PIC X(40)   VALUE SPACES.
           05 FP-REGROST-PRT         PIC X(40)   VALUE SPACES.
           05 FP-REGWAIT-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-SECTS           PIC X(3)    VALUE 'YES'.
               05 MORE-ENRL            PIC X(3)    VALUE 'YES'.
               05 MORE-GRADES          PIC X(3)    VALUE 'YES'.
               05 MORE-CATS            PIC X(3)    VALUE 'YES'.
               05 MORE-RESULTS         PIC X(3)    VALUE 'YES'.
               05 MORE-HOLDS           PIC X(3)    VALUE 'YES'.
               05 C-IDX-STATUS         PIC XX      VALUE '00'.
               05 C-SECT-STATUS        PIC XX      VALUE '00'.
               05 C-REG-STATUS         PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 ROST-PAGE-CTR        PIC 99      VALUE 0.
               05 WAIT-PAGE-CTR        PIC 99      VALUE 0.
               05 C-RUNLOG-RECS-READ   PIC 9(7)    VALUE 0.
               05 C-APPLIED-CTR        PIC 9(7)    VALUE 0.
               05 C-REFUSED-CTR        PIC 9(7)    VALUE 0.
               05 C-ENROLLED-CTR       PIC 9(5)    VALUE 0.
               05 C-WAITLISTED-CTR     PIC 9(5)    VALUE 0.
               05 C-DROPPED-CTR        PIC 9(5)    VALUE 0.
               05 C-PROMOTED-CTR       PIC 9(5)    VALUE 0.
               05 C-RESULT-SEQ         PIC 9(5)    VALUE 0.
               05 C-SEC-CTR            PIC 9(3)    VALUE 0.
               05 C-SEC-SUB            PIC 9(3)    VALUE 0.
               05 C-SEC-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-SEC-OVFL        VALUE 'Y'.
               05 C-ENR-CTR            PIC 9(4)    VALUE 0.
               05 C-ENR-SUB            PIC 9(4)    VALUE 0.
               05 C-ENR-HIT            PIC 9(4)    VALUE 0.
               05 C-ENR-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-ENR-OVFL        VALUE 'Y'.
               05 C-CRS-CTR            PIC 9(4)    VALUE 0.
               05 C-CRS-SUB            PIC 9(4)    VALUE 0.
               05 C-CRS-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-CRS-OVFL        VALUE 'Y'.
               05 C-CAT-CTR            PIC 9(3)    VALUE 0.
               05 C-CAT-SUB            PIC 9(3)    VALUE 0.
               05 C-CAT-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-CAT-OVFL        VALUE 'Y'.
               05 C-HOLD-CTR           PIC 9(4)    VALUE 0.
               05 C-HOLD-SUB           PIC 9(4)    VALUE 0.
               05 C-WAIT-SEQ           PIC 9(3)    VALUE 0.
               05 C-WAIT-RANK          PIC 9(3)    VALUE 0.
               05 C-LOW-SEQ            PIC 9(3)    VALUE 0.
               05 C-WAIT-SECT-CTR      PIC 9(3)    VALUE 0.
               05 C-REFUSE-SW          PIC X       VALUE 'N'.
                  88 C-REFUSE          VALUE 'Y'.
               05 C-FOUND-SW           PIC X       VALUE 'N'.
                  88 C-FOUND           VALUE 'Y'.
               05 C-STUDENT-SW         PIC X       VALUE 'N'.
                  88 C-STUDENT-ON-FILE VALUE 'Y'.
               05 C-OUTCOME            PIC X       VALUE SPACE.
               05 C-RESULT             PIC X(33)   VALUE SPACES.
               05 C-PREV-ID            PIC X(7)    VALUE SPACES.
               05 C-LOOKUP-ID          PIC X(7)    VALUE SPACES.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

           01 WAIT-RESULT-MSG.
               05 FILLER               PIC X(26)
                  VALUE 'SECTION FULL - WAITLIST # '.
               05 WRM-RANK             PIC ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.

           01 HOLD-RESULT-MSG.
               05 FILLER               PIC X(7)    VALUE 'ACTIVE '.
               05 HRM-TYPE             PIC X(10).
               05 FILLER               PIC X(16)
                  VALUE 'HOLD - NO ADDS'.

           01 PREREQ-RESULT-MSG.
               05 FILLER               PIC X(24)
                  VALUE 'PREREQUISITE NOT MET -  '.
               05 PRM-COURSE           PIC X(6).
               05 FILLER               PIC X(3)    VALUE SPACES.

           01 SECTION-TABLE.
               05 SEC-ENTRY            OCCURS 300 TIMES.
                   10 SEC-COURSE       PIC X(6).
                   10 SEC-TERM         PIC X(5).
                   10 SEC-SECTION      PIC X(3).
                   10 SEC-DAYS         PIC X(5).
                   10 SEC-CAPACITY     PIC 9(3).
                   10 SEC-PREREQ       PIC X(6).
                   10 SEC-ENROLLED     PIC 9(3).
                   10 SEC-WAITING      PIC 9(3).
                   10 SEC-NEXT-SEQ     PIC 9(3).

           01 ENROLL-TABLE.
               05 ENR-ENTRY            OCCURS 3000 TIMES.
                   10 ENR-ID           PIC X(7).
                   10 ENR-COURSE       PIC X(6).
                   10 ENR-TERM         PIC X(5).
                   10 ENR-SECTION      PIC X(3).
                   10 ENR-STATUS       PIC X.
                   10 ENR-DATE         PIC 9(8).
                   10 ENR-WAIT-SEQ     PIC 9(3).

           01 CRS-GRADE-TABLE.
               05 CRS-ENTRY            OCCURS 2000 TIMES.
                   10 CRS-ID           PIC X(7).
                   10 CRS-COURSE       PIC X(6).
                   10 CRS-GRADE        PIC X.

           01 HOLD-TABLE.
      *    ACTIVE HOLDS ONLY - RELEASED HISTORY IS SKIPPED ON LOAD.
               05 HOLD-ENTRY           OCCURS 3000 TIMES.
                   10 HLD-ID           PIC X(7).
                   10 HLD-TYPE         PIC X.

           01 CRS-CATALOG-TABLE.
               05 CAT-ENTRY            OCCURS 200 TIMES.
                   10 CAT-COURSE       PIC X(6).
                   10 CAT-TITLE        PIC X(20).
                   10 CAT-CREDIT-HOURS PIC 9.

           01 OVERFLOW-WARN-LINE.
               05 FILLER           PIC X(21)
                  VALUE '*** TABLE OVERFLOW - '.
               05 OVW-TABLE-NAME   PIC X(15).
               05 FILLER           PIC X(40)
                  VALUE ' ENTRIES DROPPED, COUNTS INCOMPLETE ***'.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(32)   VALUE SPACES.
               05 FILLER               PIC X(36)
                  VALUE 'WILSON S REGISTRATION CONFIRMATIONS '.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 ROST-TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 ROST-TITLE-DATE      PIC X(10).
               05 FILLER               PIC X(32)   VALUE SPACES.
               05 FILLER               PIC X(36)
                  VALUE 'WILSON S CLASS ROSTERS BY SECTION   '.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 ROST-TITLE-PAGE      PIC Z9.

           01 WAIT-TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 WAIT-TITLE-DATE      PIC X(10).
               05 FILLER               PIC X(32)   VALUE SPACES.
               05 FILLER               PIC X(36)
                  VALUE 'WILSON S SECTION WAITLIST REPORT    '.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 WAIT-TITLE-PAGE      PIC Z9.

           01 COL-HEADING.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'ACTION'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'COURSE'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'TERM'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(3)    VALUE 'SEC'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'DAYS'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'RESULT'.

           01 STUDENT-LINE.
               05 FILLER               PIC X(9)    VALUE 'STUDENT: '.
               05 SL-ID                PIC X(7).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 SL-LNAME             PIC X(15).
               05 FILLER               PIC X       VALUE SPACE.
               05 SL-FNAME             PIC X(15).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 SL-MAJOR             PIC X(4).

           01 DETAIL-LINE.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 D-ACTION             PIC X(4).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 D-COURSE             PIC X(6).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-TERM               PIC X(5).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-SECTION            PIC X(3).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-DAYS               PIC X(5).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 D-RESULT             PIC X(33).

           01 SECTION-HEAD-LINE.
               05 FILLER               PIC X(8)    VALUE 'COURSE: '.
               05 SH-COURSE            PIC X(6).
               05 FILLER               PIC X       VALUE SPACE.
               05 SH-TITLE             PIC X(20).
               05 FILLER               PIC X(8)    VALUE '  TERM: '.
               05 SH-TERM              PIC X(5).
               05 FILLER               PIC X(7)    VALUE '  SEC: '.
               05 SH-SECTION           PIC X(3).
               05 FILLER               PIC X(8)    VALUE '  DAYS: '.
               05 SH-DAYS              PIC X(5).
               05 FILLER               PIC X(7)    VALUE '  CAP: '.
               05 SH-CAPACITY          PIC ZZ9.
               05 FILLER               PIC X(12)   VALUE '  ENROLLED: '.
               05 SH-ENROLLED          PIC ZZ9.
               05 FILLER               PIC X(11)   VALUE '  WAITING: '.
               05 SH-WAITING           PIC ZZ9.

           01 ROSTER-LINE.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 RL-D-RANK            PIC ZZ9.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 RL-D-ID              PIC X(7).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 RL-D-LNAME           PIC X(15).
               05 FILLER               PIC X       VALUE SPACE.
               05 RL-D-FNAME           PIC X(15).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 RL-D-MAJOR           PIC X(4).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 RL-D-DATE-MM         PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 RL-D-DATE-DD         PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 RL-D-DATE-YY         PIC X(4).

           01 EMPTY-SECTION-LINE.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 ESL-TEXT             PIC X(30).

           01 TOTAL-LINE1.
               05 FILLER               PIC X(16)
                  VALUE 'REQUESTS READ:  '.
               05 GT-READ-CTR          PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'ENROLLED: '.
               05 GT-ENROLLED-CTR      PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(13)
                  VALUE 'WAITLISTED:  '.
               05 GT-WAITLISTED-CTR    PIC ZZ,ZZ9.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(16)
                  VALUE 'DROPPED:        '.
               05 GT-DROPPED-CTR       PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'PROMOTED: '.
               05 GT-PROMOTED-CTR      PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(13)
                  VALUE 'REFUSED:     '.
               05 GT-REFUSED-CTR       PIC ZZ,ZZ9.

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
               OPEN INPUT REG-INPUT.
               IF C-REG-STATUS NOT = '00'
                   DISPLAY 'CBLHJB59 - UNABLE TO OPEN REG-INPUT, '
                       'STATUS = ' C-REG-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET C-JOB-ABEND TO TRUE
               END-IF.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT SECTION-MASTER.
               IF C-SECT-STATUS NOT = '00'
                   DISPLAY 'CBLHJB59 - UNABLE TO OPEN SECTION-MASTER, '
                       'STATUS = ' C-SECT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM L3-LOAD-SECTION
                   UNTIL MORE-SECTS = 'NO'.
               CLOSE SECTION-MASTER.
               OPEN INPUT IDX-MASTER.
               IF C-IDX-STATUS NOT = '00'
                   DISPLAY 'CBLHJB59 - UNABLE TO OPEN IDX-MASTER, '
                       'STATUS = ' C-IDX-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT CRS-CATALOG.
               PERFORM L3-LOAD-CRS-CATALOG
                   UNTIL MORE-CATS = 'NO'.
               CLOSE CRS-CATALOG.
               OPEN INPUT CRS-GRADE-FILE.
               PERFORM L3-LOAD-CRS-GRADE
                   UNTIL MORE-GRADES = 'NO'.
               CLOSE CRS-GRADE-FILE.
               OPEN INPUT ENROLL-FILE.
               PERFORM L3-LOAD-ENROLLMENT
                   UNTIL MORE-ENRL = 'NO'.
               CLOSE ENROLL-FILE.
               OPEN INPUT HOLD-MASTER.
               PERFORM L3-LOAD-HOLD
                   UNTIL MORE-HOLDS = 'NO'.
               CLOSE HOLD-MASTER.
               IF C-JOB-ABEND
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
                   MOVE CURRENT-YEAR(1:4)      TO C-ASOF-DATE(1:4)
                   MOVE CURRENT-MONTH          TO C-ASOF-DATE(5:2)
                   MOVE CURRENT-DAY            TO C-ASOF-DATE(7:2)
               ELSE
                   MOVE RC-AS-OF-MONTH         TO TITLE-MONTH
                   MOVE RC-AS-OF-DAY           TO TITLE-DAY
                   MOVE RC-AS-OF-YEAR          TO TITLE-YEAR
                   MOVE RC-AS-OF-DATE          TO C-ASOF-DATE
               END-IF.
               MOVE TITLE-DATE TO ROST-TITLE-DATE.
               MOVE TITLE-DATE TO WAIT-TITLE-DATE.
               OPEN OUTPUT RESULT-RAW.
               OPEN EXTEND REG-POSTED.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-APPLY-REQUEST
                   THRU L3-APPLY-REQUEST-EXIT.
               MOVE RT-REC TO RT-PST-REC.
               WRITE RT-PST-REC.
               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               CLOSE RESULT-RAW.
               CLOSE REG-POSTED.
               PERFORM L3-REWRITE-ENROLLMENT.
               PERFORM L3-CONFIRMATION-LISTING.
               PERFORM L3-ROSTER-REPORT.
               PERFORM L3-WAITLIST-REPORT.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE REG-INPUT.
      *    POSTED REQUESTS MOVE TO REGTRAN.PST AND THE INPUT IS
      *    EMPTIED, SO A RERUN NEVER APPLIES THE SAME ADD TWICE.
               OPEN OUTPUT REG-INPUT.
               CLOSE REG-INPUT.
               CLOSE IDX-MASTER.

           L3-READ-INPUT.
               READ REG-INPUT
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-RUNLOG-RECS-READ
               END-IF.

           L3-LOAD-SECTION.
               READ SECTION-MASTER
                   AT END
                       MOVE 'NO' TO MORE-SECTS
                   NOT AT END
                       IF C-SEC-CTR < 300
                           ADD 1 TO C-SEC-CTR
                           MOVE SM-COURSE   TO SEC-COURSE(C-SEC-CTR)
                           MOVE SM-TERM     TO SEC-TERM(C-SEC-CTR)
                           MOVE SM-SECTION  TO SEC-SECTION(C-SEC-CTR)
                           MOVE SM-DAYS     TO SEC-DAYS(C-SEC-CTR)
                           MOVE SM-CAPACITY TO SEC-CAPACITY(C-SEC-CTR)
                           MOVE SM-PREREQ   TO SEC-PREREQ(C-SEC-CTR)
                           MOVE 0           TO SEC-ENROLLED(C-SEC-CTR)
                           MOVE 0           TO SEC-WAITING(C-SEC-CTR)
                           MOVE 1           TO SEC-NEXT-SEQ(C-SEC-CTR)
                       ELSE
                           IF NOT C-SEC-OVFL
                               SET C-SEC-OVFL TO TRUE
                               DISPLAY 'CBLHJB59 - SECTION TABLE '
                                   'OVERFLOW, RUN HALTED'
                               MOVE 16 TO RETURN-CODE
                               SET C-JOB-ABEND TO TRUE
                               MOVE 'NO' TO MORE-SECTS
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-CRS-CATALOG.
               READ CRS-CATALOG
                   AT END
                       MOVE 'NO' TO MORE-CATS
                   NOT AT END
                       IF C-CAT-CTR < 200
                           ADD 1 TO C-CAT-CTR
                           MOVE CC-COURSE       TO CAT-COURSE(C-CAT-CTR)
                           MOVE CC-TITLE        TO CAT-TITLE(C-CAT-CTR)
                           MOVE CC-CREDIT-HOURS TO
                               CAT-CREDIT-HOURS(C-CAT-CTR)
                       ELSE
                           IF NOT C-CAT-OVFL
                               SET C-CAT-OVFL TO TRUE
                               DISPLAY 'CBLHJB59 - CATALOG TABLE '
                                   'OVERFLOW, VALIDATION INCOMPLETE'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-CRS-GRADE.
               READ CRS-GRADE-FILE
                   AT END
                       MOVE 'NO' TO MORE-GRADES
                   NOT AT END
                       IF C-CRS-CTR < 2000
                           ADD 1 TO C-CRS-CTR
                           MOVE CG-ID     TO CRS-ID(C-CRS-CTR)
                           MOVE CG-COURSE TO CRS-COURSE(C-CRS-CTR)
                           MOVE CG-GRADE  TO CRS-GRADE(C-CRS-CTR)
                       ELSE
                           IF NOT C-CRS-OVFL
                               SET C-CRS-OVFL TO TRUE
                               DISPLAY 'CBLHJB59 - COURSE-GRADE TABLE '
                                   'OVERFLOW, PREREQUISITES INCOMPLETE'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-HOLD.
               READ HOLD-MASTER
                   AT END
                       MOVE 'NO' TO MORE-HOLDS
                   NOT AT END
                       IF HM-RELEASED-DATE = 0
                           IF C-HOLD-CTR < 3000
                               ADD 1 TO C-HOLD-CTR
                               MOVE HM-ID   TO HLD-ID(C-HOLD-CTR)
                               MOVE HM-TYPE TO HLD-TYPE(C-HOLD-CTR)
                           ELSE
      *    AN UNCHECKED HOLD COULD LET A BLOCKED STUDENT REGISTER,
      *    SO A FULL TABLE STOPS THE RUN.
                               DISPLAY 'CBLHJB59 - HOLD TABLE '
                                   'OVERFLOW, RUN HALTED'
                               MOVE 16 TO RETURN-CODE
                               SET C-JOB-ABEND TO TRUE
                               MOVE 'NO' TO MORE-HOLDS
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-ENROLLMENT.
      *    THE ENROLLMENT FILE IS REWRITTEN IN FULL AT THE END OF
      *    THE RUN, SO AN OVERFLOW HALTS THE RUN RATHER THAN LOSE
      *    THE REGISTRATIONS THAT DID NOT FIT.
               READ ENROLL-FILE
                   AT END
                       MOVE 'NO' TO MORE-ENRL
                   NOT AT END
                       IF C-ENR-CTR < 3000
                           ADD 1 TO C-ENR-CTR
                           MOVE RE-ID       TO ENR-ID(C-ENR-CTR)
                           MOVE RE-COURSE   TO ENR-COURSE(C-ENR-CTR)
                           MOVE RE-TERM     TO ENR-TERM(C-ENR-CTR)
                           MOVE RE-SECTION  TO ENR-SECTION(C-ENR-CTR)
                           MOVE RE-STATUS   TO ENR-STATUS(C-ENR-CTR)
                           MOVE RE-DATE     TO ENR-DATE(C-ENR-CTR)
                           MOVE RE-WAIT-SEQ TO ENR-WAIT-SEQ(C-ENR-CTR)
                           PERFORM L4-COUNT-ENROLLMENT
                       ELSE
                           IF NOT C-ENR-OVFL
                               SET C-ENR-OVFL TO TRUE
                               DISPLAY 'CBLHJB59 - ENROLLMENT TABLE '
                                   'OVERFLOW, RUN HALTED'
                               MOVE 16 TO RETURN-CODE
                               SET C-JOB-ABEND TO TRUE
                               MOVE 'NO' TO MORE-ENRL
                           END-IF
                       END-IF
               END-READ.

           L4-COUNT-ENROLLMENT.
               MOVE RE-COURSE  TO RT-COURSE.
               MOVE RE-TERM    TO RT-TERM.
               MOVE RE-SECTION TO RT-SECTION.
               PERFORM L4-FIND-SECTION.
               IF C-SEC-SUB NOT > C-SEC-CTR
                   IF RE-ENROLLED
                       ADD 1 TO SEC-ENROLLED(C-SEC-SUB)
                   ELSE
                       ADD 1 TO SEC-WAITING(C-SEC-SUB)
                       IF RE-WAIT-SEQ NOT < SEC-NEXT-SEQ(C-SEC-SUB)
                           COMPUTE SEC-NEXT-SEQ(C-SEC-SUB) =
                               RE-WAIT-SEQ + 1
                       END-IF
                   END-IF
               END-IF.

           L4-FIND-SECTION.
               PERFORM VARYING C-SEC-SUB FROM 1 BY 1
                   UNTIL C-SEC-SUB > C-SEC-CTR
                       OR (RT-COURSE  = SEC-COURSE(C-SEC-SUB)
                       AND RT-TERM    = SEC-TERM(C-SEC-SUB)
                       AND RT-SECTION = SEC-SECTION(C-SEC-SUB))
               END-PERFORM.

           L3-APPLY-REQUEST.
      *    NO SECTION UNTIL L4-FIND-SECTION FINDS ONE, SO A REQUEST
      *    REFUSED BEFORE THE LOOKUP CARRIES NO MEETING DAYS.
               MOVE 'N'    TO C-REFUSE-SW.
               MOVE SPACES TO C-RESULT.
               MOVE 0      TO C-SEC-SUB.
               IF RT-DATE NOT NUMERIC OR RT-DATE = 0
                   MOVE C-ASOF-DATE TO RT-DATE
               END-IF.
               IF NOT VAL-RT-ACTIONS
                   MOVE 'ACTION MUST BE A OR D' TO C-RESULT
                   SET C-REFUSE TO TRUE
                   GO TO L3-APPLY-REQUEST-EXIT.

               MOVE RT-ID TO C-LOOKUP-ID.
               PERFORM L4-READ-STUDENT.
               IF NOT C-STUDENT-ON-FILE
                   MOVE 'STUDENT NOT ON MASTER' TO C-RESULT
                   SET C-REFUSE TO TRUE
                   GO TO L3-APPLY-REQUEST-EXIT.

               PERFORM L4-FIND-SECTION.
               IF C-SEC-SUB > C-SEC-CTR
                   MOVE 'SECTION NOT ON SECTION MASTER' TO C-RESULT
                   SET C-REFUSE TO TRUE
                   GO TO L3-APPLY-REQUEST-EXIT.

               IF RT-DROP
                   PERFORM L4-APPLY-DROP
                   GO TO L3-APPLY-REQUEST-EXIT.

               PERFORM VARYING C-HOLD-SUB FROM 1 BY 1
                   UNTIL C-HOLD-SUB > C-HOLD-CTR
                       OR HLD-ID(C-HOLD-SUB) = RT-ID
               END-PERFORM.
               IF C-HOLD-SUB NOT > C-HOLD-CTR
                   EVALUATE HLD-TYPE(C-HOLD-SUB)
                       WHEN 'F'
                           MOVE 'FINANCIAL ' TO HRM-TYPE
                       WHEN 'A'
                           MOVE 'ACADEMIC  ' TO HRM-TYPE
                       WHEN OTHER
                           MOVE 'REGISTRAR ' TO HRM-TYPE
                   END-EVALUATE
                   MOVE HOLD-RESULT-MSG TO C-RESULT
                   SET C-REFUSE TO TRUE
                   GO TO L3-APPLY-REQUEST-EXIT.

               IF C-CAT-CTR > 0
                   PERFORM VARYING C-CAT-SUB FROM 1 BY 1
                       UNTIL C-CAT-SUB > C-CAT-CTR
                           OR RT-COURSE = CAT-COURSE(C-CAT-SUB)
                   END-PERFORM
                   IF C-CAT-SUB > C-CAT-CTR
                       MOVE 'COURSE NOT ON CATALOG' TO C-RESULT
                       SET C-REFUSE TO TRUE
                       GO TO L3-APPLY-REQUEST-EXIT
                   END-IF
               END-IF.

      *    ONE REGISTRATION PER COURSE PER TERM - A STUDENT ALREADY
      *    SEATED OR WAITING IN ANY SECTION MUST DROP IT FIRST.
               MOVE 0 TO C-ENR-HIT.
               PERFORM VARYING C-ENR-SUB FROM 1 BY 1
                   UNTIL C-ENR-SUB > C-ENR-CTR
                       IF ENR-ID(C-ENR-SUB) = RT-ID
                           AND ENR-COURSE(C-ENR-SUB) = RT-COURSE
                           AND ENR-TERM(C-ENR-SUB) = RT-TERM
                           AND ENR-STATUS(C-ENR-SUB) NOT = 'D'
                           MOVE C-ENR-SUB TO C-ENR-HIT
                       END-IF
               END-PERFORM.
               IF C-ENR-HIT > 0
                   MOVE 'ALREADY REGISTERED FOR COURSE' TO C-RESULT
                   SET C-REFUSE TO TRUE
                   GO TO L3-APPLY-REQUEST-EXIT.

               IF SEC-PREREQ(C-SEC-SUB) NOT = SPACES
                   PERFORM L4-CHECK-PREREQ
                   IF NOT C-FOUND
                       MOVE SEC-PREREQ(C-SEC-SUB) TO PRM-COURSE
                       MOVE PREREQ-RESULT-MSG     TO C-RESULT
                       SET C-REFUSE TO TRUE
                       GO TO L3-APPLY-REQUEST-EXIT
                   END-IF
               END-IF.

               IF C-ENR-CTR NOT < 3000
                   MOVE 'ENROLLMENT FILE FULL - SEE OFFICE' TO C-RESULT
                   SET C-REFUSE TO TRUE
                   GO TO L3-APPLY-REQUEST-EXIT.

               ADD 1 TO C-ENR-CTR.
               MOVE RT-ID      TO ENR-ID(C-ENR-CTR).
               MOVE RT-COURSE  TO ENR-COURSE(C-ENR-CTR).
               MOVE RT-TERM    TO ENR-TERM(C-ENR-CTR).
               MOVE RT-SECTION TO ENR-SECTION(C-ENR-CTR).
               MOVE RT-DATE    TO ENR-DATE(C-ENR-CTR).
               IF SEC-ENROLLED(C-SEC-SUB) < SEC-CAPACITY(C-SEC-SUB)
                   MOVE 'E' TO ENR-STATUS(C-ENR-CTR)
                   MOVE 0   TO ENR-WAIT-SEQ(C-ENR-CTR)
                   ADD 1    TO SEC-ENROLLED(C-SEC-SUB)
                   ADD 1    TO C-ENROLLED-CTR
                   MOVE 'ENROLLED' TO C-RESULT
               ELSE
                   MOVE 'W' TO ENR-STATUS(C-ENR-CTR)
                   MOVE SEC-NEXT-SEQ(C-SEC-SUB)
                       TO ENR-WAIT-SEQ(C-ENR-CTR)
                   ADD 1    TO SEC-NEXT-SEQ(C-SEC-SUB)
                   ADD 1    TO SEC-WAITING(C-SEC-SUB)
                   ADD 1    TO C-WAITLISTED-CTR
                   MOVE SEC-WAITING(C-SEC-SUB) TO WRM-RANK
                   MOVE WAIT-RESULT-MSG TO C-RESULT
               END-IF.

           L3-APPLY-REQUEST-EXIT.
               IF C-REFUSE
                   ADD 1 TO C-REFUSED-CTR
                   MOVE 'R' TO C-OUTCOME
               ELSE
                   ADD 1 TO C-APPLIED-CTR
                   MOVE 'A' TO C-OUTCOME
               END-IF.
               MOVE RT-ID      TO RR-ID.
               MOVE RT-ACTION  TO RR-ACTION.
               MOVE RT-COURSE  TO RR-COURSE.
               MOVE RT-TERM    TO RR-TERM.
               MOVE RT-SECTION TO RR-SECTION.
               IF C-SEC-SUB > 0 AND C-SEC-SUB NOT > C-SEC-CTR
                   MOVE SEC-DAYS(C-SEC-SUB) TO RR-DAYS
               ELSE
                   MOVE SPACES TO RR-DAYS
               END-IF.
               MOVE C-OUTCOME  TO RR-OUTCOME.
               MOVE C-RESULT   TO RR-RESULT.
               PERFORM L4-WRITE-RESULT.

           L4-READ-STUDENT.
               MOVE 'N' TO C-STUDENT-SW.
               MOVE C-LOOKUP-ID TO I-ID.
               READ IDX-MASTER
                   INVALID KEY
                       MOVE SPACES TO I-LNAME
                       MOVE SPACES TO I-FNAME
                       MOVE SPACES TO I-MAJOR
                   NOT INVALID KEY
                       SET C-STUDENT-ON-FILE TO TRUE
               END-READ.

           L4-CHECK-PREREQ.
      *    THE PREREQUISITE IS MET BY ANY GRADE ON FILE FOR THAT
      *    COURSE OTHER THAN AN F - THE DEGREE AUDIT'S RULE.
               MOVE 'N' TO C-FOUND-SW.
               PERFORM VARYING C-CRS-SUB FROM 1 BY 1
                   UNTIL C-CRS-SUB > C-CRS-CTR
                       OR C-FOUND
                       IF CRS-ID(C-CRS-SUB) = RT-ID
                           AND CRS-COURSE(C-CRS-SUB) =
                               SEC-PREREQ(C-SEC-SUB)
                           AND CRS-GRADE(C-CRS-SUB) NOT = 'F'
                           SET C-FOUND TO TRUE
                       END-IF
               END-PERFORM.

           L4-APPLY-DROP.
               MOVE 0 TO C-ENR-HIT.
               PERFORM VARYING C-ENR-SUB FROM 1 BY 1
                   UNTIL C-ENR-SUB > C-ENR-CTR
                       IF ENR-ID(C-ENR-SUB) = RT-ID
                           AND ENR-COURSE(C-ENR-SUB) = RT-COURSE
                           AND ENR-TERM(C-ENR-SUB) = RT-TERM
                           AND ENR-SECTION(C-ENR-SUB) = RT-SECTION
                           AND ENR-STATUS(C-ENR-SUB) NOT = 'D'
                           MOVE C-ENR-SUB TO C-ENR-HIT
                       END-IF
               END-PERFORM.
               IF C-ENR-HIT = 0
                   MOVE 'NOT REGISTERED IN SECTION' TO C-RESULT
                   SET C-REFUSE TO TRUE
               ELSE
                   ADD 1 TO C-DROPPED-CTR
                   IF ENR-STATUS(C-ENR-HIT) = 'W'
                       SUBTRACT 1 FROM SEC-WAITING(C-SEC-SUB)
                       MOVE 'D' TO ENR-STATUS(C-ENR-HIT)
                       MOVE 'DROPPED FROM WAITLIST' TO C-RESULT
                   ELSE
                       SUBTRACT 1 FROM SEC-ENROLLED(C-SEC-SUB)
                       MOVE 'D' TO ENR-STATUS(C-ENR-HIT)
                       MOVE 'DROPPED' TO C-RESULT
                       PERFORM L5-PROMOTE-WAITING
                   END-IF
               END-IF.

           L5-PROMOTE-WAITING.
      *    THE SEAT JUST FREED GOES TO THE LONGEST-WAITING STUDENT
      *    FOR THE SECTION. THE PROMOTION PRINTS ON THAT STUDENT'S
      *    OWN CONFIRMATION, NOT THE DROPPER'S.
               MOVE 0 TO C-ENR-HIT.
               MOVE 0 TO C-LOW-SEQ.
               PERFORM VARYING C-ENR-SUB FROM 1 BY 1
                   UNTIL C-ENR-SUB > C-ENR-CTR
                       IF ENR-COURSE(C-ENR-SUB) = RT-COURSE
                           AND ENR-TERM(C-ENR-SUB) = RT-TERM
                           AND ENR-SECTION(C-ENR-SUB) = RT-SECTION
                           AND ENR-STATUS(C-ENR-SUB) = 'W'
                           IF C-ENR-HIT = 0
                               OR ENR-WAIT-SEQ(C-ENR-SUB) < C-LOW-SEQ
                               MOVE C-ENR-SUB TO C-ENR-HIT
                               MOVE ENR-WAIT-SEQ(C-ENR-SUB)
                                   TO C-LOW-SEQ
                           END-IF
                       END-IF
               END-PERFORM.
               IF C-ENR-HIT > 0
                   MOVE 'E' TO ENR-STATUS(C-ENR-HIT)
                   MOVE 0   TO ENR-WAIT-SEQ(C-ENR-HIT)
                   MOVE C-ASOF-DATE TO ENR-DATE(C-ENR-HIT)
                   SUBTRACT 1 FROM SEC-WAITING(C-SEC-SUB)
                   ADD 1 TO SEC-ENROLLED(C-SEC-SUB)
                   ADD 1 TO C-PROMOTED-CTR
                   MOVE ENR-ID(C-ENR-HIT)   TO RR-ID
                   MOVE 'A'                 TO RR-ACTION
                   MOVE RT-COURSE           TO RR-COURSE
                   MOVE RT-TERM             TO RR-TERM
                   MOVE RT-SECTION          TO RR-SECTION
                   MOVE SEC-DAYS(C-SEC-SUB) TO RR-DAYS
                   MOVE 'A'                 TO RR-OUTCOME
                   MOVE 'ENROLLED FROM WAITLIST' TO RR-RESULT
                   PERFORM L4-WRITE-RESULT
               END-IF.

           L4-WRITE-RESULT.
               ADD 1 TO C-RESULT-SEQ.
               MOVE C-RESULT-SEQ TO RR-SEQ.
               WRITE RR-REC.

           L3-REWRITE-ENROLLMENT.
               OPEN OUTPUT ENROLL-FILE.
               PERFORM L4-REWRITE-ENROLL-ITEM
                   VARYING C-ENR-SUB FROM 1 BY 1
                       UNTIL C-ENR-SUB > C-ENR-CTR.
               CLOSE ENROLL-FILE.

           L4-REWRITE-ENROLL-ITEM.
      *    DROPPED REGISTRATIONS COME OFF THE FILE HERE - THE
      *    POSTED REQUEST ON REGTRAN.PST IS THE RECORD OF THE DROP.
               IF ENR-STATUS(C-ENR-SUB) NOT = 'D'
                   MOVE ENR-ID(C-ENR-SUB)       TO RE-ID
                   MOVE ENR-COURSE(C-ENR-SUB)   TO RE-COURSE
                   MOVE ENR-TERM(C-ENR-SUB)     TO RE-TERM
                   MOVE ENR-SECTION(C-ENR-SUB)  TO RE-SECTION
                   MOVE ENR-STATUS(C-ENR-SUB)   TO RE-STATUS
                   MOVE ENR-DATE(C-ENR-SUB)     TO RE-DATE
                   MOVE ENR-WAIT-SEQ(C-ENR-SUB) TO RE-WAIT-SEQ
                   WRITE RE-REC
               END-IF.

           L3-CONFIRMATION-LISTING.
      *    THE RESULTS WERE WRITTEN IN THE ORDER THE REQUESTS WERE
      *    APPLIED; SORTED BY STUDENT THEY BECOME ONE CONFIRMATION
      *    BLOCK PER STUDENT THE OFFICE CAN HAND OUT OR MAIL.
               SORT RESULT-SORT-WORK
                   ON ASCENDING KEY RS-ID RS-SEQ
                   USING RESULT-RAW
                   GIVING RESULT-SORTED.
               IF SORT-RETURN NOT = ZERO
                   DISPLAY 'CBLHJB59 - SORT OF RESULT-RAW FAILED, '
                       'SORT-RETURN = ' SORT-RETURN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT PRTOUT.
               PERFORM L4-HEADING-FIRST.
               MOVE SPACES TO C-PREV-ID.
               OPEN INPUT RESULT-SORTED.
               PERFORM L4-PRINT-RESULT
                   UNTIL MORE-RESULTS = 'NO'.
               CLOSE RESULT-SORTED.
               MOVE C-RUNLOG-RECS-READ     TO GT-READ-CTR.
               MOVE C-ENROLLED-CTR         TO GT-ENROLLED-CTR.
               MOVE C-WAITLISTED-CTR       TO GT-WAITLISTED-CTR.
               MOVE C-DROPPED-CTR          TO GT-DROPPED-CTR.
               MOVE C-PROMOTED-CTR         TO GT-PROMOTED-CTR.
               MOVE C-REFUSED-CTR          TO GT-REFUSED-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.
               IF C-SEC-OVFL
                   MOVE 'SECTION-TABLE'    TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               IF C-CRS-OVFL
                   MOVE 'CRS-GRADE-TABLE'  TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               CLOSE PRTOUT.

           L4-PRINT-RESULT.
               READ RESULT-SORTED
                   AT END
                       MOVE 'NO' TO MORE-RESULTS.
               IF MORE-RESULTS = 'YES'
                   IF SR-ID NOT = C-PREV-ID
                       MOVE SR-ID TO C-PREV-ID
                       MOVE SR-ID TO C-LOOKUP-ID
                       PERFORM L4-READ-STUDENT
                       MOVE SR-ID   TO SL-ID
                       MOVE I-LNAME TO SL-LNAME
                       MOVE I-FNAME TO SL-FNAME
                       MOVE I-MAJOR TO SL-MAJOR
                       WRITE PRTLINE FROM STUDENT-LINE
                           AFTER ADVANCING 2 LINES
                               AT EOP
                                   PERFORM L4-HEADING
                       END-WRITE
                   END-IF
                   IF SR-ACTION = 'D'
                       MOVE 'DROP'     TO D-ACTION
                   ELSE
                       MOVE 'ADD '     TO D-ACTION
                   END-IF
                   MOVE SR-COURSE      TO D-COURSE
                   MOVE SR-TERM        TO D-TERM
                   MOVE SR-SECTION     TO D-SECTION
                   MOVE SR-DAYS        TO D-DAYS
                   IF SR-REFUSED
                       MOVE SPACES     TO D-RESULT
                       STRING 'REFUSED - ' DELIMITED BY SIZE
                           SR-RESULT DELIMITED BY SIZE
                           INTO D-RESULT
                   ELSE
                       MOVE SR-RESULT  TO D-RESULT
                   END-IF
                   WRITE PRTLINE FROM DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L4-HEADING
                   END-WRITE
               END-IF.

           L3-ROSTER-REPORT.
               OPEN OUTPUT ROSTOUT.
               ADD 1 TO ROST-PAGE-CTR.
               MOVE ROST-PAGE-CTR TO ROST-TITLE-PAGE.
               WRITE ROSTLINE FROM ROST-TITLE-LINE.
               PERFORM L4-ROSTER-SECTION
                   VARYING C-SEC-SUB FROM 1 BY 1
                       UNTIL C-SEC-SUB > C-SEC-CTR.
               CLOSE ROSTOUT.

           L4-ROSTER-SECTION.
               PERFORM L5-FILL-SECTION-HEAD.
               WRITE ROSTLINE FROM SECTION-HEAD-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM L5-ROSTER-HEADING.
               MOVE 0 TO C-WAIT-RANK.
               PERFORM L5-ROSTER-STUDENT
                   VARYING C-ENR-SUB FROM 1 BY 1
                       UNTIL C-ENR-SUB > C-ENR-CTR.
               IF C-WAIT-RANK = 0
                   MOVE 'NO STUDENTS ENROLLED' TO ESL-TEXT
                   WRITE ROSTLINE FROM EMPTY-SECTION-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L5-ROSTER-HEADING
                   END-WRITE
               END-IF.

           L5-FILL-SECTION-HEAD.
               MOVE SEC-COURSE(C-SEC-SUB)   TO SH-COURSE.
               MOVE SPACES                  TO SH-TITLE.
               PERFORM VARYING C-CAT-SUB FROM 1 BY 1
                   UNTIL C-CAT-SUB > C-CAT-CTR
                       OR SEC-COURSE(C-SEC-SUB) = CAT-COURSE(C-CAT-SUB)
               END-PERFORM.
               IF C-CAT-SUB NOT > C-CAT-CTR
                   MOVE CAT-TITLE(C-CAT-SUB) TO SH-TITLE
               END-IF.
               MOVE SEC-TERM(C-SEC-SUB)     TO SH-TERM.
               MOVE SEC-SECTION(C-SEC-SUB)  TO SH-SECTION.
               MOVE SEC-DAYS(C-SEC-SUB)     TO SH-DAYS.
               MOVE SEC-CAPACITY(C-SEC-SUB) TO SH-CAPACITY.
               MOVE SEC-ENROLLED(C-SEC-SUB) TO SH-ENROLLED.
               MOVE SEC-WAITING(C-SEC-SUB)  TO SH-WAITING.

           L5-ROSTER-STUDENT.
               IF ENR-COURSE(C-ENR-SUB) = SEC-COURSE(C-SEC-SUB)
                   AND ENR-TERM(C-ENR-SUB) = SEC-TERM(C-SEC-SUB)
                   AND ENR-SECTION(C-ENR-SUB) = SEC-SECTION(C-SEC-SUB)
                   AND ENR-STATUS(C-ENR-SUB) = 'E'
                   ADD 1 TO C-WAIT-RANK
                   PERFORM L6-FILL-STUDENT-LINE
                   WRITE ROSTLINE FROM ROSTER-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L5-ROSTER-HEADING
                   END-WRITE
               END-IF.

           L6-FILL-STUDENT-LINE.
               MOVE ENR-ID(C-ENR-SUB)    TO C-LOOKUP-ID.
               PERFORM L4-READ-STUDENT.
               MOVE C-WAIT-RANK          TO RL-D-RANK.
               MOVE ENR-ID(C-ENR-SUB)    TO RL-D-ID.
               MOVE I-LNAME              TO RL-D-LNAME.
               MOVE I-FNAME              TO RL-D-FNAME.
               MOVE I-MAJOR              TO RL-D-MAJOR.
               MOVE ENR-DATE(C-ENR-SUB)(5:2) TO RL-D-DATE-MM.
               MOVE ENR-DATE(C-ENR-SUB)(7:2) TO RL-D-DATE-DD.
               MOVE ENR-DATE(C-ENR-SUB)(1:4) TO RL-D-DATE-YY.

           L5-ROSTER-HEADING.
               ADD 1 TO ROST-PAGE-CTR.
               MOVE ROST-PAGE-CTR TO ROST-TITLE-PAGE.
               WRITE ROSTLINE FROM ROST-TITLE-LINE
                   AFTER ADVANCING PAGE.

           L3-WAITLIST-REPORT.
      *    ONLY SECTIONS WITH SOMEONE WAITING PRINT, STUDENTS IN
      *    THE ORDER THEY WILL BE OFFERED A SEAT.
               OPEN OUTPUT WAITOUT.
               ADD 1 TO WAIT-PAGE-CTR.
               MOVE WAIT-PAGE-CTR TO WAIT-TITLE-PAGE.
               WRITE WAITLINE FROM WAIT-TITLE-LINE.
               PERFORM L4-WAITLIST-SECTION
                   VARYING C-SEC-SUB FROM 1 BY 1
                       UNTIL C-SEC-SUB > C-SEC-CTR.
               IF C-WAIT-SECT-CTR = 0
                   MOVE 'NO STUDENTS WAITING' TO ESL-TEXT
                   WRITE WAITLINE FROM EMPTY-SECTION-LINE
                       AFTER ADVANCING 3 LINES
               END-IF.
               CLOSE WAITOUT.

           L4-WAITLIST-SECTION.
               IF SEC-WAITING(C-SEC-SUB) > 0
                   ADD 1 TO C-WAIT-SECT-CTR
                   PERFORM L5-FILL-SECTION-HEAD
                   WRITE WAITLINE FROM SECTION-HEAD-LINE
                       AFTER ADVANCING 3 LINES
                           AT EOP
                               PERFORM L5-WAIT-HEADING
                   END-WRITE
                   MOVE 0 TO C-WAIT-RANK
                   PERFORM L5-WAIT-BY-SEQ
                       VARYING C-WAIT-SEQ FROM 1 BY 1
                           UNTIL C-WAIT-SEQ NOT <
                               SEC-NEXT-SEQ(C-SEC-SUB)
               END-IF.

           L5-WAIT-BY-SEQ.
               PERFORM VARYING C-ENR-SUB FROM 1 BY 1
                   UNTIL C-ENR-SUB > C-ENR-CTR
                       IF ENR-COURSE(C-ENR-SUB) = SEC-COURSE(C-SEC-SUB)
                           AND ENR-TERM(C-ENR-SUB) = SEC-TERM(C-SEC-SUB)
                           AND ENR-SECTION(C-ENR-SUB) =
                               SEC-SECTION(C-SEC-SUB)
                           AND ENR-STATUS(C-ENR-SUB) = 'W'
                           AND ENR-WAIT-SEQ(C-ENR-SUB) = C-WAIT-SEQ
                           ADD 1 TO C-WAIT-RANK
                           PERFORM L6-FILL-STUDENT-LINE
                           WRITE WAITLINE FROM ROSTER-LINE
                               AFTER ADVANCING 1 LINE
                                   AT EOP
                                       PERFORM L5-WAIT-HEADING
                           END-WRITE
                       END-IF
               END-PERFORM.

           L5-WAIT-HEADING.
               ADD 1 TO WAIT-PAGE-CTR.
               MOVE WAIT-PAGE-CTR TO WAIT-TITLE-PAGE.
               WRITE WAITLINE FROM WAIT-TITLE-LINE
                   AFTER ADVANCING PAGE.

           L4-HEADING-FIRST.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB59'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
      *    A WAITLISTED ADD IS A PROCESSED REQUEST; ONLY REFUSALS
      *    COUNT AS REJECTED, SO READ = PROCESSED + REJECTED HOLDS.
               MOVE C-RUNLOG-RECS-READ     TO RL-RECS-READ.
               MOVE C-APPLIED-CTR          TO RL-RECS-PROCESSED.
               MOVE C-REFUSED-CTR          TO RL-RECS-REJECTED.
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
               MOVE 'CBLHJB59'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-STDNTMST-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STDNTMST.IDX' DELIMITED BY SIZE
               INTO FP-STDNTMST-IDX.
           MOVE SPACES TO FP-SECTMST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'SECTMST.DAT' DELIMITED BY SIZE
               INTO FP-SECTMST-DAT.
           MOVE SPACES TO FP-REGENRL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'REGENRL.DAT' DELIMITED BY SIZE
               INTO FP-REGENRL-DAT.
           MOVE SPACES TO FP-REGTRAN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'REGTRAN.DAT' DELIMITED BY SIZE
               INTO FP-REGTRAN-DAT.
           MOVE SPACES TO FP-REGTRAN-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'REGTRAN.PST' DELIMITED BY SIZE
               INTO FP-REGTRAN-PST.
           MOVE SPACES TO FP-CRSGRD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CRSGRD.DAT' DELIMITED BY SIZE
               INTO FP-CRSGRD-DAT.
           MOVE SPACES TO FP-CRSCAT-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CRSCAT.DAT' DELIMITED BY SIZE
               INTO FP-CRSCAT-DAT.
           MOVE SPACES TO FP-REGRAW-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'REGRAW.DAT' DELIMITED BY SIZE
               INTO FP-REGRAW-DAT.
           MOVE SPACES TO FP-REGSRT-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'REGSRT.DAT' DELIMITED BY SIZE
               INTO FP-REGSRT-DAT.
           MOVE SPACES TO FP-REGCONF-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'REGCONF.PRT' DELIMITED BY SIZE
               INTO FP-REGCONF-PRT.
           MOVE SPACES TO FP-REGROST-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'REGROST.PRT' DELIMITED BY SIZE
               INTO FP-REGROST-PRT.
           MOVE SPACES TO FP-REGWAIT-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'REGWAIT.PRT' DELIMITED BY SIZE
               INTO FP-REGWAIT-PRT.
           MOVE SPACES TO FP-HOLDMST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'HOLDMST.DAT' DELIMITED BY SIZE
               INTO FP-HOLDMST-DAT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
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

       END PROGRAM CBLHJB59.
