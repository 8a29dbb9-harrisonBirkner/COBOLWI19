       IDENTIFICATION DIVISION.
      *LAPSED-BUYER CALL LIST AND TEAM RETENTION FOR THE POP SALE.
      *THE FIRST CAMPCTL.DAT RECORD NAMES THE CURRENT CAMPAIGN AS
      *ALWAYS; ANY RECORDS AFTER IT NAME THE PRIOR CAMPAIGNS TO
      *COMPARE AGAINST, MOST RECENT FIRST (WITH NONE LISTED, EVERY
      *OTHER CAMPAIGN ON CBLPOPSL.DAT COUNTS AS PRIOR AND THE
      *HIGHEST CODE IS THE MOST RECENT). A BUYER IS THE CUSTMST.DAT
      *CUSTOMER WHERE CBLHJB51 KNOWS THEM, OTHERWISE THE NAME AND
      *STREET ON THE SALE. EVERY BUYER FROM A PRIOR CAMPAIGN WITH
      *NO SALE YET THIS CAMPAIGN IS LISTED WITH THEIR PRIOR CASES
      *BY POP TYPE, ASSIGNED TO THE TEAM AND SELLER OF THEIR MOST
      *RECENT PRIOR SALE, IN THE ZIP ORDER CBLHJB18 USES FOR THE
      *DELIVERY ROUTES - ONE PAGE PER TEAM ON POPLAPS.PRT. THE
      *RETENTION SUMMARY THAT FOLLOWS COUNTS BUYERS RETAINED, LOST
      *AND NEW BY TEAM WITH CASES PER RETURNING BUYER.
       PROGRAM-ID. CBLHJB81.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT POP-INPUT
               ASSIGN TO DYNAMIC FP-CBLPOPSL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-POP-INPUT-STATUS.

           SELECT OPTIONAL CAMP-CTL
               ASSIGN TO DYNAMIC FP-CAMPCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUST-MASTER
               ASSIGN TO DYNAMIC FP-CUSTMST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LAPSED-RAW
               ASSIGN TO DYNAMIC FP-POPLAPS-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LAPSED-SORT-WORK
               ASSIGN TO 'SORTWK1'.

           SELECT LAPSED-SORTED
               ASSIGN TO DYNAMIC FP-POPLAPS-SRT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-POPLAPS-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD POP-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 105 CHARACTERS.

       01 I-REC.
           05 I-LNAME                  PIC X(15).
           05 I-FNAME                  PIC X(15).
           05 I-ADDRESS                PIC X(15).
           05 I-CITY                   PIC X(10).
           05 I-STATE                  PIC XX.
           05 I-ZIP                    PIC 9(9).
           05 I-POP-TYPE               PIC 99.
           05 I-CASES                  PIC 99.
           05 I-TEAM                   PIC X.
           05 I-CAMPAIGN               PIC X(4).
           05 I-SELLER-LNAME           PIC X(15).
           05 I-SELLER-FNAME           PIC X(15).

           FD CAMP-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS CA-REC
           RECORD CONTAINS 4 CHARACTERS.

       01 CA-REC.
           05 CA-CAMPAIGN              PIC X(4).

           FD CUST-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CU-REC
           RECORD CONTAINS 75 CHARACTERS.

       01 CU-REC.
           05 CU-CUST-ID               PIC 9(6).
           05 CU-LNAME                 PIC X(15).
           05 CU-FNAME                 PIC X(15).
           05 CU-ADDRESS               PIC X(15).
           05 CU-CITY                  PIC X(10).
           05 CU-STATE                 PIC XX.
           05 CU-ZIP                   PIC 9(9).
           05 CU-SRC-BOAT              PIC X.
           05 CU-SRC-POP               PIC X.
           05 CU-SRC-TENANT            PIC X.

           FD LAPSED-RAW
           LABEL RECORD IS STANDARD
           DATA RECORD IS LR-REC
           RECORD CONTAINS 130 CHARACTERS.

       01 LR-REC                       PIC X(130).

           SD LAPSED-SORT-WORK
           DATA RECORD IS LW-REC.

       01 LW-REC.
           05 LW-TEAM                  PIC X.
           05 LW-SELLER-LNAME          PIC X(15).
           05 LW-SELLER-FNAME          PIC X(15).
           05 LW-ZIP1                  PIC 9(5).
           05 LW-LNAME                 PIC X(15).
           05 LW-FNAME                 PIC X(15).
           05 LW-ADDRESS               PIC X(15).
           05 FILLER                   PIC X(49).

           FD LAPSED-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS LS-REC
           RECORD CONTAINS 130 CHARACTERS.

       01 LS-REC.
           05 LS-TEAM                  PIC X.
           05 LS-SELLER-LNAME          PIC X(15).
           05 LS-SELLER-FNAME          PIC X(15).
           05 LS-ZIP1                  PIC 9(5).
           05 LS-LNAME                 PIC X(15).
           05 LS-FNAME                 PIC X(15).
           05 LS-ADDRESS               PIC X(15).
           05 LS-CITY                  PIC X(10).
           05 LS-STATE                 PIC XX.
           05 LS-ZIP2                  PIC 9(4).
           05 LS-LAST-CAMPAIGN         PIC X(4).
           05 LS-TYPE-CASES            PIC 9(4) OCCURS 6 TIMES.
           05 LS-PRIOR-CASES           PIC 9(5).

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                      PIC X(132).

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
           05 FP-CBLPOPSL-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CAMPCTL-DAT         PIC X(40)   VALUE SPACES.
           05 FP-CUSTMST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-POPLAPS-DAT         PIC X(40)   VALUE SPACES.
           05 FP-POPLAPS-SRT         PIC X(40)   VALUE SPACES.
           05 FP-POPLAPS-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-CAMPS           PIC X(3)    VALUE 'YES'.
               05 MORE-CUSTS           PIC X(3)    VALUE 'YES'.
               05 MORE-LAPSED          PIC X(3)    VALUE 'YES'.
               05 C-POP-INPUT-STATUS   PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-LISTED-SW          PIC X       VALUE 'N'.
                  88 C-PRIORS-LISTED   VALUE 'Y'.
               05 C-NEWER-SW           PIC X       VALUE 'N'.
                  88 C-SALE-IS-NEWER   VALUE 'Y'.
               05 C-BUY-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-BUY-OVFL        VALUE 'Y'.
               05 C-CUS-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-CUS-OVFL        VALUE 'Y'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-READ-CTR           PIC 9(7)    VALUE 0.
               05 C-USED-CTR           PIC 9(7)    VALUE 0.
               05 C-SKIP-CTR           PIC 9(7)    VALUE 0.
               05 C-LAPSED-CTR         PIC 9(5)    VALUE 0.
               05 C-SELLER-CTR         PIC 9(5)    VALUE 0.
               05 C-CUR-CAMPAIGN       PIC X(4)    VALUE SPACES.
               05 C-SALE-RANK          PIC 99      VALUE 0.
               05 C-PRI-CTR            PIC 99      VALUE 0.
               05 C-PRI-SUB            PIC 99      VALUE 0.
               05 C-CUS-CTR            PIC 9(4)    VALUE 0.
               05 C-CUS-SUB            PIC 9(4)    VALUE 0.
               05 C-BUY-CTR            PIC 9(4)    VALUE 0.
               05 C-BUY-SUB            PIC 9(4)    VALUE 0.
               05 C-TEAM-CTR           PIC 99      VALUE 0.
               05 C-TEAM-SUB           PIC 99      VALUE 0.
               05 C-POP-SUB            PIC 9       VALUE 0.
               05 C-KEY-CUST-ID        PIC 9(6)    VALUE 0.
               05 C-HOLD-TEAM          PIC X       VALUE SPACES.
               05 C-HOLD-SELLER        PIC X(30)   VALUE SPACES.
               05 C-TEAM-IN            PIC X       VALUE SPACES.
               05 C-GT-RETAINED        PIC 9(5)    VALUE 0.
               05 C-GT-LOST            PIC 9(5)    VALUE 0.
               05 C-GT-NEW             PIC 9(5)    VALUE 0.
               05 C-GT-RET-CASES       PIC 9(7)    VALUE 0.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

           01 PRIOR-TABLE.
               05 PRI-CAMPAIGN         PIC X(4) OCCURS 20 TIMES.

           01 CUST-TABLE.
               05 CUS-ENTRY            OCCURS 2000 TIMES.
                   10 CT-CUST-ID       PIC 9(6).
                   10 CT-LNAME         PIC X(15).
                   10 CT-FNAME         PIC X(15).
                   10 CT-ADDRESS       PIC X(15).
                   10 CT-CITY          PIC X(10).
                   10 CT-STATE         PIC XX.
                   10 CT-ZIP           PIC 9(9).

      *    ONE ENTRY PER BUYER ACROSS THE CAMPAIGNS COMPARED. THE
      *    LAST-SALE FIELDS HOLD THE MOST RECENT PRIOR SALE, WHICH
      *    DECIDES THE TEAM AND SELLER THE BUYER IS CREDITED TO.
           01 BUYER-TABLE.
               05 BUY-ENTRY            OCCURS 3000 TIMES.
                   10 BY-CUST-ID       PIC 9(6).
                   10 BY-LNAME         PIC X(15).
                   10 BY-FNAME         PIC X(15).
                   10 BY-ADDRESS       PIC X(15).
                   10 BY-CITY          PIC X(10).
                   10 BY-STATE         PIC XX.
                   10 BY-ZIP           PIC 9(9).
                   10 BY-CUR-CASES     PIC 9(5).
                   10 BY-CUR-TEAM      PIC X.
                   10 BY-PRIOR-CASES   PIC 9(5).
                   10 BY-TYPE-CASES    PIC 9(4) OCCURS 6 TIMES.
                   10 BY-LAST-CAMPAIGN PIC X(4).
                   10 BY-LAST-RANK     PIC 99.
                   10 BY-LAST-TEAM     PIC X.
                   10 BY-LAST-SELLER.
                       15 BY-SELLER-LNAME  PIC X(15).
                       15 BY-SELLER-FNAME  PIC X(15).

           01 TEAM-TABLE.
               05 TM-ENTRY             OCCURS 20 TIMES.
                   10 TM-TEAM          PIC X.
                   10 TM-RETAINED      PIC 9(5).
                   10 TM-LOST          PIC 9(5).
                   10 TM-NEW           PIC 9(5).
                   10 TM-RET-CASES     PIC 9(7).

           01 LAPSED-WORK-REC.
               05 LX-TEAM              PIC X.
               05 LX-SELLER-LNAME      PIC X(15).
               05 LX-SELLER-FNAME      PIC X(15).
               05 LX-ZIP1              PIC 9(5).
               05 LX-LNAME             PIC X(15).
               05 LX-FNAME             PIC X(15).
               05 LX-ADDRESS           PIC X(15).
               05 LX-CITY              PIC X(10).
               05 LX-STATE             PIC XX.
               05 LX-ZIP2              PIC 9(4).
               05 LX-LAST-CAMPAIGN     PIC X(4).
               05 LX-TYPE-CASES        PIC 9(4) OCCURS 6 TIMES.
               05 LX-PRIOR-CASES       PIC 9(5).

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(34)   VALUE SPACES.
               05 FILLER               PIC X(34)
                  VALUE 'POP SALE LAPSED BUYERS - CAMPAIGN '.
               05 TITLE-CAMPAIGN       PIC X(4).
               05 FILLER               PIC X(36)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 PRIOR-LINE.
               05 FILLER               PIC X(18)
                  VALUE 'PRIOR CAMPAIGNS:  '.
               05 PL-TEXT              PIC X(100).

           01 TEAM-LINE.
               05 FILLER               PIC X(6)    VALUE 'TEAM: '.
               05 TL-TEAM              PIC X.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(22)
                  VALUE 'CALL LIST BY SELLER   '.

           01 SELLER-LINE.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'SELLER: '.
               05 SL-SELLER            PIC X(31).

           01 CALL-HEADING.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'CUSTOMER'.
               05 FILLER               PIC X(24)   VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'ADDRESS'.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'CITY'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(3)    VALUE 'ZIP'.
               05 FILLER               PIC X(11)   VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'LAST'.
               05 FILLER               PIC X(30)
                  VALUE '  PT01  PT02  PT03  PT04  PT05'.
               05 FILLER               PIC X(12)
                  VALUE '  PT06 TOTAL'.

           01 CALL-LINE.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 CL-NAME              PIC X(31).
               05 FILLER               PIC X       VALUE SPACES.
               05 CL-ADDRESS           PIC X(15).
               05 FILLER               PIC XX      VALUE SPACES.
               05 CL-CITY              PIC X(10).
               05 FILLER               PIC X       VALUE SPACES.
               05 CL-STATE             PIC XX.
               05 FILLER               PIC X       VALUE SPACES.
               05 CL-ZIP1              PIC 9(5).
               05 FILLER               PIC X       VALUE '-'.
               05 CL-ZIP2              PIC 9(4).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 CL-LAST-CAMPAIGN     PIC X(4).
               05 CL-TYPE-CASES        PIC ZZ,ZZ9 OCCURS 6 TIMES.
               05 CL-PRIOR-CASES       PIC ZZ,ZZ9.

           01 SELLER-TOTAL-LINE.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(22)
                  VALUE 'BUYERS TO CALL:       '.
               05 ST-CTR               PIC ZZ,ZZ9.

           01 NONE-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 NONE-TEXT            PIC X(50).

           01 RETENTION-TITLE.
               05 FILLER               PIC X(40)
                  VALUE 'RETENTION SUMMARY BY TEAM               '.

           01 RETENTION-HEADING.
               05 FILLER               PIC X(4)    VALUE 'TEAM'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'RETAINED'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'LOST'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(3)    VALUE 'NEW'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'RETENTION'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(13)
                  VALUE 'RETURN CASES '.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(14)
                  VALUE 'CASES / RETURN'.

           01 RETENTION-LINE.
               05 FILLER               PIC X       VALUE SPACES.
               05 RL-TEAM-OUT          PIC X(5).
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 RL-RETAINED          PIC ZZ,ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 RL-LOST              PIC ZZ,ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 RL-NEW               PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 RL-RET-PCT           PIC ZZ9.9.
               05 FILLER               PIC X       VALUE '%'.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 RL-RET-CASES         PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 RL-CASES-PER         PIC ZZ,ZZ9.99.

           01 TOTAL-LINE1.
               05 FILLER               PIC X(13)
                  VALUE 'SALES READ:  '.
               05 GT-READ-CTR          PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'COMPARED: '.
               05 GT-USED-CTR          PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(16)
                  VALUE 'BUYERS TO CALL: '.
               05 GT-LAPSED-CTR        PIC ZZ,ZZ9.

           01 OVERFLOW-WARN-LINE.
               05 FILLER               PIC X(31)
                  VALUE '*** WARNING - TABLE OVERFLOW: '.
               05 OVW-TABLE-NAME       PIC X(15).
               05 FILLER               PIC X(31)
                  VALUE ' - LIST IS INCOMPLETE ***     '.

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
               OPEN INPUT POP-INPUT.
               IF C-POP-INPUT-STATUS NOT = '00'
                   DISPLAY 'CBLHJB81 - UNABLE TO OPEN POP-INPUT, '
                       'STATUS = ' C-POP-INPUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET C-JOB-ABEND TO TRUE
               END-IF.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT CAMP-CTL.
               PERFORM L3-LOAD-CAMPAIGNS
                   UNTIL MORE-CAMPS = 'NO'.
               CLOSE CAMP-CTL.
      *    THE COMPARISON NEEDS A CURRENT CAMPAIGN - THE BLANK
      *    "ALL CAMPAIGNS" SETTING THE SALES REPORTS ACCEPT HAS
      *    NOTHING TO MEASURE RETURNING BUYERS AGAINST.
               IF C-CUR-CAMPAIGN = SPACES
                   DISPLAY 'CBLHJB81 - NO CURRENT CAMPAIGN ON '
                       'CAMPCTL.DAT, RUN HALTED'
                   MOVE 16 TO RETURN-CODE
                   CLOSE POP-INPUT
                   STOP RUN
               END-IF.
               INITIALIZE BUYER-TABLE.
               INITIALIZE TEAM-TABLE.
               OPEN INPUT CUST-MASTER.
               PERFORM L3-LOAD-CUST-MASTER
                   UNTIL MORE-CUSTS = 'NO'.
               CLOSE CUST-MASTER.
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
               MOVE C-CUR-CAMPAIGN         TO TITLE-CAMPAIGN.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-ACCUM-SALE
                   THRU L3-ACCUM-SALE-EXIT.
               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               CLOSE POP-INPUT.
               OPEN OUTPUT LAPSED-RAW.
               PERFORM L3-CLASSIFY-BUYER
                   VARYING C-BUY-SUB FROM 1 BY 1
                       UNTIL C-BUY-SUB > C-BUY-CTR.
               CLOSE LAPSED-RAW.
      *    TEAM, THEN SELLER, THEN THE CBLHJB18 ROUTE ORDER - ZIP
      *    AND NAME - SO EACH SELLER'S CALLS RUN STREET BY STREET.
               SORT LAPSED-SORT-WORK
                   ON ASCENDING KEY LW-TEAM
                   ON ASCENDING KEY LW-SELLER-LNAME
                   ON ASCENDING KEY LW-SELLER-FNAME
                   ON ASCENDING KEY LW-ZIP1
                   ON ASCENDING KEY LW-LNAME
                   ON ASCENDING KEY LW-FNAME
                   ON ASCENDING KEY LW-ADDRESS
                   USING LAPSED-RAW
                   GIVING LAPSED-SORTED.
               IF SORT-RETURN NOT = ZERO
                   DISPLAY 'CBLHJB81 - SORT OF LAPSED-RAW FAILED, '
                       'SORT-RETURN = ' SORT-RETURN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT PRTOUT.
               PERFORM L3-CALL-LIST.
               PERFORM L3-RETENTION-SUMMARY.
               MOVE C-READ-CTR             TO GT-READ-CTR.
               MOVE C-USED-CTR             TO GT-USED-CTR.
               MOVE C-LAPSED-CTR           TO GT-LAPSED-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               IF C-BUY-OVFL
                   MOVE 'BUYER-TABLE'      TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               IF C-CUS-OVFL
                   MOVE 'CUST-TABLE'       TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PRTOUT.

           L3-READ-INPUT.
               READ POP-INPUT
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-READ-CTR
               END-IF.

           L3-LOAD-CAMPAIGNS.
               READ CAMP-CTL
                   AT END
                       MOVE 'NO' TO MORE-CAMPS
                   NOT AT END
                       IF C-CUR-CAMPAIGN = SPACES
                           MOVE CA-CAMPAIGN TO C-CUR-CAMPAIGN
                       ELSE
                           IF CA-CAMPAIGN NOT = SPACES
                               AND CA-CAMPAIGN NOT = C-CUR-CAMPAIGN
                               AND C-PRI-CTR < 20
                               ADD 1 TO C-PRI-CTR
                               MOVE CA-CAMPAIGN TO
                                   PRI-CAMPAIGN(C-PRI-CTR)
                               SET C-PRIORS-LISTED TO TRUE
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-CUST-MASTER.
               READ CUST-MASTER
                   AT END
                       MOVE 'NO' TO MORE-CUSTS
                   NOT AT END
                       IF CU-SRC-POP = 'Y'
                           IF C-CUS-CTR < 2000
                               ADD 1 TO C-CUS-CTR
                               MOVE CU-CUST-ID TO CT-CUST-ID(C-CUS-CTR)
                               MOVE CU-LNAME   TO CT-LNAME(C-CUS-CTR)
                               MOVE CU-FNAME   TO CT-FNAME(C-CUS-CTR)
                               MOVE CU-ADDRESS TO CT-ADDRESS(C-CUS-CTR)
                               MOVE CU-CITY    TO CT-CITY(C-CUS-CTR)
                               MOVE CU-STATE   TO CT-STATE(C-CUS-CTR)
                               MOVE CU-ZIP     TO CT-ZIP(C-CUS-CTR)
                           ELSE
                               IF NOT C-CUS-OVFL
                                   SET C-CUS-OVFL TO TRUE
                                   DISPLAY 'CBLHJB81 - CUST-TABLE '
                                       'OVERFLOW, MATCHING INCOMPLETE'
                                   MOVE 8 TO RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
               END-READ.

           L3-ACCUM-SALE.
               IF I-CASES NOT NUMERIC OR I-CAMPAIGN = SPACES
                   ADD 1 TO C-SKIP-CTR
                   GO TO L3-ACCUM-SALE-EXIT
               END-IF.
      *    RANK 0 IS THE CURRENT CAMPAIGN; A LISTED PRIOR CAMPAIGN
      *    RANKS BY ITS POSITION ON CAMPCTL.DAT. WITH NONE LISTED
      *    EVERY OTHER CAMPAIGN RANKS 99 AND THE CODE DECIDES.
               IF I-CAMPAIGN = C-CUR-CAMPAIGN
                   MOVE 0 TO C-SALE-RANK
               ELSE
                   IF C-PRIORS-LISTED
                       PERFORM VARYING C-PRI-SUB FROM 1 BY 1
                           UNTIL C-PRI-SUB > C-PRI-CTR
                               OR PRI-CAMPAIGN(C-PRI-SUB) = I-CAMPAIGN
                       END-PERFORM
                       IF C-PRI-SUB > C-PRI-CTR
                           ADD 1 TO C-SKIP-CTR
                           GO TO L3-ACCUM-SALE-EXIT
                       END-IF
                       MOVE C-PRI-SUB TO C-SALE-RANK
                   ELSE
                       MOVE 99 TO C-SALE-RANK
                   END-IF
               END-IF.
               ADD 1 TO C-USED-CTR.
               PERFORM L4-FIND-BUYER.
               IF C-BUY-SUB = 0
                   GO TO L3-ACCUM-SALE-EXIT
               END-IF.
               IF C-SALE-RANK = 0
                   ADD I-CASES TO BY-CUR-CASES(C-BUY-SUB)
                   IF BY-CUR-TEAM(C-BUY-SUB) = SPACES
                       MOVE I-TEAM TO BY-CUR-TEAM(C-BUY-SUB)
                   END-IF
                   GO TO L3-ACCUM-SALE-EXIT
               END-IF.
               ADD I-CASES TO BY-PRIOR-CASES(C-BUY-SUB).
               IF I-POP-TYPE NUMERIC
                   AND I-POP-TYPE >= 1 AND I-POP-TYPE <= 6
                   MOVE I-POP-TYPE TO C-POP-SUB
                   ADD I-CASES TO BY-TYPE-CASES(C-BUY-SUB, C-POP-SUB)
               END-IF.
               PERFORM L4-CHECK-NEWER.
               IF C-SALE-IS-NEWER
                   MOVE I-CAMPAIGN     TO BY-LAST-CAMPAIGN(C-BUY-SUB)
                   MOVE C-SALE-RANK    TO BY-LAST-RANK(C-BUY-SUB)
                   MOVE I-TEAM         TO BY-LAST-TEAM(C-BUY-SUB)
                   MOVE I-SELLER-LNAME TO BY-SELLER-LNAME(C-BUY-SUB)
                   MOVE I-SELLER-FNAME TO BY-SELLER-FNAME(C-BUY-SUB)
               END-IF.

           L3-ACCUM-SALE-EXIT.
               EXIT.

           L4-FIND-BUYER.
      *    THE CUSTOMER MASTER TIES A BUYER'S SALES TOGETHER THE
      *    SAME WAY CBLHJB18 ADDRESSES ITS LETTERS - BY NAME ON A
      *    POP CUSTOMER. A BUYER THE MASTER DOES NOT KNOW IS KEYED
      *    BY NAME AND STREET ADDRESS.
               PERFORM VARYING C-CUS-SUB FROM 1 BY 1
                   UNTIL C-CUS-SUB > C-CUS-CTR
                       OR (I-LNAME = CT-LNAME(C-CUS-SUB)
                           AND I-FNAME = CT-FNAME(C-CUS-SUB))
               END-PERFORM.
               IF C-CUS-SUB <= C-CUS-CTR
                   MOVE CT-CUST-ID(C-CUS-SUB) TO C-KEY-CUST-ID
                   PERFORM VARYING C-BUY-SUB FROM 1 BY 1
                       UNTIL C-BUY-SUB > C-BUY-CTR
                           OR BY-CUST-ID(C-BUY-SUB) = C-KEY-CUST-ID
                   END-PERFORM
               ELSE
                   MOVE 0 TO C-KEY-CUST-ID
                   PERFORM VARYING C-BUY-SUB FROM 1 BY 1
                       UNTIL C-BUY-SUB > C-BUY-CTR
                           OR (BY-CUST-ID(C-BUY-SUB) = 0
                               AND I-LNAME = BY-LNAME(C-BUY-SUB)
                               AND I-FNAME = BY-FNAME(C-BUY-SUB)
                               AND I-ADDRESS = BY-ADDRESS(C-BUY-SUB))
                   END-PERFORM
               END-IF.
               IF C-BUY-SUB > C-BUY-CTR
                   IF C-BUY-CTR < 3000
                       ADD 1 TO C-BUY-CTR
                       MOVE C-BUY-CTR      TO C-BUY-SUB
                       MOVE C-KEY-CUST-ID  TO BY-CUST-ID(C-BUY-SUB)
                       MOVE I-LNAME        TO BY-LNAME(C-BUY-SUB)
                       MOVE I-FNAME        TO BY-FNAME(C-BUY-SUB)
                       MOVE SPACES TO BY-CUR-TEAM(C-BUY-SUB)
                       MOVE SPACES TO BY-LAST-CAMPAIGN(C-BUY-SUB)
                       MOVE SPACES TO BY-LAST-TEAM(C-BUY-SUB)
                       MOVE SPACES TO BY-LAST-SELLER(C-BUY-SUB)
                       IF C-CUS-SUB <= C-CUS-CTR
                           MOVE CT-ADDRESS(C-CUS-SUB) TO
                               BY-ADDRESS(C-BUY-SUB)
                           MOVE CT-CITY(C-CUS-SUB) TO BY-CITY(C-BUY-SUB)
                           MOVE CT-STATE(C-CUS-SUB) TO
                               BY-STATE(C-BUY-SUB)
                           MOVE CT-ZIP(C-CUS-SUB) TO BY-ZIP(C-BUY-SUB)
                       ELSE
                           MOVE I-ADDRESS  TO BY-ADDRESS(C-BUY-SUB)
                           MOVE I-CITY     TO BY-CITY(C-BUY-SUB)
                           MOVE I-STATE    TO BY-STATE(C-BUY-SUB)
                           MOVE I-ZIP      TO BY-ZIP(C-BUY-SUB)
                       END-IF
                   ELSE
                       IF NOT C-BUY-OVFL
                           SET C-BUY-OVFL TO TRUE
                           DISPLAY 'CBLHJB81 - BUYER-TABLE '
                               'OVERFLOW, LIST INCOMPLETE'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                       MOVE 0 TO C-BUY-SUB
                   END-IF
               END-IF.

           L4-CHECK-NEWER.
      *    A LATER RECORD FROM THE SAME CAMPAIGN ALSO WINS, SO THE
      *    LAST SALE KEYED IS THE ONE THE BUYER IS CREDITED TO.
               MOVE 'N' TO C-NEWER-SW.
               IF BY-LAST-CAMPAIGN(C-BUY-SUB) = SPACES
                   SET C-SALE-IS-NEWER TO TRUE
               ELSE
                   IF C-PRIORS-LISTED
                       IF C-SALE-RANK <= BY-LAST-RANK(C-BUY-SUB)
                           SET C-SALE-IS-NEWER TO TRUE
                       END-IF
                   ELSE
                       IF I-CAMPAIGN >= BY-LAST-CAMPAIGN(C-BUY-SUB)
                           SET C-SALE-IS-NEWER TO TRUE
                       END-IF
                   END-IF
               END-IF.

           L3-CLASSIFY-BUYER.
      *    RETAINED AND LOST BUYERS COUNT FOR THE TEAM THAT SOLD TO
      *    THEM LAST TIME; A NEW BUYER COUNTS FOR THIS YEAR'S TEAM.
               IF BY-PRIOR-CASES(C-BUY-SUB) > 0
                   MOVE BY-LAST-TEAM(C-BUY-SUB) TO C-TEAM-IN
                   PERFORM L4-FIND-TEAM
                   IF BY-CUR-CASES(C-BUY-SUB) > 0
                       ADD 1 TO TM-RETAINED(C-TEAM-SUB)
                       ADD BY-CUR-CASES(C-BUY-SUB)
                           TO TM-RET-CASES(C-TEAM-SUB)
                   ELSE
                       ADD 1 TO TM-LOST(C-TEAM-SUB)
                       PERFORM L4-WRITE-LAPSED
                   END-IF
               ELSE
                   IF BY-CUR-CASES(C-BUY-SUB) > 0
                       MOVE BY-CUR-TEAM(C-BUY-SUB) TO C-TEAM-IN
                       PERFORM L4-FIND-TEAM
                       ADD 1 TO TM-NEW(C-TEAM-SUB)
                   END-IF
               END-IF.

           L4-FIND-TEAM.
               PERFORM VARYING C-TEAM-SUB FROM 1 BY 1
                   UNTIL C-TEAM-SUB > C-TEAM-CTR
                       OR TM-TEAM(C-TEAM-SUB) = C-TEAM-IN
               END-PERFORM.
               IF C-TEAM-SUB > C-TEAM-CTR
                   IF C-TEAM-CTR < 20
                       ADD 1 TO C-TEAM-CTR
                       MOVE C-TEAM-IN TO TM-TEAM(C-TEAM-CTR)
                   ELSE
      *    MORE THAN 20 TEAM CODES MEANS BAD DATA; THE EXTRAS POOL
      *    IN THE LAST SLOT RATHER THAN DROP OUT OF THE COUNTS.
                       MOVE 20 TO C-TEAM-SUB
                   END-IF
               END-IF.

           L4-WRITE-LAPSED.
               ADD 1 TO C-LAPSED-CTR.
               MOVE BY-LAST-TEAM(C-BUY-SUB)     TO LX-TEAM.
               MOVE BY-SELLER-LNAME(C-BUY-SUB)  TO LX-SELLER-LNAME.
               MOVE BY-SELLER-FNAME(C-BUY-SUB)  TO LX-SELLER-FNAME.
               MOVE BY-ZIP(C-BUY-SUB)(1:5)      TO LX-ZIP1.
               MOVE BY-ZIP(C-BUY-SUB)(6:4)      TO LX-ZIP2.
               MOVE BY-LNAME(C-BUY-SUB)         TO LX-LNAME.
               MOVE BY-FNAME(C-BUY-SUB)         TO LX-FNAME.
               MOVE BY-ADDRESS(C-BUY-SUB)       TO LX-ADDRESS.
               MOVE BY-CITY(C-BUY-SUB)          TO LX-CITY.
               MOVE BY-STATE(C-BUY-SUB)         TO LX-STATE.
               MOVE BY-LAST-CAMPAIGN(C-BUY-SUB) TO LX-LAST-CAMPAIGN.
               PERFORM VARYING C-POP-SUB FROM 1 BY 1
                   UNTIL C-POP-SUB > 6
                       MOVE BY-TYPE-CASES(C-BUY-SUB, C-POP-SUB)
                           TO LX-TYPE-CASES(C-POP-SUB)
               END-PERFORM.
               MOVE BY-PRIOR-CASES(C-BUY-SUB)   TO LX-PRIOR-CASES.
               WRITE LR-REC FROM LAPSED-WORK-REC.

           L3-CALL-LIST.
               PERFORM L4-HEADING-FIRST.
               OPEN INPUT LAPSED-SORTED.
               PERFORM L4-READ-LAPSED.
               IF MORE-LAPSED = 'NO'
                   MOVE 'NO LAPSED BUYERS TO CALL' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 3 LINES
               ELSE
                   MOVE LS-TEAM            TO C-HOLD-TEAM
                   MOVE LS-SELLER-LNAME    TO C-HOLD-SELLER(1:15)
                   MOVE LS-SELLER-FNAME    TO C-HOLD-SELLER(16:15)
                   PERFORM L4-TEAM-HEADING
                   PERFORM L4-SELLER-HEADING
               END-IF.
               PERFORM L4-CALL-ONE-BUYER
                   UNTIL MORE-LAPSED = 'NO'.
               IF C-LAPSED-CTR > 0
                   PERFORM L5-SELLER-TOTAL
               END-IF.
               CLOSE LAPSED-SORTED.

           L4-READ-LAPSED.
               READ LAPSED-SORTED
                   AT END
                       MOVE 'NO' TO MORE-LAPSED.

           L4-CALL-ONE-BUYER.
               IF LS-TEAM NOT = C-HOLD-TEAM
                   PERFORM L5-SELLER-TOTAL
                   MOVE LS-TEAM            TO C-HOLD-TEAM
                   MOVE LS-SELLER-LNAME    TO C-HOLD-SELLER(1:15)
                   MOVE LS-SELLER-FNAME    TO C-HOLD-SELLER(16:15)
                   PERFORM L4-TEAM-HEADING
                   PERFORM L4-SELLER-HEADING
               ELSE
                   IF LS-SELLER-LNAME NOT = C-HOLD-SELLER(1:15)
                       OR LS-SELLER-FNAME NOT = C-HOLD-SELLER(16:15)
                       PERFORM L5-SELLER-TOTAL
                       MOVE LS-SELLER-LNAME TO C-HOLD-SELLER(1:15)
                       MOVE LS-SELLER-FNAME TO C-HOLD-SELLER(16:15)
                       PERFORM L4-SELLER-HEADING
                   END-IF
               END-IF.
               MOVE SPACES                 TO CL-NAME.
               STRING LS-FNAME DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   LS-LNAME DELIMITED BY '  '
                   INTO CL-NAME.
               MOVE LS-ADDRESS             TO CL-ADDRESS.
               MOVE LS-CITY                TO CL-CITY.
               MOVE LS-STATE               TO CL-STATE.
               MOVE LS-ZIP1                TO CL-ZIP1.
               MOVE LS-ZIP2                TO CL-ZIP2.
               MOVE LS-LAST-CAMPAIGN       TO CL-LAST-CAMPAIGN.
               PERFORM VARYING C-POP-SUB FROM 1 BY 1
                   UNTIL C-POP-SUB > 6
                       MOVE LS-TYPE-CASES(C-POP-SUB)
                           TO CL-TYPE-CASES(C-POP-SUB)
               END-PERFORM.
               MOVE LS-PRIOR-CASES         TO CL-PRIOR-CASES.
               WRITE PRTLINE FROM CALL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
                           PERFORM L4-SELLER-HEADING.
               ADD 1 TO C-SELLER-CTR.
               PERFORM L4-READ-LAPSED.

           L4-TEAM-HEADING.
      *    EACH TEAM'S LIST STARTS A PAGE SO IT CAN BE HANDED TO
      *    THAT TEAM'S COACH.
               IF PAGE-CTR > 1 OR C-SELLER-CTR > 0
                   OR LINAGE-COUNTER > 8
                   PERFORM L4-HEADING
               END-IF.
               MOVE C-HOLD-TEAM            TO TL-TEAM.
               WRITE PRTLINE FROM TEAM-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM CALL-HEADING
                   AFTER ADVANCING 2 LINES.

           L4-SELLER-HEADING.
               MOVE 0                      TO C-SELLER-CTR.
               IF C-HOLD-SELLER = SPACES
                   MOVE '(NO SELLER ON THE SALE)' TO SL-SELLER
               ELSE
                   MOVE SPACES             TO SL-SELLER
                   STRING C-HOLD-SELLER(16:15) DELIMITED BY '  '
                       ' ' DELIMITED BY SIZE
                       C-HOLD-SELLER(1:15) DELIMITED BY '  '
                       INTO SL-SELLER
               END-IF.
               WRITE PRTLINE FROM SELLER-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-HEADING.

           L5-SELLER-TOTAL.
               MOVE C-SELLER-CTR           TO ST-CTR.
               WRITE PRTLINE FROM SELLER-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.
               MOVE 0                      TO C-SELLER-CTR.

           L3-RETENTION-SUMMARY.
               PERFORM L4-HEADING.
               WRITE PRTLINE FROM RETENTION-TITLE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM RETENTION-HEADING
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM SPACES.
               PERFORM L4-RETENTION-ONE-TEAM
                   VARYING C-TEAM-SUB FROM 1 BY 1
                       UNTIL C-TEAM-SUB > C-TEAM-CTR.
               MOVE 'ALL'                  TO RL-TEAM-OUT.
               MOVE C-GT-RETAINED          TO RL-RETAINED.
               MOVE C-GT-LOST              TO RL-LOST.
               MOVE C-GT-NEW               TO RL-NEW.
               MOVE C-GT-RET-CASES         TO RL-RET-CASES.
               IF C-GT-RETAINED + C-GT-LOST > 0
                   COMPUTE RL-RET-PCT ROUNDED = C-GT-RETAINED * 100
                       / (C-GT-RETAINED + C-GT-LOST)
               ELSE
                   MOVE 0                  TO RL-RET-PCT
               END-IF.
               IF C-GT-RETAINED > 0
                   COMPUTE RL-CASES-PER ROUNDED =
                       C-GT-RET-CASES / C-GT-RETAINED
               ELSE
                   MOVE 0                  TO RL-CASES-PER
               END-IF.
               WRITE PRTLINE FROM RETENTION-LINE
                   AFTER ADVANCING 2 LINES.

           L4-RETENTION-ONE-TEAM.
               IF TM-TEAM(C-TEAM-SUB) = SPACES
                   MOVE '(NONE)'           TO RL-TEAM-OUT
               ELSE
                   MOVE TM-TEAM(C-TEAM-SUB) TO RL-TEAM-OUT
               END-IF.
               MOVE TM-RETAINED(C-TEAM-SUB)  TO RL-RETAINED.
               MOVE TM-LOST(C-TEAM-SUB)      TO RL-LOST.
               MOVE TM-NEW(C-TEAM-SUB)       TO RL-NEW.
               MOVE TM-RET-CASES(C-TEAM-SUB) TO RL-RET-CASES.
               IF TM-RETAINED(C-TEAM-SUB) + TM-LOST(C-TEAM-SUB) > 0
                   COMPUTE RL-RET-PCT ROUNDED =
                       TM-RETAINED(C-TEAM-SUB) * 100
                       / (TM-RETAINED(C-TEAM-SUB)
                           + TM-LOST(C-TEAM-SUB))
               ELSE
                   MOVE 0                  TO RL-RET-PCT
               END-IF.
               IF TM-RETAINED(C-TEAM-SUB) > 0
                   COMPUTE RL-CASES-PER ROUNDED =
                       TM-RET-CASES(C-TEAM-SUB)
                       / TM-RETAINED(C-TEAM-SUB)
               ELSE
                   MOVE 0                  TO RL-CASES-PER
               END-IF.
               WRITE PRTLINE FROM RETENTION-LINE
                   AFTER ADVANCING 1 LINE.
               ADD TM-RETAINED(C-TEAM-SUB)  TO C-GT-RETAINED.
               ADD TM-LOST(C-TEAM-SUB)      TO C-GT-LOST.
               ADD TM-NEW(C-TEAM-SUB)       TO C-GT-NEW.
               ADD TM-RET-CASES(C-TEAM-SUB) TO C-GT-RET-CASES.

           L4-HEADING-FIRST.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
               MOVE SPACES                 TO PL-TEXT.
               IF C-PRIORS-LISTED
                   PERFORM VARYING C-PRI-SUB FROM 1 BY 1
                       UNTIL C-PRI-SUB > C-PRI-CTR
                           MOVE PRI-CAMPAIGN(C-PRI-SUB) TO
                               PL-TEXT(C-PRI-SUB * 5 - 4:4)
                   END-PERFORM
               ELSE
                   MOVE 'EVERY OTHER CAMPAIGN ON CBLPOPSL.DAT'
                                           TO PL-TEXT
               END-IF.
               WRITE PRTLINE FROM PRIOR-LINE
                   AFTER ADVANCING 1 LINE.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM PRIOR-LINE
                   AFTER ADVANCING 1 LINE.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB81'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-READ-CTR             TO RL-RECS-READ.
               MOVE C-USED-CTR             TO RL-RECS-PROCESSED.
               MOVE C-SKIP-CTR             TO RL-RECS-REJECTED.
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
               MOVE 'CBLHJB81'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-CBLPOPSL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CBLPOPSL.DAT' DELIMITED BY SIZE
               INTO FP-CBLPOPSL-DAT.
           MOVE SPACES TO FP-CAMPCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CAMPCTL.DAT' DELIMITED BY SIZE
               INTO FP-CAMPCTL-DAT.
           MOVE SPACES TO FP-CUSTMST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CUSTMST.DAT' DELIMITED BY SIZE
               INTO FP-CUSTMST-DAT.
           MOVE SPACES TO FP-POPLAPS-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'POPLAPS.DAT' DELIMITED BY SIZE
               INTO FP-POPLAPS-DAT.
           MOVE SPACES TO FP-POPLAPS-SRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'POPLAPS.SRT' DELIMITED BY SIZE
               INTO FP-POPLAPS-SRT.
           MOVE SPACES TO FP-POPLAPS-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'POPLAPS.PRT' DELIMITED BY SIZE
               INTO FP-POPLAPS-PRT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB81.
