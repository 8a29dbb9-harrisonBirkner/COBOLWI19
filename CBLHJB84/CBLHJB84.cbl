       IDENTIFICATION DIVISION.
      *TEST-REGION REFRESH WITH PERSONAL-DATA MASKING. COPIES THE
      *PRODUCTION FILES IN C:\COBOLWI19\ INTO THE TEST REGION
      *C:\COBOLWI19\TEST\ SO TEST RUNS HAVE REALISTIC DATA WITHOUT
      *REAL PEOPLE ON A SHARED DIRECTORY. STDNTMST.DAT, CRSGRD.DAT,
      *STDNTAR.DAT, REGENRL.DAT, PAYPLAN.DAT, PLANSCHD.DAT,
      *HOLDMST.DAT, ALUMNI.DAT, STDNTADR.DAT, TENANT.DAT,
      *CUSTMST.DAT, CBLPOPSL.DAT, CBLBOAT1.DAT, BOATLOAN.DAT, AND
      *SELLRST.DAT ARE ALWAYS MASKED ON THE WAY ACROSS: NAMES,
      *STREET ADDRESSES, PHONE NUMBERS, STUDENT IDS, AND TAXPAYER
      *IDS ARE REPLACED BY MADE-UP VALUES.
      *EVERY MASK IS KEPT IN A TABLE FOR THE RUN, SO THE SAME REAL
      *VALUE GETS THE SAME FAKE ONE IN EVERY FILE AND THE CROSS-
      *FILE MATCHING (CBLHJB51 NAME AND STREET, THE STUDENT ID ON
      *THE GRADE, RECEIVABLE, REGISTRATION, PAYMENT-PLAN, HOLD,
      *ALUMNI, AND ADDRESS FILES, THE SELLER ROSTER) STILL
      *WORKS IN TEST. FAKE STUDENT IDS ARE GIVEN OUT IN THE ORDER
      *OF THE REAL ONES, SO A FILE IN ID ORDER STAYS IN ID ORDER.
      *AMOUNTS, DATES, CODES, CITY/STATE/ZIP, AND RECORD COUNTS
      *ARE COPIED UNTOUCHED. MONBILLS.DAT, WHICH HOLDS NO PERSONAL
      *DATA, IS ALWAYS COPIED AS IS SO THE RENT LOAD (CBLHJB92) HAS
      *BOTH ITS FLAT FILES IN TEST. ANY OTHER FILE NAMED ON THE
      *OPTIONAL LIST TSTCOPY.DAT IS COPIED AS IS - ONLY FILES WITH
      *NO PERSONAL DATA BELONG ON IT. TSTRFRSH.PRT LISTS EVERY FILE
      *COPIED WITH ITS RECORDS AND THE FIELDS MASKED. A FILE NOT
      *ON PRODUCTION LEAVES ITS TEST COPY ALONE.
       PROGRAM-ID. CBLHJB84.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL COPY-IN
               ASSIGN TO DYNAMIC FP-COPY-IN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-COPY-STATUS.

           SELECT COPY-OUT
               ASSIGN TO DYNAMIC FP-COPY-OUT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TEST-COPY-LIST
               ASSIGN TO DYNAMIC FP-TSTCOPY-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-TSTRFRSH-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD COPY-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CI-REC
           RECORD CONTAINS 256 CHARACTERS.

       01 CI-REC                       PIC X(256).

           FD COPY-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CO-REC
           RECORD CONTAINS 256 CHARACTERS.

       01 CO-REC                       PIC X(256).

           FD TEST-COPY-LIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS TC-REC
           RECORD CONTAINS 12 CHARACTERS.

       01 TC-REC.
           05 TC-FILE-NAME             PIC X(12).

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                      PIC X(132).

           FD RUN-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS RL-REC
           RECORD CONTAINS 49 CHARACTERS.

       01 RL-REC.
           05 RL-PROGRAM-ID            PIC X(8).
           05 RL-RUN-DATE              PIC 9(8).
           05 RL-RUN-TIME              PIC X(11).
           05 RL-RECS-READ             PIC 9(7).
           05 RL-RECS-PROCESSED        PIC 9(7).
           05 RL-RECS-REJECTED         PIC 9(7).
           05 RL-ENTRY-TYPE            PIC X.

       WORKING-STORAGE SECTION.
       01 FILE-PATHS.
           05 FP-PROD-DIR          PIC X(20)   VALUE SPACES.
           05 FP-TEST-DIR          PIC X(20)   VALUE SPACES.
           05 FP-COPY-IN           PIC X(40)   VALUE SPACES.
           05 FP-COPY-OUT          PIC X(40)   VALUE SPACES.
           05 FP-TSTCOPY-DAT       PIC X(40)   VALUE SPACES.
           05 FP-TSTRFRSH-PRT      PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT        PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-LIST            PIC X(3)    VALUE 'YES'.
               05 C-COPY-STATUS        PIC XX      VALUE '00'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-MSK-SUB            PIC 99      VALUE 0.
               05 C-ASI-SUB            PIC 99      VALUE 0.
               05 C-ALWAYS-SW          PIC X       VALUE 'N'.
               05 C-FILE-NAME          PIC X(12)   VALUE SPACES.
               05 C-HOW                PIC X(8)    VALUE SPACES.
               05 C-NOTE               PIC X(30)   VALUE SPACES.
               05 C-IDX-CTR            PIC 9       VALUE 0.
               05 C-REC-CTR            PIC 9(7)    VALUE 0.
               05 C-NAME-CTR           PIC 9(7)    VALUE 0.
               05 C-ADDR-CTR           PIC 9(7)    VALUE 0.
               05 C-PHONE-CTR          PIC 9(7)    VALUE 0.
               05 C-ID-CTR             PIC 9(7)    VALUE 0.
               05 C-TIN-CTR            PIC 9(7)    VALUE 0.
               05 C-FILE-CTR           PIC 9(3)    VALUE 0.
               05 C-GT-RECS            PIC 9(7)    VALUE 0.
               05 C-GT-NAMES           PIC 9(7)    VALUE 0.
               05 C-GT-ADDRS           PIC 9(7)    VALUE 0.
               05 C-GT-PHONES          PIC 9(7)    VALUE 0.
               05 C-GT-IDS             PIC 9(7)    VALUE 0.
               05 C-GT-TINS            PIC 9(7)    VALUE 0.
               05 C-SID-CTR            PIC 9(4)    VALUE 0.
               05 C-SID-POS            PIC 9(4)    VALUE 0.
               05 C-SHIFT-SUB          PIC 9(4)    VALUE 0.
               05 C-SNM-CTR            PIC 9(4)    VALUE 0.
               05 C-FNM-CTR            PIC 9(4)    VALUE 0.
               05 C-ADM-CTR            PIC 9(4)    VALUE 0.
               05 C-PHM-CTR            PIC 9(4)    VALUE 0.
               05 C-TIM-CTR            PIC 9(4)    VALUE 0.
               05 C-MAP-SUB            PIC 9(4)    VALUE 0.
               05 C-GEN-NO             PIC 9(4)    VALUE 0.
               05 C-GEN-Q              PIC 9(4)    VALUE 0.
               05 C-GEN-D1             PIC 99      VALUE 0.
               05 C-GEN-D2             PIC 99      VALUE 0.
               05 C-GEN-D3             PIC 99      VALUE 0.
               05 C-HOUSE-NO           PIC 9(4)    VALUE 0.
               05 C-MASK-IN            PIC X(20)   VALUE SPACES.
               05 C-MASK-OUT           PIC X(20)   VALUE SPACES.
               05 C-FAKE-LAST          PIC X(15)   VALUE SPACES.
               05 C-FAKE-ID.
                   10 FILLER           PIC X       VALUE '9'.
                   10 C-FAKE-ID-NO     PIC 9(6)    VALUE 0.
               05 C-FAKE-PHONE.
                   10 FILLER           PIC X(3)    VALUE '555'.
                   10 C-FAKE-PHONE-NO  PIC 9(7)    VALUE 0.
      *    NO TAXPAYER ID IS EVER ISSUED WITH 000 IN FRONT, SO A
      *    FAKE ONE CAN NEVER BE A REAL PERSON'S.
               05 C-FAKE-TIN.
                   10 FILLER           PIC X(3)    VALUE '000'.
                   10 C-FAKE-TIN-NO    PIC 9(6)    VALUE 0.
               05 C-TONIGHT            PIC 9(8)    VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

      *    THE RECORD BEING COPIED, WITH ONE VIEW PER MASKED FILE.
      *    ONLY THE FIELDS THAT ARE MASKED ARE NAMED.
           01 MASK-REC                 PIC X(256).
           01 SM-VIEW REDEFINES MASK-REC.
               05 SM-ID                PIC X(7).
               05 SM-LNAME             PIC X(15).
               05 SM-FNAME             PIC X(15).
               05 FILLER               PIC X(219).
           01 TN-VIEW REDEFINES MASK-REC.
               05 FILLER               PIC X(4).
               05 TN-LNAME             PIC X(15).
               05 TN-FNAME             PIC X(10).
               05 TN-ADDRESS           PIC X(15).
               05 FILLER               PIC X(17).
               05 TN-PHONE             PIC X(10).
               05 FILLER               PIC X(185).
           01 CU-VIEW REDEFINES MASK-REC.
               05 FILLER               PIC X(6).
               05 CU-LNAME             PIC X(15).
               05 CU-FNAME             PIC X(15).
               05 CU-ADDRESS           PIC X(15).
               05 FILLER               PIC X(205).
           01 PO-VIEW REDEFINES MASK-REC.
               05 PO-LNAME             PIC X(15).
               05 PO-FNAME             PIC X(15).
               05 PO-ADDRESS           PIC X(15).
               05 FILLER               PIC X(30).
               05 PO-SELLER-LNAME      PIC X(15).
               05 PO-SELLER-FNAME      PIC X(15).
               05 FILLER               PIC X(151).
           01 BT-VIEW REDEFINES MASK-REC.
               05 BT-LAST-NAME         PIC X(15).
               05 FILLER               PIC X(241).
           01 SR-VIEW REDEFINES MASK-REC.
               05 FILLER               PIC X(9).
               05 SR-LNAME             PIC X(15).
               05 SR-FNAME             PIC X(15).
               05 FILLER               PIC X(3).
               05 SR-GUARDIAN-NAME     PIC X(20).
               05 SR-GUARDIAN-PHONE    PIC X(10).
               05 FILLER               PIC X(184).
           01 SD-VIEW REDEFINES MASK-REC.
               05 FILLER               PIC X(7).
               05 SD-TIN               PIC X(9).
               05 SD-ADDRESS           PIC X(15).
               05 FILLER               PIC X(225).

      *    THE FILES MASKED ON EVERY REFRESH. THE FIRST NINE CARRY
      *    THE STUDENT ID IN COLUMNS 1-7.
           01 MASKED-FILES.
               05 FILLER  PIC X(12) VALUE 'STDNTMST.DAT'.
               05 FILLER  PIC X(12) VALUE 'CRSGRD.DAT'.
               05 FILLER  PIC X(12) VALUE 'STDNTAR.DAT'.
               05 FILLER  PIC X(12) VALUE 'REGENRL.DAT'.
               05 FILLER  PIC X(12) VALUE 'PAYPLAN.DAT'.
               05 FILLER  PIC X(12) VALUE 'PLANSCHD.DAT'.
               05 FILLER  PIC X(12) VALUE 'HOLDMST.DAT'.
               05 FILLER  PIC X(12) VALUE 'ALUMNI.DAT'.
               05 FILLER  PIC X(12) VALUE 'STDNTADR.DAT'.
               05 FILLER  PIC X(12) VALUE 'TENANT.DAT'.
               05 FILLER  PIC X(12) VALUE 'CUSTMST.DAT'.
               05 FILLER  PIC X(12) VALUE 'CBLPOPSL.DAT'.
               05 FILLER  PIC X(12) VALUE 'CBLBOAT1.DAT'.
               05 FILLER  PIC X(12) VALUE 'BOATLOAN.DAT'.
               05 FILLER  PIC X(12) VALUE 'SELLRST.DAT'.
           01 MASKED-FILE-TABLE REDEFINES MASKED-FILES.
               05 MSK-FILE-NAME        PIC X(12) OCCURS 15 TIMES.

      *    THE FILES ALWAYS COPIED AS IS. THEY HOLD NO PERSONAL DATA
      *    AND A TEST LOAD STEP NEEDS THEM.
           01 AS-IS-FILES.
               05 FILLER  PIC X(12) VALUE 'MONBILLS.DAT'.
           01 AS-IS-FILE-TABLE REDEFINES AS-IS-FILES.
               05 ASI-FILE-NAME        PIC X(12) OCCURS 1 TIMES.

      *    MADE-UP NAMES ARE BUILT FROM SYLLABLES. EVERY PIECE IN A
      *    LIST IS THE SAME LENGTH, SO TWO DIFFERENT ENTRY NUMBERS
      *    CAN NEVER SPELL THE SAME NAME - 8000 OF EACH.
           01 LAST-SYL1-LIST.
               05 FILLER  PIC X(30) VALUE
                  'BRACALDORFENGARHOLKELLANMARNOR'.
               05 FILLER  PIC X(30) VALUE
                  'PELQUIRADSALTORVANWELYARZELASH'.
           01 LAST-SYL1-TABLE REDEFINES LAST-SYL1-LIST.
               05 LAST-SYL1            PIC X(3) OCCURS 20 TIMES.
           01 LAST-SYL2-LIST.
               05 FILLER  PIC X(40) VALUE
                  'DALEFORDLOCKMONTRICKSONSTONEWICKBERGFELD'.
               05 FILLER  PIC X(40) VALUE
                  'HAMSLOWEMERENETTROSESTEDVILLWORTBURYCOTT'.
           01 LAST-SYL2-TABLE REDEFINES LAST-SYL2-LIST.
               05 LAST-SYL2            PIC X(4) OCCURS 20 TIMES.
           01 FIRST-SYL1-LIST.
               05 FILLER  PIC X(30) VALUE
                  'ALABENCARDANELIFAYGILHANIVAJON'.
               05 FILLER  PIC X(30) VALUE
                  'KARLEOMAINEDOLAPATRIASAMTESVIC'.
           01 FIRST-SYL1-TABLE REDEFINES FIRST-SYL1-LIST.
               05 FIRST-SYL1           PIC X(3) OCCURS 20 TIMES.
           01 FIRST-SYL2-LIST.
               05 FILLER  PIC X(30) VALUE
                  'NIERONLEEROYENAICEITASONDRALYN'.
               05 FILLER  PIC X(30) VALUE
                  'MERTTEWINZIEBELDENORAKINRISVEN'.
           01 FIRST-SYL2-TABLE REDEFINES FIRST-SYL2-LIST.
               05 FIRST-SYL2           PIC X(3) OCCURS 20 TIMES.
           01 END-SYL-LIST.
               05 FILLER  PIC X(40) VALUE
                  '  ERANESINONELASORENISARETOSUMALIKOTIDUL'.
           01 END-SYL-TABLE REDEFINES END-SYL-LIST.
               05 END-SYL              PIC XX OCCURS 20 TIMES.
           01 STREET-LIST.
               05 FILLER  PIC X(20) VALUE 'ELM ST    OAK ST    '.
               05 FILLER  PIC X(20) VALUE 'MAPLE AVE CEDAR LN  '.
               05 FILLER  PIC X(20) VALUE 'PINE ST   BIRCH RD  '.
               05 FILLER  PIC X(20) VALUE 'WALNUT ST ASPEN CT  '.
               05 FILLER  PIC X(20) VALUE 'WILLOW DR SPRUCE AVE'.
               05 FILLER  PIC X(20) VALUE 'ASH ST    HICKORY LN'.
               05 FILLER  PIC X(20) VALUE 'POPLAR ST LINDEN AVE'.
               05 FILLER  PIC X(20) VALUE 'CHERRY ST SUMAC RD  '.
               05 FILLER  PIC X(20) VALUE 'LAUREL DR HAZEL CT  '.
               05 FILLER  PIC X(20) VALUE 'ALDER ST  JUNIPER LN'.
           01 STREET-TABLE REDEFINES STREET-LIST.
               05 STREET-NAME          PIC X(10) OCCURS 20 TIMES.

      *    THE MASKS GIVEN OUT SO FAR THIS RUN. STUDENT IDS ARE
      *    COLLECTED FIRST AND HELD IN ASCENDING ORDER; THE FAKE ID
      *    IS THE REAL ONE'S PLACE IN THAT ORDER.
           01 STUDENT-ID-TABLE.
               05 SID-REAL             PIC X(7) OCCURS 5000 TIMES.
           01 SURNAME-MAP.
               05 SNM-ENTRY            OCCURS 5000 TIMES.
                   10 SNM-REAL         PIC X(20).
                   10 SNM-FAKE         PIC X(15).
           01 FIRST-NAME-MAP.
               05 FNM-ENTRY            OCCURS 5000 TIMES.
                   10 FNM-REAL         PIC X(15).
                   10 FNM-FAKE         PIC X(10).
           01 ADDRESS-MAP.
               05 ADM-ENTRY            OCCURS 5000 TIMES.
                   10 ADM-REAL         PIC X(15).
                   10 ADM-FAKE         PIC X(15).
           01 PHONE-MAP.
               05 PHM-ENTRY            OCCURS 5000 TIMES.
                   10 PHM-REAL         PIC X(10).
                   10 PHM-FAKE         PIC X(10).
           01 TIN-MAP.
               05 TIM-ENTRY            OCCURS 5000 TIMES.
                   10 TIM-REAL         PIC X(9).
                   10 TIM-FAKE         PIC X(9).

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(36)   VALUE SPACES.
               05 FILLER               PIC X(36)
                  VALUE 'TEST-REGION REFRESH FROM PRODUCTION '.
               05 FILLER               PIC X(36)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 COL-HEADING.
               05 FILLER               PIC X(12)   VALUE 'FILE'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'COPIED'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE '  RECORDS'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE '    NAMES'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'ADDRESSES'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE '   PHONES'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE '  STU IDS'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE '     TINS'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE ' FIELDS'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(30)   VALUE 'NOTE'.

           01 COL-HEADING2.
               05 FILLER               PIC X(89)   VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE ' MASKED'.

           01 DETAIL-LINE.
               05 D-FILE-NAME          PIC X(12).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-HOW                PIC X(8).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-RECS               PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-NAMES              PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-ADDRS              PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-PHONES             PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-IDS                PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-TINS               PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-FIELDS             PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-NOTE               PIC X(30).

           01 TOTAL-LINE.
               05 FILLER               PIC X(7)    VALUE 'TOTALS '.
               05 T-FILES              PIC ZZ9.
               05 FILLER               PIC X(14)   VALUE ' FILES'.
               05 T-RECS               PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 T-NAMES              PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 T-ADDRS              PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 T-PHONES             PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 T-IDS                PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 T-TINS               PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 T-FIELDS             PIC Z,ZZZ,ZZ9.

           01 MAP-LINE.
               05 FILLER               PIC X(26)
                  VALUE 'DISTINCT VALUES MASKED -  '.
               05 FILLER               PIC X(9)    VALUE 'SURNAMES '.
               05 M-SURNAMES           PIC Z,ZZ9.
               05 FILLER               PIC X(14)
                  VALUE '  FIRST NAMES '.
               05 M-FIRST-NAMES        PIC Z,ZZ9.
               05 FILLER               PIC X(12)   VALUE '  ADDRESSES '.
               05 M-ADDRESSES          PIC Z,ZZ9.
               05 FILLER               PIC X(9)    VALUE '  PHONES '.
               05 M-PHONES             PIC Z,ZZ9.
               05 FILLER               PIC X(14)
                  VALUE '  STUDENT IDS '.
               05 M-STUDENT-IDS        PIC Z,ZZ9.
               05 FILLER               PIC X(7)    VALUE '  TINS '.
               05 M-TINS               PIC Z,ZZ9.

       PROCEDURE DIVISION.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               PERFORM L2-INIT.
               PERFORM L2-COLLECT-IDS
                   VARYING C-MSK-SUB FROM 1 BY 1
                       UNTIL C-MSK-SUB > 9.
               PERFORM L2-REFRESH-MASKED
                   VARYING C-MSK-SUB FROM 1 BY 1
                       UNTIL C-MSK-SUB > 15.
               PERFORM L2-REFRESH-ALWAYS-AS-IS
                   VARYING C-ASI-SUB FROM 1 BY 1
                       UNTIL C-ASI-SUB > 1.
               PERFORM L2-REFRESH-AS-IS
                   UNTIL MORE-LIST = 'NO'.
               PERFORM L2-CLOSING.
               STOP RUN.

           L2-INIT.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE CURRENT-MONTH          TO TITLE-MONTH.
               MOVE CURRENT-DAY            TO TITLE-DAY.
               MOVE CURRENT-YEAR           TO TITLE-YEAR.
               OPEN OUTPUT PRTOUT.
               PERFORM L4-HEADING-FIRST.
               OPEN INPUT TEST-COPY-LIST.

           L2-COLLECT-IDS.
      *    EVERY STUDENT ID ON THE NINE STUDENT FILES IS PUT IN
      *    ORDER BEFORE ANYTHING IS COPIED, SO AN ID ON THE GRADE,
      *    RECEIVABLE, OR ANY OTHER STUDENT FILE WITH NO MASTER
      *    STILL MASKS THE SAME WAY EVERYWHERE.
               MOVE SPACES TO FP-COPY-IN.
               STRING FP-PROD-DIR DELIMITED BY SPACE
                   MSK-FILE-NAME(C-MSK-SUB) DELIMITED BY SPACE
                   INTO FP-COPY-IN.
               OPEN INPUT COPY-IN.
               IF C-COPY-STATUS = '00'
                   MOVE 'YES' TO MORE-RECS
                   PERFORM L3-COLLECT-ONE-ID
                       UNTIL MORE-RECS = 'NO'
               END-IF.
               CLOSE COPY-IN.

           L3-COLLECT-ONE-ID.
               READ COPY-IN INTO MASK-REC
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF SM-ID NOT = SPACES
                           PERFORM L4-INSERT-ID
                       END-IF
               END-READ.

           L4-INSERT-ID.
               PERFORM VARYING C-SID-POS FROM 1 BY 1
                   UNTIL C-SID-POS > C-SID-CTR
                       OR SID-REAL(C-SID-POS) NOT < SM-ID
               END-PERFORM.
               IF C-SID-POS > C-SID-CTR
                   OR SID-REAL(C-SID-POS) NOT = SM-ID
                   IF C-SID-CTR NOT < 5000
                       DISPLAY 'CBLHJB84 - STUDENT-ID TABLE '
                           'OVERFLOW, REFRESH HALTED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM VARYING C-SHIFT-SUB FROM C-SID-CTR BY -1
                       UNTIL C-SHIFT-SUB < C-SID-POS
                           MOVE SID-REAL(C-SHIFT-SUB)
                               TO SID-REAL(C-SHIFT-SUB + 1)
                   END-PERFORM
                   MOVE SM-ID TO SID-REAL(C-SID-POS)
                   ADD 1 TO C-SID-CTR
               END-IF.

           L2-REFRESH-MASKED.
               MOVE MSK-FILE-NAME(C-MSK-SUB) TO C-FILE-NAME.
               MOVE 'MASKED'                 TO C-HOW.
               PERFORM L3-COPY-FILE
                   THRU L3-COPY-FILE-EXIT.

           L2-REFRESH-ALWAYS-AS-IS.
               MOVE ASI-FILE-NAME(C-ASI-SUB) TO C-FILE-NAME.
               MOVE 'AS IS'                  TO C-HOW.
               MOVE 0                        TO C-MSK-SUB.
               MOVE 'Y'                      TO C-ALWAYS-SW.
               PERFORM L3-COPY-FILE
                   THRU L3-COPY-FILE-EXIT.
               MOVE 'N'                      TO C-ALWAYS-SW.

           L2-REFRESH-AS-IS.
               READ TEST-COPY-LIST
                   AT END
                       MOVE 'NO' TO MORE-LIST
                   NOT AT END
                       IF TC-FILE-NAME NOT = SPACES
                           MOVE TC-FILE-NAME TO C-FILE-NAME
                           MOVE 'AS IS'      TO C-HOW
                           MOVE 0            TO C-MSK-SUB
                           PERFORM L3-COPY-FILE
                               THRU L3-COPY-FILE-EXIT
                       END-IF
               END-READ.

           L3-COPY-FILE.
               MOVE 0 TO C-REC-CTR.
               MOVE 0 TO C-NAME-CTR.
               MOVE 0 TO C-ADDR-CTR.
               MOVE 0 TO C-PHONE-CTR.
               MOVE 0 TO C-ID-CTR.
               MOVE 0 TO C-TIN-CTR.
               MOVE SPACES TO C-NOTE.
               IF C-HOW = 'AS IS'
                   PERFORM L4-CHECK-AS-IS-NAME
                   IF C-NOTE NOT = SPACES
                       PERFORM L4-PRINT-FILE-LINE
                       GO TO L3-COPY-FILE-EXIT
                   END-IF
               END-IF.
               MOVE SPACES TO FP-COPY-IN.
               STRING FP-PROD-DIR DELIMITED BY SPACE
                   C-FILE-NAME DELIMITED BY SPACE
                   INTO FP-COPY-IN.
               OPEN INPUT COPY-IN.
               IF C-COPY-STATUS NOT = '00'
                   CLOSE COPY-IN
                   MOVE 'NOT ON PRODUCTION - NOT COPIED' TO C-NOTE
                   PERFORM L4-PRINT-FILE-LINE
                   GO TO L3-COPY-FILE-EXIT
               END-IF.
               MOVE SPACES TO FP-COPY-OUT.
               STRING FP-TEST-DIR DELIMITED BY SPACE
                   C-FILE-NAME DELIMITED BY SPACE
                   INTO FP-COPY-OUT.
               OPEN OUTPUT COPY-OUT.
               MOVE 'YES' TO MORE-RECS.
               PERFORM L4-COPY-ONE-REC
                   UNTIL MORE-RECS = 'NO'.
               CLOSE COPY-IN.
               CLOSE COPY-OUT.
               ADD 1 TO C-FILE-CTR.
               ADD C-REC-CTR   TO C-GT-RECS.
               ADD C-NAME-CTR  TO C-GT-NAMES.
               ADD C-ADDR-CTR  TO C-GT-ADDRS.
               ADD C-PHONE-CTR TO C-GT-PHONES.
               ADD C-ID-CTR    TO C-GT-IDS.
               ADD C-TIN-CTR   TO C-GT-TINS.
               PERFORM L4-PRINT-FILE-LINE.

           L3-COPY-FILE-EXIT.
               EXIT.

           L4-CHECK-AS-IS-NAME.
      *    A MASKED FILE IS NEVER COPIED AS IS, EVEN WHEN IT IS ON
      *    TSTCOPY.DAT, A FILE ALWAYS COPIED IS NOT COPIED TWICE,
      *    AND ONLY LINE-SEQUENTIAL FILES ARE COPIED - AN INDEXED
      *    FILE IS REBUILT IN TEST BY ITS OWN LOAD STEP.
               PERFORM VARYING C-MSK-SUB FROM 1 BY 1
                   UNTIL C-MSK-SUB > 15
                       OR MSK-FILE-NAME(C-MSK-SUB) = C-FILE-NAME
               END-PERFORM.
               IF C-MSK-SUB <= 15
                   MOVE 'ALWAYS MASKED - LISTED ABOVE' TO C-NOTE
               END-IF.
               IF C-ALWAYS-SW = 'N'
                   PERFORM VARYING C-ASI-SUB FROM 1 BY 1
                       UNTIL C-ASI-SUB > 1
                           OR ASI-FILE-NAME(C-ASI-SUB) = C-FILE-NAME
                   END-PERFORM
                   IF C-ASI-SUB <= 1
                       MOVE 'ALWAYS COPIED - LISTED ABOVE' TO C-NOTE
                   END-IF
               END-IF.
               MOVE 0 TO C-MSK-SUB.
               MOVE 0 TO C-IDX-CTR.
               INSPECT C-FILE-NAME TALLYING C-IDX-CTR FOR ALL '.IDX'.
               IF C-IDX-CTR > 0
                   MOVE 'INDEXED FILE - NOT COPIED' TO C-NOTE
               END-IF.

           L4-COPY-ONE-REC.
               READ COPY-IN INTO MASK-REC
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-REC-CTR
                       EVALUATE C-MSK-SUB
                           WHEN 1
                           WHEN 8
                               PERFORM L5-MASK-STUDENT-MASTER
                           WHEN 2 THRU 7
                               PERFORM L5-MASK-STUDENT-ID
                           WHEN 9
                               PERFORM L5-MASK-STUDENT-ADDRESS
                           WHEN 10
                               PERFORM L5-MASK-TENANT
                           WHEN 11
                               PERFORM L5-MASK-CUSTOMER
                           WHEN 12
                               PERFORM L5-MASK-POP-SALE
                           WHEN 13
                           WHEN 14
                               PERFORM L5-MASK-BOAT-BUYER
                           WHEN 15
                               PERFORM L5-MASK-SELLER
                       END-EVALUATE
                       WRITE CO-REC FROM MASK-REC
               END-READ.

           L5-MASK-STUDENT-MASTER.
      *    ALUMNI.DAT LEADS WITH THE SAME ID, SURNAME, AND GIVEN
      *    NAME AS THE STUDENT MASTER.
               PERFORM L5-MASK-STUDENT-ID.
               MOVE SM-LNAME TO C-MASK-IN.
               PERFORM L6-MASK-SURNAME.
               MOVE C-MASK-OUT TO SM-LNAME.
               MOVE SM-FNAME TO C-MASK-IN.
               PERFORM L6-MASK-FIRST-NAME.
               MOVE C-MASK-OUT TO SM-FNAME.

           L5-MASK-STUDENT-ID.
               MOVE SM-ID TO C-MASK-IN.
               PERFORM L6-MASK-ID.
               MOVE C-MASK-OUT TO SM-ID.

           L5-MASK-STUDENT-ADDRESS.
               PERFORM L5-MASK-STUDENT-ID.
               MOVE SD-TIN TO C-MASK-IN.
               PERFORM L6-MASK-TIN.
               MOVE C-MASK-OUT TO SD-TIN.
               MOVE SD-ADDRESS TO C-MASK-IN.
               PERFORM L6-MASK-ADDRESS.
               MOVE C-MASK-OUT TO SD-ADDRESS.

           L5-MASK-TENANT.
      *    THE TENANT NAME IS ONE 25-BYTE FIELD, SURNAME IN THE
      *    FIRST 15 AND GIVEN NAME IN THE LAST 10, AS CBLHJB51
      *    READS IT.
               MOVE TN-LNAME TO C-MASK-IN.
               PERFORM L6-MASK-SURNAME.
               MOVE C-MASK-OUT TO TN-LNAME.
               MOVE TN-FNAME TO C-MASK-IN.
               PERFORM L6-MASK-FIRST-NAME.
               MOVE C-MASK-OUT TO TN-FNAME.
               MOVE TN-ADDRESS TO C-MASK-IN.
               PERFORM L6-MASK-ADDRESS.
               MOVE C-MASK-OUT TO TN-ADDRESS.
               MOVE TN-PHONE TO C-MASK-IN.
               PERFORM L6-MASK-PHONE.
               MOVE C-MASK-OUT TO TN-PHONE.

           L5-MASK-CUSTOMER.
               MOVE CU-LNAME TO C-MASK-IN.
               PERFORM L6-MASK-SURNAME.
               MOVE C-MASK-OUT TO CU-LNAME.
               MOVE CU-FNAME TO C-MASK-IN.
               PERFORM L6-MASK-FIRST-NAME.
               MOVE C-MASK-OUT TO CU-FNAME.
               MOVE CU-ADDRESS TO C-MASK-IN.
               PERFORM L6-MASK-ADDRESS.
               MOVE C-MASK-OUT TO CU-ADDRESS.

           L5-MASK-POP-SALE.
               MOVE PO-LNAME TO C-MASK-IN.
               PERFORM L6-MASK-SURNAME.
               MOVE C-MASK-OUT TO PO-LNAME.
               MOVE PO-FNAME TO C-MASK-IN.
               PERFORM L6-MASK-FIRST-NAME.
               MOVE C-MASK-OUT TO PO-FNAME.
               MOVE PO-ADDRESS TO C-MASK-IN.
               PERFORM L6-MASK-ADDRESS.
               MOVE C-MASK-OUT TO PO-ADDRESS.
               MOVE PO-SELLER-LNAME TO C-MASK-IN.
               PERFORM L6-MASK-SURNAME.
               MOVE C-MASK-OUT TO PO-SELLER-LNAME.
               MOVE PO-SELLER-FNAME TO C-MASK-IN.
               PERFORM L6-MASK-FIRST-NAME.
               MOVE C-MASK-OUT TO PO-SELLER-FNAME.

           L5-MASK-BOAT-BUYER.
      *    CBLBOAT1.DAT AND BOATLOAN.DAT BOTH LEAD WITH THE BUYER'S
      *    LAST NAME.
               MOVE BT-LAST-NAME TO C-MASK-IN.
               PERFORM L6-MASK-SURNAME.
               MOVE C-MASK-OUT TO BT-LAST-NAME.

           L5-MASK-SELLER.
               MOVE SR-LNAME TO C-MASK-IN.
               PERFORM L6-MASK-SURNAME.
               MOVE C-MASK-OUT TO SR-LNAME.
               MOVE SR-FNAME TO C-MASK-IN.
               PERFORM L6-MASK-FIRST-NAME.
               MOVE C-MASK-OUT TO SR-FNAME.
      *    THE GUARDIAN NAME IS FREE-FORM, SO THE WHOLE FIELD IS
      *    MASKED AS ONE VALUE AND COUNTED AS ONE NAME.
               IF SR-GUARDIAN-NAME NOT = SPACES
                   MOVE SR-GUARDIAN-NAME TO C-MASK-IN
                   PERFORM L6-MASK-SURNAME
                   MOVE C-MASK-OUT TO C-FAKE-LAST
                   MOVE SR-GUARDIAN-NAME TO C-MASK-IN
                   PERFORM L6-MASK-FIRST-NAME
                   MOVE SPACES TO SR-GUARDIAN-NAME
                   STRING C-MASK-OUT DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       C-FAKE-LAST DELIMITED BY SPACE
                       INTO SR-GUARDIAN-NAME
                   SUBTRACT 1 FROM C-NAME-CTR
               END-IF.
               MOVE SR-GUARDIAN-PHONE TO C-MASK-IN.
               PERFORM L6-MASK-PHONE.
               MOVE C-MASK-OUT TO SR-GUARDIAN-PHONE.

           L6-MASK-ID.
               MOVE C-MASK-IN TO C-MASK-OUT.
               IF C-MASK-IN(1:7) NOT = SPACES
                   PERFORM VARYING C-MAP-SUB FROM 1 BY 1
                       UNTIL C-MAP-SUB > C-SID-CTR
                           OR SID-REAL(C-MAP-SUB) = C-MASK-IN(1:7)
                   END-PERFORM
                   IF C-MAP-SUB <= C-SID-CTR
                       MOVE C-MAP-SUB  TO C-FAKE-ID-NO
                       MOVE C-FAKE-ID  TO C-MASK-OUT
                       ADD 1 TO C-ID-CTR
                   END-IF
               END-IF.

           L6-MASK-SURNAME.
               MOVE C-MASK-IN TO C-MASK-OUT.
               IF C-MASK-IN NOT = SPACES
                   PERFORM VARYING C-MAP-SUB FROM 1 BY 1
                       UNTIL C-MAP-SUB > C-SNM-CTR
                           OR SNM-REAL(C-MAP-SUB) = C-MASK-IN
                   END-PERFORM
                   IF C-MAP-SUB > C-SNM-CTR
                       IF C-SNM-CTR NOT < 5000
                           PERFORM L7-MAP-OVERFLOW
                       END-IF
                       ADD 1 TO C-SNM-CTR
                       MOVE C-SNM-CTR TO C-GEN-NO
                       PERFORM L7-SPLIT-GEN-NO
                       MOVE C-MASK-IN TO SNM-REAL(C-SNM-CTR)
                       MOVE SPACES    TO SNM-FAKE(C-SNM-CTR)
                       STRING LAST-SYL1(C-GEN-D1 + 1) DELIMITED BY SIZE
                           LAST-SYL2(C-GEN-D2 + 1) DELIMITED BY SIZE
                           END-SYL(C-GEN-D3 + 1) DELIMITED BY SPACE
                           INTO SNM-FAKE(C-SNM-CTR)
                   END-IF
                   MOVE SNM-FAKE(C-MAP-SUB) TO C-MASK-OUT
                   ADD 1 TO C-NAME-CTR
               END-IF.

           L6-MASK-FIRST-NAME.
               MOVE C-MASK-IN TO C-MASK-OUT.
               IF C-MASK-IN(1:15) NOT = SPACES
                   PERFORM VARYING C-MAP-SUB FROM 1 BY 1
                       UNTIL C-MAP-SUB > C-FNM-CTR
                           OR FNM-REAL(C-MAP-SUB) = C-MASK-IN(1:15)
                   END-PERFORM
                   IF C-MAP-SUB > C-FNM-CTR
                       IF C-FNM-CTR NOT < 5000
                           PERFORM L7-MAP-OVERFLOW
                       END-IF
                       ADD 1 TO C-FNM-CTR
                       MOVE C-FNM-CTR TO C-GEN-NO
                       PERFORM L7-SPLIT-GEN-NO
                       MOVE C-MASK-IN TO FNM-REAL(C-FNM-CTR)
                       MOVE SPACES    TO FNM-FAKE(C-FNM-CTR)
                       STRING FIRST-SYL1(C-GEN-D1 + 1) DELIMITED BY SIZE
                           FIRST-SYL2(C-GEN-D2 + 1) DELIMITED BY SIZE
                           END-SYL(C-GEN-D3 + 1) DELIMITED BY SPACE
                           INTO FNM-FAKE(C-FNM-CTR)
                   END-IF
                   MOVE SPACES TO C-MASK-OUT
                   MOVE FNM-FAKE(C-MAP-SUB) TO C-MASK-OUT
                   ADD 1 TO C-NAME-CTR
               END-IF.

           L6-MASK-ADDRESS.
      *    THE HOUSE NUMBER IS THE ENTRY NUMBER PLUS 1000, SO NO
      *    TWO REAL ADDRESSES CAN SHARE A FAKE ONE.
               MOVE C-MASK-IN TO C-MASK-OUT.
               IF C-MASK-IN(1:15) NOT = SPACES
                   PERFORM VARYING C-MAP-SUB FROM 1 BY 1
                       UNTIL C-MAP-SUB > C-ADM-CTR
                           OR ADM-REAL(C-MAP-SUB) = C-MASK-IN(1:15)
                   END-PERFORM
                   IF C-MAP-SUB > C-ADM-CTR
                       IF C-ADM-CTR NOT < 5000
                           PERFORM L7-MAP-OVERFLOW
                       END-IF
                       ADD 1 TO C-ADM-CTR
                       MOVE C-ADM-CTR TO C-GEN-NO
                       PERFORM L7-SPLIT-GEN-NO
                       COMPUTE C-HOUSE-NO = C-ADM-CTR + 1000
                       MOVE C-MASK-IN TO ADM-REAL(C-ADM-CTR)
                       MOVE SPACES    TO ADM-FAKE(C-ADM-CTR)
                       STRING C-HOUSE-NO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           STREET-NAME(C-GEN-D1 + 1) DELIMITED BY SIZE
                           INTO ADM-FAKE(C-ADM-CTR)
                   END-IF
                   MOVE SPACES TO C-MASK-OUT
                   MOVE ADM-FAKE(C-MAP-SUB) TO C-MASK-OUT
                   ADD 1 TO C-ADDR-CTR
               END-IF.

           L6-MASK-PHONE.
      *    A BLANK OR ALL-ZERO PHONE MEANS NONE ON FILE AND IS LEFT.
               MOVE C-MASK-IN TO C-MASK-OUT.
               IF C-MASK-IN(1:10) NOT = SPACES
                   AND C-MASK-IN(1:10) NOT = '0000000000'
                   PERFORM VARYING C-MAP-SUB FROM 1 BY 1
                       UNTIL C-MAP-SUB > C-PHM-CTR
                           OR PHM-REAL(C-MAP-SUB) = C-MASK-IN(1:10)
                   END-PERFORM
                   IF C-MAP-SUB > C-PHM-CTR
                       IF C-PHM-CTR NOT < 5000
                           PERFORM L7-MAP-OVERFLOW
                       END-IF
                       ADD 1 TO C-PHM-CTR
                       MOVE C-PHM-CTR    TO C-FAKE-PHONE-NO
                       MOVE C-MASK-IN    TO PHM-REAL(C-PHM-CTR)
                       MOVE C-FAKE-PHONE TO PHM-FAKE(C-PHM-CTR)
                   END-IF
                   MOVE SPACES TO C-MASK-OUT
                   MOVE PHM-FAKE(C-MAP-SUB) TO C-MASK-OUT
                   ADD 1 TO C-PHONE-CTR
               END-IF.

           L6-MASK-TIN.
      *    A BLANK OR ALL-ZERO TIN MEANS NONE ON FILE AND IS LEFT, SO
      *    CBLHJB61 STILL LISTS THE STUDENT AS MISSING ONE IN TEST.
               MOVE C-MASK-IN TO C-MASK-OUT.
               IF C-MASK-IN(1:9) NOT = SPACES
                   AND C-MASK-IN(1:9) NOT = '000000000'
                   PERFORM VARYING C-MAP-SUB FROM 1 BY 1
                       UNTIL C-MAP-SUB > C-TIM-CTR
                           OR TIM-REAL(C-MAP-SUB) = C-MASK-IN(1:9)
                   END-PERFORM
                   IF C-MAP-SUB > C-TIM-CTR
                       IF C-TIM-CTR NOT < 5000
                           PERFORM L7-MAP-OVERFLOW
                       END-IF
                       ADD 1 TO C-TIM-CTR
                       MOVE C-TIM-CTR    TO C-FAKE-TIN-NO
                       MOVE C-MASK-IN    TO TIM-REAL(C-TIM-CTR)
                       MOVE C-FAKE-TIN   TO TIM-FAKE(C-TIM-CTR)
                   END-IF
                   MOVE SPACES TO C-MASK-OUT
                   MOVE TIM-FAKE(C-MAP-SUB) TO C-MASK-OUT
                   ADD 1 TO C-TIN-CTR
               END-IF.

           L7-SPLIT-GEN-NO.
      *    ENTRY NUMBER LESS ONE, READ AS THREE BASE-20 DIGITS -
      *    ONE PER SYLLABLE LIST.
               SUBTRACT 1 FROM C-GEN-NO.
               DIVIDE C-GEN-NO BY 20 GIVING C-GEN-Q
                   REMAINDER C-GEN-D1.
               MOVE C-GEN-Q TO C-GEN-NO.
               DIVIDE C-GEN-NO BY 20 GIVING C-GEN-Q
                   REMAINDER C-GEN-D2.
               MOVE C-GEN-Q TO C-GEN-NO.
               DIVIDE C-GEN-NO BY 20 GIVING C-GEN-Q
                   REMAINDER C-GEN-D3.

           L7-MAP-OVERFLOW.
               DISPLAY 'CBLHJB84 - MASK TABLE OVERFLOW ON '
                   C-FILE-NAME ', REFRESH HALTED - TEST REGION IS '
                   'INCOMPLETE'.
               MOVE 16 TO RETURN-CODE.
               STOP RUN.

           L4-PRINT-FILE-LINE.
               MOVE C-FILE-NAME            TO D-FILE-NAME.
               MOVE C-HOW                  TO D-HOW.
               MOVE C-REC-CTR              TO D-RECS.
               MOVE C-NAME-CTR             TO D-NAMES.
               MOVE C-ADDR-CTR             TO D-ADDRS.
               MOVE C-PHONE-CTR            TO D-PHONES.
               MOVE C-ID-CTR               TO D-IDS.
               MOVE C-TIN-CTR              TO D-TINS.
               COMPUTE D-FIELDS = C-NAME-CTR + C-ADDR-CTR
                   + C-PHONE-CTR + C-ID-CTR + C-TIN-CTR.
               MOVE C-NOTE                 TO D-NOTE.
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L2-CLOSING.
               CLOSE TEST-COPY-LIST.
               MOVE C-FILE-CTR             TO T-FILES.
               MOVE C-GT-RECS              TO T-RECS.
               MOVE C-GT-NAMES             TO T-NAMES.
               MOVE C-GT-ADDRS             TO T-ADDRS.
               MOVE C-GT-PHONES            TO T-PHONES.
               MOVE C-GT-IDS               TO T-IDS.
               MOVE C-GT-TINS              TO T-TINS.
               COMPUTE T-FIELDS = C-GT-NAMES + C-GT-ADDRS
                   + C-GT-PHONES + C-GT-IDS + C-GT-TINS.
               WRITE PRTLINE FROM TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
               MOVE C-SNM-CTR              TO M-SURNAMES.
               MOVE C-FNM-CTR              TO M-FIRST-NAMES.
               MOVE C-ADM-CTR              TO M-ADDRESSES.
               MOVE C-PHM-CTR              TO M-PHONES.
               MOVE C-SID-CTR              TO M-STUDENT-IDS.
               MOVE C-TIM-CTR              TO M-TINS.
               WRITE PRTLINE FROM MAP-LINE
                   AFTER ADVANCING 2 LINES.
               CLOSE PRTOUT.
               DISPLAY 'CBLHJB84 - TEST REGION REFRESHED, '
                   C-FILE-CTR ' FILES, ' C-GT-RECS ' RECORDS'.
               PERFORM L3-WRITE-RUN-LOG.

           L4-HEADING-FIRST.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM COL-HEADING2.
               WRITE PRTLINE FROM SPACES.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM COL-HEADING2.
               WRITE PRTLINE FROM SPACES.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE CURRENT-YEAR(1:4)      TO C-TONIGHT(1:4).
               MOVE CURRENT-MONTH          TO C-TONIGHT(5:2).
               MOVE CURRENT-DAY            TO C-TONIGHT(7:2).
               MOVE 'CBLHJB84'             TO RL-PROGRAM-ID.
               MOVE C-TONIGHT              TO RL-RUN-DATE.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-GT-RECS              TO RL-RECS-READ.
               MOVE C-GT-RECS              TO RL-RECS-PROCESSED.
               MOVE 0                      TO RL-RECS-REJECTED.
               MOVE 'E'                    TO RL-ENTRY-TYPE.
               OPEN EXTEND RUN-LOG.
               WRITE RL-REC.
               CLOSE RUN-LOG.

       L9-SET-FILE-PATHS.
      *    THIS UTILITY ALWAYS READS PRODUCTION AND WRITES TEST,
      *    WHATEVER COBREGION SAYS - IT MUST NEVER BE ABLE TO WRITE
      *    OVER A PRODUCTION FILE. ITS REPORT AND RUN-LOG ENTRY GO
      *    TO PRODUCTION WITH THE OTHER OPERATIONS RECORDS.
           MOVE 'C:\COBOLWI19\' TO FP-PROD-DIR.
           MOVE 'C:\COBOLWI19\TEST\' TO FP-TEST-DIR.
           MOVE SPACES TO FP-TSTCOPY-DAT.
           STRING FP-PROD-DIR DELIMITED BY SPACE
               'TSTCOPY.DAT' DELIMITED BY SIZE
               INTO FP-TSTCOPY-DAT.
           MOVE SPACES TO FP-TSTRFRSH-PRT.
           STRING FP-PROD-DIR DELIMITED BY SPACE
               'TSTRFRSH.PRT' DELIMITED BY SIZE
               INTO FP-TSTRFRSH-PRT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-PROD-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB84.
