       IDENTIFICATION DIVISION.
      *BOAT LOAN PAYOFF QUOTES AND LIEN RELEASES. RUN AFTER CBLHJB38
      *HAS POSTED THE LOAN PAYMENTS. A PAYOFF REQUEST ON PAYREQ.DAT
      *(CUSTOMER, STATE, GOOD-THROUGH DATE) IS QUOTED FROM THE LOAN
      *ON BOATLOAN.DAT: THE PRINCIPAL STILL OWED AFTER THE PAYMENTS
      *MADE, PLUS PER-DIEM INTEREST FROM THE LAST PAYMENT (OR THE
      *OPEN DATE) THROUGH THE GOOD-THROUGH DATE. THE LETTER PRINTS
      *ON PAYOFF.PRT AND THE QUOTE IS KEPT ON THE LOAN SO CBLHJB38
      *CLOSES THE LOAN WHEN IT IS PAID IN TIME. POSTED REQUESTS MOVE
      *TO PAYREQ.PST AND THE INPUT IS EMPTIED. EVERY LOAN CBLHJB38
      *HAS MARKED PAID IN FULL GETS A LIEN RELEASE LETTER ON
      *LIENREL.PRT ONCE, AND THE RELEASE DATE IS POSTED TO THE
      *DELIVERED ORDER ON BOATORD.DAT SO CBLHJB42 CARRIES THE TITLE
      *UNTIL IT IS MAILED. PAYOFREG.PRT REGISTERS BOTH.
      *EVERY RECORD THE RUN CHANGES ON BOATORD.DAT IS JOURNALED TO
      *AIJRNL.DAT (CBLAIJRN) SO CBLHJB91 CAN ROLL A RESTORED GENERATION
      *FORWARD.
       PROGRAM-ID. CBLHJB75.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL REQUEST-INPUT
               ASSIGN TO DYNAMIC FP-PAYREQ-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REQUEST-POSTED
               ASSIGN TO DYNAMIC FP-PAYREQ-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOAN-MASTER
               ASSIGN TO DYNAMIC FP-BOATLOAN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUST-MASTER
               ASSIGN TO DYNAMIC FP-CUSTMST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ORDER-FILE
               ASSIGN TO DYNAMIC FP-BOATORD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYOUT
               ASSIGN TO DYNAMIC FP-PAYOFF-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT LIENOUT
               ASSIGN TO DYNAMIC FP-LIENREL-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-PAYOFREG-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD REQUEST-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS PQ-REC
           RECORD CONTAINS 25 CHARACTERS.

       01 PQ-REC.
           05 PQ-LAST-NAME             PIC X(15).
           05 PQ-STATE                 PIC XX.
           05 PQ-GOOD-THRU             PIC 9(8).

           FD REQUEST-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS PQ-PST-REC
           RECORD CONTAINS 25 CHARACTERS.

       01 PQ-PST-REC                   PIC X(25).

           FD LOAN-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS BL-REC
           RECORD CONTAINS 110 CHARACTERS.

       01 BL-REC.
           05 BL-LAST-NAME             PIC X(15).
           05 BL-STATE                 PIC XX.
           05 BL-BOAT-TYPE             PIC X.
           05 BL-ORIG-PRINCIPAL        PIC 9(7)V99.
           05 BL-TERM                  PIC 9(3).
           05 BL-RATE                  PIC 99V99.
           05 BL-PMT                   PIC 9(6)V99.
           05 BL-BALANCE               PIC 9(8)V99.
           05 BL-OPEN-DATE             PIC 9(8).
           05 BL-PMTS-MADE             PIC 9(3).
           05 BL-LAST-PMT-DATE         PIC 9(8).
           05 BL-PAID-DATE             PIC 9(8).
           05 BL-PAYOFF-AMT            PIC 9(8)V99.
           05 BL-PAYOFF-THRU           PIC 9(8).
           05 BL-LIEN-REL-DATE         PIC 9(8).
           05 FILLER                   PIC X(5).

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

           FD ORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BO-REC
           RECORD CONTAINS 111 CHARACTERS.

       01 BO-REC                       PIC X(111).

           FD PAYOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PAYLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PAYLINE                      PIC X(132).

           FD LIENOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS LIENLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 LIENLINE                     PIC X(132).

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
           05 FP-PAYREQ-DAT          PIC X(40)   VALUE SPACES.
           05 FP-PAYREQ-PST          PIC X(40)   VALUE SPACES.
           05 FP-BOATLOAN-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CUSTMST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-BOATORD-DAT         PIC X(40)   VALUE SPACES.
           05 FP-PAYOFF-PRT          PIC X(40)   VALUE SPACES.
           05 FP-LIENREL-PRT         PIC X(40)   VALUE SPACES.
           05 FP-PAYOFREG-PRT        PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-LOANS           PIC X(3)    VALUE 'YES'.
               05 MORE-CUSTS           PIC X(3)    VALUE 'YES'.
               05 MORE-ORDERS          PIC X(3)    VALUE 'YES'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-CUS-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-CUS-OVFL        VALUE 'Y'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-PAY-PAGE-CTR       PIC 9(5)    VALUE 0.
               05 C-LIEN-PAGE-CTR      PIC 9(5)    VALUE 0.
               05 C-REQ-CTR            PIC 9(5)    VALUE 0.
               05 C-QUOTE-CTR          PIC 9(5)    VALUE 0.
               05 C-REJECT-CTR         PIC 9(5)    VALUE 0.
               05 C-RELEASE-CTR        PIC 9(5)    VALUE 0.
               05 C-NO-ORDER-CTR       PIC 9(5)    VALUE 0.
               05 C-LOAN-CTR           PIC 9(4)    VALUE 0.
               05 C-LOAN-SUB           PIC 9(4)    VALUE 0.
               05 C-CUS-CTR            PIC 9(4)    VALUE 0.
               05 C-CUS-SUB            PIC 9(4)    VALUE 0.
               05 C-ORD-CTR            PIC 9(4)    VALUE 0.
               05 C-ORD-SUB            PIC 9(4)    VALUE 0.
               05 C-MSG                PIC X(30)   VALUE SPACES.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
               05 C-DATE-IN            PIC 9(8)    VALUE 0.
               05 C-DATE-IN-R REDEFINES C-DATE-IN.
                   10 C-DATE-IN-YEAR   PIC X(4).
                   10 C-DATE-IN-MONTH  PIC XX.
                   10 C-DATE-IN-DAY    PIC XX.
               05 C-DATE-OUT           PIC X(10)   VALUE SPACES.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 C-INT-FROM-DATE      PIC 9(8)    VALUE 0.
               05 C-DAYS               PIC S9(5)   VALUE 0.
               05 COL-BOAT-TYPE        PIC X(13)   VALUE SPACES.
               05 PAYOFF-CALCS.
                   10 C-MO-RATE        PIC 9V9(6)     VALUE 0.
                   10 C-FIN-FACTOR     PIC 9(13)V9(6) VALUE 0.
                   10 C-FIN-WORK1      PIC 9(13)V9(6) VALUE 0.
                   10 C-FIN-WORK2      PIC 9(13)V9(6) VALUE 0.
                   10 C-REMAIN-PRIN    PIC S9(8)V99   VALUE 0.
                   10 C-PER-DIEM       PIC 9(5)V99    VALUE 0.
                   10 C-ACCR-INT       PIC 9(7)V99    VALUE 0.
                   10 C-PAYOFF-AMT     PIC 9(8)V99    VALUE 0.
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
               05 C-AIJ-PROGRAM        PIC X(8)    VALUE 'CBLHJB75'.

      *    BOATLOAN.DAT IS REWRITTEN FROM THIS TABLE, SO EVERY LOAN
      *    ON IT MUST FIT - THE SAME 1000 CBLHJB38 HOLDS.
           01 LOAN-TABLE.
               05 LOAN-ENTRY           OCCURS 1000 TIMES.
                   10 LT-RECORD        PIC X(110).
                   10 LT-RECORD-R REDEFINES LT-RECORD.
                       15 LT-LAST-NAME     PIC X(15).
                       15 LT-STATE         PIC XX.
                       15 LT-BOAT-TYPE     PIC X.
                       15 LT-ORIG-PRIN     PIC 9(7)V99.
                       15 LT-TERM          PIC 9(3).
                       15 LT-RATE          PIC 99V99.
                       15 LT-PMT           PIC 9(6)V99.
                       15 LT-BALANCE       PIC 9(8)V99.
                       15 LT-OPEN-DATE     PIC 9(8).
                       15 LT-PMTS-MADE     PIC 9(3).
                       15 LT-LAST-PMT-DATE PIC 9(8).
                       15 LT-PAID-DATE     PIC 9(8).
                       15 LT-PAYOFF-AMT    PIC 9(8)V99.
                       15 LT-PAYOFF-THRU   PIC 9(8).
                       15 LT-LIEN-REL-DATE PIC 9(8).
                       15 FILLER           PIC X(5).

           01 CUST-TABLE.
               05 CUS-ENTRY            OCCURS 2000 TIMES.
                   10 CT-LNAME         PIC X(15).
                   10 CT-FNAME         PIC X(15).
                   10 CT-ADDRESS       PIC X(15).
                   10 CT-CITY          PIC X(10).
                   10 CT-STATE         PIC XX.
                   10 CT-ZIP           PIC 9(9).

      *    BOATORD.DAT IS REWRITTEN FROM THIS TABLE - THE SAME 500
      *    ORDERS CBLHJB42 HOLDS.
           01 ORDER-TABLE.
               05 ORDER-ENTRY          OCCURS 500 TIMES.
                   10 OT-RECORD        PIC X(111).
                   10 OT-RECORD-R REDEFINES OT-RECORD.
                       15 OT-LAST-NAME PIC X(15).
                       15 OT-STATE     PIC XX.
                       15 FILLER       PIC X(52).
                       15 OT-STATUS    PIC X.
                       15 FILLER       PIC X(9).
                       15 OT-TITLE-SENT-DATE PIC 9(8).
                       15 OT-REG-RECD-DATE   PIC 9(8).
                       15 OT-LIEN-REL-DATE   PIC 9(8).
                       15 OT-TITLE-MAILED-DATE PIC 9(8).

      *    ------------------------------------------------------------
      *    PAYOFF AND LIEN RELEASE LETTER LINES
      *    ------------------------------------------------------------
           01 LTR-TITLE-LINE.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 LT-TITLE             PIC X(30).
               05 FILLER               PIC X(30)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 LT-LETTER-DATE       PIC X(10).

           01 LTR-NAME-LINE.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 LN-NAME              PIC X(31).

           01 LTR-ADDR-LINE.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 LA-ADDRESS           PIC X(15).

           01 LTR-CITY-LINE.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 LY-CITY              PIC X(10).
               05 FILLER               PIC XX      VALUE ', '.
               05 LY-ST                PIC XX.
               05 FILLER               PIC XX      VALUE SPACES.
               05 LY-ZIP               PIC 9(5).

           01 LTR-RE-LINE.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'RE: BOAT LOAN -'.
               05 FILLER               PIC X       VALUE SPACE.
               05 LR-BOAT-TYPE         PIC X(13).
               05 FILLER               PIC X(10)   VALUE ' OPENED   '.
               05 LR-OPEN-DATE         PIC X(10).

           01 LTR-AMT-LINE.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 LL-DESC              PIC X(45).
               05 LL-AMT               PIC $$,$$$,$$9.99.

           01 LTR-TEXT-LINE.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 LX-TEXT              PIC X(70).

           01 LTR-SIGN-LINE.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(22)
                  VALUE 'AUTHORIZED SIGNATURE: '.
               05 FILLER               PIC X(30)   VALUE ALL '_'.

           01 LTR-PMTS-EDIT            PIC ZZ9.
           01 LTR-TERM-EDIT            PIC ZZ9.
           01 LTR-DAYS-EDIT            PIC ZZ,ZZ9.

      *    ------------------------------------------------------------
      *    REGISTER LINES
      *    ------------------------------------------------------------
           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(30)   VALUE SPACES.
               05 FILLER               PIC X(38)
                  VALUE 'BOAT LOAN PAYOFF AND LIEN RELEASE REG.'.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 SECTION-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 SECTION-TEXT         PIC X(50).

           01 QUOTE-HEADING.
               05 FILLER               PIC X(8)    VALUE 'CUSTOMER'.
               05 FILLER               PIC X(12)   VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'STATE'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(12)   VALUE 'GOOD THROUGH'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'PRINCIPAL'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'PER DIEM'.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAYOFF'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'REMARKS'.

           01 QUOTE-LINE.
               05 QL-LAST-NAME         PIC X(15).
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 QL-STATE             PIC XX.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 QL-GOOD-THRU         PIC X(10).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 QL-PRINCIPAL         PIC $$,$$$,$$9.99.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 QL-PER-DIEM          PIC $$,$$9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 QL-PAYOFF            PIC $$,$$$,$$9.99.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 QL-REMARKS           PIC X(30).

           01 RELEASE-HEADING.
               05 FILLER               PIC X(8)    VALUE 'CUSTOMER'.
               05 FILLER               PIC X(12)   VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'STATE'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(12)   VALUE 'PAID IN FULL'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'ORIG. PRINCIPAL'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'REMARKS'.

           01 RELEASE-LINE.
               05 RL2-LAST-NAME        PIC X(15).
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 RL2-STATE            PIC XX.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 RL2-PAID-DATE        PIC X(10).
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 RL2-PRINCIPAL        PIC $$,$$$,$$9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 RL2-REMARKS          PIC X(40).

           01 NONE-LINE.
               05 FILLER               PIC X(36)   VALUE SPACES.
               05 NONE-TEXT            PIC X(40).

           01 OVERFLOW-WARN-LINE.
               05 FILLER           PIC X(21)
                  VALUE '*** TABLE OVERFLOW - '.
               05 OVW-TABLE-NAME   PIC X(15).
               05 FILLER           PIC X(40)
                  VALUE ' ENTRIES DROPPED, RESULTS INCOMPLETE ***'.

           01 TOTAL-LINE1.
               05 FILLER               PIC X(15)
                  VALUE 'REQUESTS READ: '.
               05 GT-REQ-CTR           PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'QUOTED: '.
               05 GT-QUOTE-CTR         PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(10)
                  VALUE 'REJECTED: '.
               05 GT-REJECT-CTR        PIC ZZ,ZZ9.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(15)
                  VALUE 'LIENS RELEASED:'.
               05 GT-RELEASE-CTR       PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(23)
                  VALUE 'WITH NO ORDER ON FILE: '.
               05 GT-NO-ORDER-CTR      PIC ZZ,ZZ9.

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
               OPEN INPUT LOAN-MASTER.
               PERFORM L3-LOAD-LOANS
                   UNTIL MORE-LOANS = 'NO'.
               CLOSE LOAN-MASTER.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT ORDER-FILE.
               PERFORM L3-LOAD-ORDERS
                   UNTIL MORE-ORDERS = 'NO'.
               CLOSE ORDER-FILE.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
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
               MOVE C-RUNLOG-DATE          TO C-ASOF-DATE.
               MOVE C-ASOF-DATE            TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO LT-LETTER-DATE.
               OPEN OUTPUT PAYOUT.
               OPEN OUTPUT LIENOUT.
               OPEN OUTPUT PRTOUT.
               OPEN INPUT REQUEST-INPUT.
               OPEN EXTEND REQUEST-POSTED.
               PERFORM L4-NEW-PAGE.
               MOVE 'PAYOFF QUOTES'        TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM QUOTE-HEADING
                   AFTER ADVANCING 2 LINES.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-QUOTE-PAYOFF
                   THRU L3-QUOTE-PAYOFF-EXIT.
               PERFORM L3-PRINT-QUOTE-LINE.
               MOVE PQ-REC                 TO PQ-PST-REC.
               WRITE PQ-PST-REC.
               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               IF C-REQ-CTR = 0
                   MOVE 'NO PAYOFF REQUESTS THIS RUN' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               CLOSE REQUEST-INPUT.
               CLOSE REQUEST-POSTED.
      *    QUOTED REQUESTS MOVE TO PAYREQ.PST AND THE INPUT IS
      *    EMPTIED, SO A RERUN DOES NOT PRINT THE LETTERS TWICE.
               OPEN OUTPUT REQUEST-INPUT.
               CLOSE REQUEST-INPUT.
               PERFORM L3-LIEN-RELEASES.
               PERFORM L3-REWRITE-LOANS.
               PERFORM L3-REWRITE-ORDERS.
               PERFORM L3-TOTALS.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PAYOUT.
               CLOSE LIENOUT.
               CLOSE PRTOUT.

           L3-READ-INPUT.
               READ REQUEST-INPUT
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-REQ-CTR
               END-IF.

           L3-LOAD-LOANS.
               READ LOAN-MASTER
                   AT END
                       MOVE 'NO' TO MORE-LOANS
                   NOT AT END
                       IF C-LOAN-CTR < 1000
                           ADD 1 TO C-LOAN-CTR
                           MOVE BL-REC TO LT-RECORD(C-LOAN-CTR)
                           PERFORM L4-CLEAR-BLANK-DATES
                       ELSE
                           DISPLAY 'CBLHJB75 - LOAN-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-LOANS
                       END-IF
               END-READ.

      *    A LOAN CBLHJB38 HAS NOT REWRITTEN SINCE THE PAYOFF FIELDS
      *    WERE ADDED CARRIES THEM BLANK.
           L4-CLEAR-BLANK-DATES.
               IF LT-LAST-PMT-DATE(C-LOAN-CTR) NOT NUMERIC
                   MOVE 0 TO LT-LAST-PMT-DATE(C-LOAN-CTR)
               END-IF.
               IF LT-PAID-DATE(C-LOAN-CTR) NOT NUMERIC
                   MOVE 0 TO LT-PAID-DATE(C-LOAN-CTR)
               END-IF.
               IF LT-PAYOFF-AMT(C-LOAN-CTR) NOT NUMERIC
                   MOVE 0 TO LT-PAYOFF-AMT(C-LOAN-CTR)
               END-IF.
               IF LT-PAYOFF-THRU(C-LOAN-CTR) NOT NUMERIC
                   MOVE 0 TO LT-PAYOFF-THRU(C-LOAN-CTR)
               END-IF.
               IF LT-LIEN-REL-DATE(C-LOAN-CTR) NOT NUMERIC
                   MOVE 0 TO LT-LIEN-REL-DATE(C-LOAN-CTR)
               END-IF.

           L3-LOAD-ORDERS.
               READ ORDER-FILE
                   AT END
                       MOVE 'NO' TO MORE-ORDERS
                   NOT AT END
                       IF C-ORD-CTR < 500
                           ADD 1 TO C-ORD-CTR
                           MOVE BO-REC TO OT-RECORD(C-ORD-CTR)
                           IF OT-LIEN-REL-DATE(C-ORD-CTR) NOT NUMERIC
                               MOVE 0 TO OT-LIEN-REL-DATE(C-ORD-CTR)
                           END-IF
                           IF OT-TITLE-MAILED-DATE(C-ORD-CTR)
                                   NOT NUMERIC
                               MOVE 0 TO
                                   OT-TITLE-MAILED-DATE(C-ORD-CTR)
                           END-IF
                       ELSE
                           DISPLAY 'CBLHJB75 - ORDER-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-ORDERS
                       END-IF
               END-READ.

           L3-LOAD-CUST-MASTER.
               READ CUST-MASTER
                   AT END
                       MOVE 'NO' TO MORE-CUSTS
                   NOT AT END
                       IF CU-SRC-BOAT = 'Y'
                           IF C-CUS-CTR < 2000
                               ADD 1 TO C-CUS-CTR
                               MOVE CU-LNAME   TO CT-LNAME(C-CUS-CTR)
                               MOVE CU-FNAME   TO CT-FNAME(C-CUS-CTR)
                               MOVE CU-ADDRESS TO CT-ADDRESS(C-CUS-CTR)
                               MOVE CU-CITY    TO CT-CITY(C-CUS-CTR)
                               MOVE CU-STATE   TO CT-STATE(C-CUS-CTR)
                               MOVE CU-ZIP     TO CT-ZIP(C-CUS-CTR)
                           ELSE
                               IF NOT C-CUS-OVFL
                                   SET C-CUS-OVFL TO TRUE
                                   DISPLAY 'CBLHJB75 - CUST-TABLE '
                                       'OVERFLOW, ADDRESSES '
                                       'INCOMPLETE'
                                   MOVE 8 TO RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
               END-READ.

           L3-QUOTE-PAYOFF.
               MOVE SPACES                 TO C-MSG.
               MOVE 0                      TO C-REMAIN-PRIN.
               MOVE 0                      TO C-PER-DIEM.
               MOVE 0                      TO C-PAYOFF-AMT.
               MOVE PQ-GOOD-THRU           TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS NOT = 'Y'
                   MOVE 'REJECTED - BAD GOOD-THRU DATE' TO C-MSG
                   GO TO L3-QUOTE-PAYOFF-EXIT.
               IF PQ-GOOD-THRU < C-ASOF-DATE
                   MOVE 'REJECTED - GOOD-THRU IS PAST' TO C-MSG
                   GO TO L3-QUOTE-PAYOFF-EXIT.
               PERFORM VARYING C-LOAN-SUB FROM 1 BY 1
                   UNTIL C-LOAN-SUB > C-LOAN-CTR
                       OR (PQ-LAST-NAME = LT-LAST-NAME(C-LOAN-SUB)
                           AND PQ-STATE = LT-STATE(C-LOAN-SUB)
                           AND LT-BALANCE(C-LOAN-SUB) > 0)
               END-PERFORM.
               IF C-LOAN-SUB > C-LOAN-CTR
                   MOVE 'REJECTED - NO OPEN LOAN' TO C-MSG
                   GO TO L3-QUOTE-PAYOFF-EXIT.
               PERFORM L4-REMAINING-PRINCIPAL.
      *    INTEREST HAS BEEN PAID THROUGH THE LAST PAYMENT; A LOAN
      *    WITH NO PAYMENTS YET ACCRUES FROM ITS OPEN DATE.
               IF LT-LAST-PMT-DATE(C-LOAN-SUB) > 0
                   MOVE LT-LAST-PMT-DATE(C-LOAN-SUB) TO C-INT-FROM-DATE
               ELSE
                   MOVE LT-OPEN-DATE(C-LOAN-SUB) TO C-INT-FROM-DATE
               END-IF.
               COMPUTE C-DAYS =
                   FUNCTION INTEGER-OF-DATE(PQ-GOOD-THRU) -
                   FUNCTION INTEGER-OF-DATE(C-INT-FROM-DATE).
               IF C-DAYS < 0
                   MOVE 0 TO C-DAYS
               END-IF.
               COMPUTE C-PER-DIEM ROUNDED =
                   C-REMAIN-PRIN * LT-RATE(C-LOAN-SUB) / 36500.
               COMPUTE C-ACCR-INT = C-PER-DIEM * C-DAYS.
               COMPUTE C-PAYOFF-AMT = C-REMAIN-PRIN + C-ACCR-INT.
      *    THE BALANCE ALREADY HOLDS THE FULL-TERM INTEREST, SO A
      *    PAYOFF NEVER COSTS MORE THAN RIDING THE LOAN OUT.
               IF C-PAYOFF-AMT > LT-BALANCE(C-LOAN-SUB)
                   MOVE LT-BALANCE(C-LOAN-SUB) TO C-PAYOFF-AMT
               END-IF.
               MOVE C-PAYOFF-AMT           TO LT-PAYOFF-AMT(C-LOAN-SUB).
               MOVE PQ-GOOD-THRU      TO LT-PAYOFF-THRU(C-LOAN-SUB).
               ADD 1 TO C-QUOTE-CTR.
               PERFORM L4-PAYOFF-LETTER.

           L3-QUOTE-PAYOFF-EXIT.
               EXIT.

      *    PRINCIPAL LEFT AFTER THE PAYMENTS MADE, FROM THE SAME
      *    LEVEL-PAYMENT SCHEDULE CBLHJB03 QUOTED:
      *    P(1+R)**K - PMT((1+R)**K - 1)/R.
           L4-REMAINING-PRINCIPAL.
               COMPUTE C-MO-RATE ROUNDED = LT-RATE(C-LOAN-SUB) / 1200.
               IF C-MO-RATE = 0
                   COMPUTE C-REMAIN-PRIN =
                       LT-ORIG-PRIN(C-LOAN-SUB) -
                       LT-PMT(C-LOAN-SUB) * LT-PMTS-MADE(C-LOAN-SUB)
               ELSE
                   COMPUTE C-FIN-FACTOR ROUNDED =
                       (1 + C-MO-RATE) ** LT-PMTS-MADE(C-LOAN-SUB)
                   COMPUTE C-FIN-WORK1 ROUNDED =
                       LT-ORIG-PRIN(C-LOAN-SUB) * C-FIN-FACTOR
                   COMPUTE C-FIN-WORK2 ROUNDED =
                       LT-PMT(C-LOAN-SUB) * (C-FIN-FACTOR - 1)
                       / C-MO-RATE
                   COMPUTE C-REMAIN-PRIN ROUNDED =
                       C-FIN-WORK1 - C-FIN-WORK2
               END-IF.
               IF C-REMAIN-PRIN < 0
                   MOVE 0 TO C-REMAIN-PRIN
               END-IF.

           L4-PAYOFF-LETTER.
               ADD 1 TO C-PAY-PAGE-CTR.
               MOVE 'LOAN PAYOFF QUOTATION'  TO LT-TITLE.
               IF C-PAY-PAGE-CTR = 1
                   WRITE PAYLINE FROM LTR-TITLE-LINE
               ELSE
                   WRITE PAYLINE FROM LTR-TITLE-LINE
                       AFTER ADVANCING PAGE
               END-IF.
               PERFORM L5-LETTER-ADDRESS.
               WRITE PAYLINE FROM LTR-NAME-LINE
                   AFTER ADVANCING 3 LINES.
               WRITE PAYLINE FROM LTR-ADDR-LINE
                   AFTER ADVANCING 1 LINE.
               WRITE PAYLINE FROM LTR-CITY-LINE
                   AFTER ADVANCING 1 LINE.
               WRITE PAYLINE FROM LTR-RE-LINE
                   AFTER ADVANCING 3 LINES.
               MOVE 'ORIGINAL AMOUNT FINANCED' TO LL-DESC.
               MOVE LT-ORIG-PRIN(C-LOAN-SUB) TO LL-AMT.
               WRITE PAYLINE FROM LTR-AMT-LINE
                   AFTER ADVANCING 2 LINES.
               MOVE SPACES                 TO LX-TEXT.
               MOVE LT-PMTS-MADE(C-LOAN-SUB) TO LTR-PMTS-EDIT.
               MOVE LT-TERM(C-LOAN-SUB)    TO LTR-TERM-EDIT.
               STRING '     PAYMENTS MADE: ' LTR-PMTS-EDIT ' OF '
                   LTR-TERM-EDIT DELIMITED BY SIZE INTO LX-TEXT.
               WRITE PAYLINE FROM LTR-TEXT-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE 'PRINCIPAL BALANCE'    TO LL-DESC.
               MOVE C-REMAIN-PRIN          TO LL-AMT.
               WRITE PAYLINE FROM LTR-AMT-LINE
                   AFTER ADVANCING 2 LINES.
               MOVE SPACES                 TO LL-DESC.
               MOVE C-INT-FROM-DATE        TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DAYS                 TO LTR-DAYS-EDIT.
               STRING 'INTEREST FROM ' C-DATE-OUT ', '
                   LTR-DAYS-EDIT ' DAYS'
                   DELIMITED BY SIZE INTO LL-DESC.
               MOVE C-ACCR-INT             TO LL-AMT.
               WRITE PAYLINE FROM LTR-AMT-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE SPACES                 TO LL-DESC.
               MOVE PQ-GOOD-THRU           TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               STRING 'PAYOFF AMOUNT GOOD THROUGH ' C-DATE-OUT
                   DELIMITED BY SIZE INTO LL-DESC.
               MOVE C-PAYOFF-AMT           TO LL-AMT.
               WRITE PAYLINE FROM LTR-AMT-LINE
                   AFTER ADVANCING 2 LINES.
               MOVE 'PER-DIEM INTEREST AFTER THAT DATE' TO LL-DESC.
               MOVE C-PER-DIEM             TO LL-AMT.
               WRITE PAYLINE FROM LTR-AMT-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE 'PAYMENT OF THE PAYOFF AMOUNT ON OR BEFORE THE'
                   TO LX-TEXT.
               WRITE PAYLINE FROM LTR-TEXT-LINE
                   AFTER ADVANCING 3 LINES.
               MOVE 'GOOD-THROUGH DATE PAYS THIS LOAN IN FULL. THE LIEN'
                   TO LX-TEXT.
               WRITE PAYLINE FROM LTR-TEXT-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE 'WILL THEN BE RELEASED AND THE CLEAR TITLE MAILED'
                   TO LX-TEXT.
               WRITE PAYLINE FROM LTR-TEXT-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE 'TO YOU.'              TO LX-TEXT.
               WRITE PAYLINE FROM LTR-TEXT-LINE
                   AFTER ADVANCING 1 LINE.
               WRITE PAYLINE FROM LTR-SIGN-LINE
                   AFTER ADVANCING 4 LINES.

      *    A BORROWER NOT YET ON THE CUSTOMER MASTER IS ADDRESSED BY
      *    SURNAME AND STATE FROM THE LOAN.
           L5-LETTER-ADDRESS.
               PERFORM VARYING C-CUS-SUB FROM 1 BY 1
                   UNTIL C-CUS-SUB > C-CUS-CTR
                       OR (CT-LNAME(C-CUS-SUB) =
                               LT-LAST-NAME(C-LOAN-SUB)
                           AND CT-STATE(C-CUS-SUB) =
                               LT-STATE(C-LOAN-SUB))
               END-PERFORM.
               MOVE SPACES                 TO LN-NAME.
               IF C-CUS-SUB <= C-CUS-CTR
                   STRING CT-FNAME(C-CUS-SUB) DELIMITED BY '  '
                       ' ' DELIMITED BY SIZE
                       CT-LNAME(C-CUS-SUB) DELIMITED BY '  '
                       INTO LN-NAME
                   MOVE CT-ADDRESS(C-CUS-SUB)  TO LA-ADDRESS
                   MOVE CT-CITY(C-CUS-SUB)     TO LY-CITY
                   MOVE CT-STATE(C-CUS-SUB)    TO LY-ST
                   MOVE CT-ZIP(C-CUS-SUB)(1:5) TO LY-ZIP
               ELSE
                   MOVE LT-LAST-NAME(C-LOAN-SUB) TO LN-NAME
                   MOVE SPACES             TO LA-ADDRESS
                   MOVE SPACES             TO LY-CITY
                   MOVE LT-STATE(C-LOAN-SUB) TO LY-ST
                   MOVE ZEROS              TO LY-ZIP
               END-IF.
               PERFORM L5-EVAL-BOAT-TYPE.
               MOVE COL-BOAT-TYPE          TO LR-BOAT-TYPE.
               MOVE LT-OPEN-DATE(C-LOAN-SUB) TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO LR-OPEN-DATE.

           L3-PRINT-QUOTE-LINE.
               MOVE PQ-LAST-NAME           TO QL-LAST-NAME.
               MOVE PQ-STATE               TO QL-STATE.
               MOVE PQ-GOOD-THRU           TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO QL-GOOD-THRU.
               MOVE C-REMAIN-PRIN          TO QL-PRINCIPAL.
               MOVE C-PER-DIEM             TO QL-PER-DIEM.
               MOVE C-PAYOFF-AMT           TO QL-PAYOFF.
               IF C-MSG = SPACES
                   MOVE 'PAYOFF LETTER PRINTED' TO QL-REMARKS
               ELSE
                   ADD 1 TO C-REJECT-CTR
                   MOVE C-MSG              TO QL-REMARKS
               END-IF.
               WRITE PRTLINE FROM QUOTE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

      *    EVERY LOAN PAID IN FULL GETS ONE LIEN RELEASE. THE RELEASE
      *    DATE ON THE LOAN KEEPS IT FROM PRINTING AGAIN, AND THE
      *    SAME DATE GOES ON THE DELIVERED ORDER FOR CBLHJB42.
           L3-LIEN-RELEASES.
               PERFORM L4-NEW-PAGE.
               MOVE 'LIEN RELEASES'        TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM RELEASE-HEADING
                   AFTER ADVANCING 2 LINES.
               PERFORM VARYING C-LOAN-SUB FROM 1 BY 1
                   UNTIL C-LOAN-SUB > C-LOAN-CTR
                       IF LT-PAID-DATE(C-LOAN-SUB) > 0
                           AND LT-LIEN-REL-DATE(C-LOAN-SUB) = 0
                           PERFORM L4-RELEASE-LIEN
                       END-IF
               END-PERFORM.
               IF C-RELEASE-CTR = 0
                   MOVE 'NO LOANS PAID OFF SINCE THE LAST RUN'
                       TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.

           L4-RELEASE-LIEN.
               ADD 1 TO C-RELEASE-CTR.
               MOVE C-ASOF-DATE            TO
                   LT-LIEN-REL-DATE(C-LOAN-SUB).
               PERFORM L5-LIEN-LETTER.
               MOVE LT-LAST-NAME(C-LOAN-SUB) TO RL2-LAST-NAME.
               MOVE LT-STATE(C-LOAN-SUB)   TO RL2-STATE.
               MOVE LT-PAID-DATE(C-LOAN-SUB) TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO RL2-PAID-DATE.
               MOVE LT-ORIG-PRIN(C-LOAN-SUB) TO RL2-PRINCIPAL.
               PERFORM VARYING C-ORD-SUB FROM 1 BY 1
                   UNTIL C-ORD-SUB > C-ORD-CTR
                       OR (OT-LAST-NAME(C-ORD-SUB) =
                               LT-LAST-NAME(C-LOAN-SUB)
                           AND OT-STATE(C-ORD-SUB) =
                               LT-STATE(C-LOAN-SUB)
                           AND OT-STATUS(C-ORD-SUB) = 'D'
                           AND OT-LIEN-REL-DATE(C-ORD-SUB) = 0)
               END-PERFORM.
               IF C-ORD-SUB > C-ORD-CTR
                   ADD 1 TO C-NO-ORDER-CTR
                   MOVE 'NO DELIVERED ORDER - TRACK TITLE BY HAND'
                       TO RL2-REMARKS
               ELSE
                   MOVE C-ASOF-DATE        TO
                       OT-LIEN-REL-DATE(C-ORD-SUB)
                   MOVE 'RELEASE POSTED TO ORDER, TITLE TO MAIL'
                       TO RL2-REMARKS
               END-IF.
               WRITE PRTLINE FROM RELEASE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L5-LIEN-LETTER.
               ADD 1 TO C-LIEN-PAGE-CTR.
               MOVE 'RELEASE OF LIEN'      TO LT-TITLE.
               IF C-LIEN-PAGE-CTR = 1
                   WRITE LIENLINE FROM LTR-TITLE-LINE
               ELSE
                   WRITE LIENLINE FROM LTR-TITLE-LINE
                       AFTER ADVANCING PAGE
               END-IF.
               PERFORM L5-LETTER-ADDRESS.
               WRITE LIENLINE FROM LTR-NAME-LINE
                   AFTER ADVANCING 3 LINES.
               WRITE LIENLINE FROM LTR-ADDR-LINE
                   AFTER ADVANCING 1 LINE.
               WRITE LIENLINE FROM LTR-CITY-LINE
                   AFTER ADVANCING 1 LINE.
               WRITE LIENLINE FROM LTR-RE-LINE
                   AFTER ADVANCING 3 LINES.
               MOVE 'ORIGINAL AMOUNT FINANCED' TO LL-DESC.
               MOVE LT-ORIG-PRIN(C-LOAN-SUB) TO LL-AMT.
               WRITE LIENLINE FROM LTR-AMT-LINE
                   AFTER ADVANCING 2 LINES.
               MOVE LT-PAID-DATE(C-LOAN-SUB) TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE SPACES                 TO LX-TEXT.
               STRING 'THE LOAN SECURED BY THE BOAT DESCRIBED ABOVE '
                   'WAS PAID IN FULL ON' DELIMITED BY SIZE
                   INTO LX-TEXT.
               WRITE LIENLINE FROM LTR-TEXT-LINE
                   AFTER ADVANCING 3 LINES.
               MOVE SPACES                 TO LX-TEXT.
               STRING C-DATE-OUT '. ALL LIEN RIGHTS IN THE BOAT ARE '
                   'RELEASED, AND' DELIMITED BY SIZE
                   INTO LX-TEXT.
               WRITE LIENLINE FROM LTR-TEXT-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE 'THE CLEAR TITLE WILL BE MAILED TO YOU UNDER '
                   TO LX-TEXT.
               MOVE 'SEPARATE COVER.'      TO LX-TEXT(45:15).
               WRITE LIENLINE FROM LTR-TEXT-LINE
                   AFTER ADVANCING 1 LINE.
               WRITE LIENLINE FROM LTR-SIGN-LINE
                   AFTER ADVANCING 4 LINES.

           L3-REWRITE-LOANS.
               OPEN OUTPUT LOAN-MASTER.
               PERFORM VARYING C-LOAN-SUB FROM 1 BY 1
                   UNTIL C-LOAN-SUB > C-LOAN-CTR
                       MOVE LT-RECORD(C-LOAN-SUB) TO BL-REC
                       WRITE BL-REC
               END-PERFORM.
               CLOSE LOAN-MASTER.

           L3-REWRITE-ORDERS.
               MOVE 'B'                TO C-AIJ-FUNCTION.
               MOVE 'BOATORD.DAT'      TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               OPEN OUTPUT ORDER-FILE.
               PERFORM VARYING C-ORD-SUB FROM 1 BY 1
                   UNTIL C-ORD-SUB > C-ORD-CTR
                       MOVE OT-RECORD(C-ORD-SUB) TO BO-REC
                       WRITE BO-REC
               END-PERFORM.
               CLOSE ORDER-FILE.
               MOVE 'E'                TO C-AIJ-FUNCTION.
               MOVE 'BOATORD.DAT'      TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.

           L3-TOTALS.
               IF C-CUS-OVFL
                   MOVE 'CUST-TABLE'       TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               MOVE C-REQ-CTR              TO GT-REQ-CTR.
               MOVE C-QUOTE-CTR            TO GT-QUOTE-CTR.
               MOVE C-REJECT-CTR           TO GT-REJECT-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               MOVE C-RELEASE-CTR          TO GT-RELEASE-CTR.
               MOVE C-NO-ORDER-CTR         TO GT-NO-ORDER-CTR.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.

           L5-FORMAT-DATE.
               MOVE SPACES                 TO C-DATE-OUT.
               STRING C-DATE-IN-MONTH '/' C-DATE-IN-DAY '/'
                   C-DATE-IN-YEAR
                   DELIMITED BY SIZE INTO C-DATE-OUT.

           L5-EVAL-BOAT-TYPE.
               EVALUATE LT-BOAT-TYPE(C-LOAN-SUB)
                   WHEN 'B'
                       MOVE 'BASS BOAT'       TO COL-BOAT-TYPE
                   WHEN 'P'
                       MOVE 'PONTOON'         TO COL-BOAT-TYPE
                   WHEN 'S'
                       MOVE 'SKI BOAT'        TO COL-BOAT-TYPE
                   WHEN 'J'
                       MOVE 'JOHN BOAT'       TO COL-BOAT-TYPE
                   WHEN 'C'
                       MOVE 'CANOE'           TO COL-BOAT-TYPE
                   WHEN 'R'
                       MOVE 'CABIN CRUISER'   TO COL-BOAT-TYPE
                   WHEN OTHER
                       MOVE 'UNKNOWN'         TO COL-BOAT-TYPE
               END-EVALUATE.

           L4-NEW-PAGE.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               IF PAGE-CTR = 1
                   WRITE PRTLINE FROM TITLE-LINE
               ELSE
                   WRITE PRTLINE FROM TITLE-LINE
                       AFTER ADVANCING PAGE
               END-IF.

           L4-HEADING.
               PERFORM L4-NEW-PAGE.
               MOVE SPACES                 TO PRTLINE.
               WRITE PRTLINE
                   AFTER ADVANCING 1 LINE.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB75'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-REQ-CTR              TO RL-RECS-READ.
               COMPUTE RL-RECS-PROCESSED = C-QUOTE-CTR + C-RELEASE-CTR.
               MOVE C-REJECT-CTR           TO RL-RECS-REJECTED.
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
               MOVE 'CBLHJB75'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-PAYREQ-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PAYREQ.DAT' DELIMITED BY SIZE
               INTO FP-PAYREQ-DAT.
           MOVE SPACES TO FP-PAYREQ-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PAYREQ.PST' DELIMITED BY SIZE
               INTO FP-PAYREQ-PST.
           MOVE SPACES TO FP-BOATLOAN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BOATLOAN.DAT' DELIMITED BY SIZE
               INTO FP-BOATLOAN-DAT.
           MOVE SPACES TO FP-CUSTMST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CUSTMST.DAT' DELIMITED BY SIZE
               INTO FP-CUSTMST-DAT.
           MOVE SPACES TO FP-BOATORD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BOATORD.DAT' DELIMITED BY SIZE
               INTO FP-BOATORD-DAT.
           MOVE SPACES TO FP-PAYOFF-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PAYOFF.PRT' DELIMITED BY SIZE
               INTO FP-PAYOFF-PRT.
           MOVE SPACES TO FP-LIENREL-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'LIENREL.PRT' DELIMITED BY SIZE
               INTO FP-LIENREL-PRT.
           MOVE SPACES TO FP-PAYOFREG-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PAYOFREG.PRT' DELIMITED BY SIZE
               INTO FP-PAYOFREG-PRT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB75.
