      *POSTS RENT RECEIPTS. POSTED TRANSACTIONS MOVE TO
      *TITLTRN.PST AND THE INPUT IS EMPTIED; THE TITLREG.PRT
      *JOURNAL SHOWS EVERY POSTING AND REJECT. THE WEEKLY PENDING-
      *PAPERWORK PAGE PRINTS FROM THE CBLHJB14 PASS. WHEN A BOAT
      *LOAN IS PAID OFF CBLHJB75 POSTS THE LIEN RELEASE DATE TO THE
      *ORDER; TYPE M RECORDS THE CLEAR TITLE MAILED TO THE CUSTOMER,
      *AND THE JOURNAL CLOSES WITH EVERY RELEASED TITLE NOT YET
      *MAILED.
      *EVERY RECORD THE RUN CHANGES ON BOATORD.DAT IS JOURNALED TO
      *AIJRNL.DAT (CBLAIJRN) SO CBLHJB91 CAN ROLL A RESTORED GENERATION
      *FORWARD.
       PROGRAM-ID. CBLHJB42.
           AUTHOR. HARRISON BIRKNER.

           05 TT-LAST-NAME             PIC X(15).
           05 TT-STATE                 PIC XX.
           05 TT-TYPE                  PIC X.
              88 VAL-TT-TYPES          VALUE 'T','R','M'.
              88 TT-TITLE-SENT         VALUE 'T'.
              88 TT-REG-RECD           VALUE 'R'.
              88 TT-TITLE-MAILED       VALUE 'M'.
           05 TT-DATE                  PIC 9(8).

           FD ORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BO-REC
           RECORD CONTAINS 111 CHARACTERS.

       01 BO-REC.
           05 BO-SALE-DATA             PIC X(69).
           05 BO-POSTED-SW             PIC X.
           05 BO-TITLE-SENT-DATE       PIC 9(8).
           05 BO-REG-RECD-DATE         PIC 9(8).
           05 BO-LIEN-REL-DATE         PIC 9(8).
           05 BO-TITLE-MAILED-DATE     PIC 9(8).

           FD TRAN-POSTED
           LABEL RECORD IS STANDARD
               05 C-ORD-SUB            PIC 9(4)    VALUE 0.
               05 C-ORD-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-ORD-OVFL        VALUE 'Y'.
               05 C-MAIL-CTR           PIC 9(5)    VALUE 0.
               05 C-DAYS-WAITING       PIC S9(5)   VALUE 0.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).
               05 C-AIJ-FUNCTION       PIC X       VALUE SPACE.
               05 C-AIJ-FILE           PIC X(12)   VALUE SPACES.
               05 C-AIJ-PROGRAM        PIC X(8)    VALUE 'CBLHJB42'.

           01 ORDER-TABLE.
               05 ORDER-ENTRY          OCCURS 500 TIMES.
                   10 OT-RECORD        PIC X(111).
                   10 OT-RECORD-R REDEFINES OT-RECORD.
                       15 OT-LAST-NAME PIC X(15).
                       15 OT-STATE     PIC XX.
                       15 FILLER       PIC X(9).
                       15 OT-TITLE-SENT-DATE PIC 9(8).
                       15 OT-REG-RECD-DATE   PIC 9(8).
                       15 OT-LIEN-REL-DATE   PIC 9(8).
                       15 OT-TITLE-MAILED-DATE PIC 9(8).

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 D-REMARKS            PIC X(32).

           01 MAIL-TITLE-LINE.
               05 FILLER               PIC X(34)   VALUE SPACES.
               05 FILLER               PIC X(35)
                  VALUE 'PAID-OFF TITLES AWAITING MAILING   '.

           01 MAIL-COL-HEADING.
               05 FILLER               PIC X(8)    VALUE 'CUSTOMER'.
               05 FILLER               PIC X(12)   VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'STATE'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(13)
                  VALUE 'LIEN RELEASED'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(12)   VALUE 'DAYS WAITING'.

           01 MAIL-DETAIL-LINE.
               05 MD-LAST-NAME         PIC X(15).
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 MD-STATE             PIC XX.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 MD-REL-MM            PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 MD-REL-DD            PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 MD-REL-YY            PIC X(4).
               05 FILLER               PIC X(11)   VALUE SPACES.
               05 MD-DAYS-WAITING      PIC ZZ,ZZ9.

           01 MAIL-NONE-LINE.
               05 FILLER               PIC X(34)   VALUE SPACES.
               05 FILLER               PIC X(35)
                  VALUE 'NO RELEASED TITLES AWAITING MAILING'.

           01 MAIL-TOTAL-LINE.
               05 FILLER               PIC X(22)
                  VALUE 'TITLES AWAITING MAIL: '.
               05 GT-MAIL-CTR          PIC ZZ,ZZ9.

           01 TOTAL-LINE1.
               05 FILLER               PIC X(19)
                  VALUE 'TRANSACTIONS READ: '.
                   MOVE RC-AS-OF-DAY           TO TITLE-DAY
                   MOVE RC-AS-OF-YEAR          TO TITLE-YEAR
               END-IF.
               MOVE C-RUNLOG-DATE          TO C-ASOF-DATE.
               OPEN EXTEND TRAN-POSTED.
               PERFORM L4-HEADING-FIRST.
               PERFORM L3-READ-INPUT.
               MOVE C-REJECT-CTR           TO GT-REJECT-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               PERFORM L3-TITLES-TO-MAIL.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE TRAN-INPUT.
               CLOSE TRAN-POSTED.
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
                           IF NOT C-ORD-OVFL
                               SET C-ORD-OVFL TO TRUE
               EVALUATE TRUE
                   WHEN NOT VAL-TT-TYPES
                       ADD 1 TO C-REJECT-CTR
                       MOVE 'REJECTED - TYPE NOT T, R OR M   '
                           TO D-REMARKS
                   WHEN C-ORD-SUB > C-ORD-CTR
                       ADD 1 TO C-REJECT-CTR
                       MOVE 'REJECTED - NO DELIVERED ORDER   '
                           TO D-REMARKS
                   WHEN TT-TITLE-MAILED
                       AND OT-LIEN-REL-DATE(C-ORD-SUB) = 0
                       ADD 1 TO C-REJECT-CTR
                       MOVE 'REJECTED - LIEN NOT RELEASED    '
                           TO D-REMARKS
                   WHEN TT-TITLE-MAILED
                       ADD 1 TO C-APPLIED-CTR
                       MOVE TT-DATE TO OT-TITLE-MAILED-DATE(C-ORD-SUB)
                       MOVE 'CLEAR TITLE MAILED POSTED       '
                           TO D-REMARKS
                   WHEN TT-TITLE-SENT
                       ADD 1 TO C-APPLIED-CTR
                       MOVE TT-DATE TO OT-TITLE-SENT-DATE(C-ORD-SUB)
                           PERFORM L4-HEADING.

           L3-REWRITE-ORDERS.
               MOVE 'B'                TO C-AIJ-FUNCTION.
               MOVE 'BOATORD.DAT'      TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               OPEN OUTPUT ORDER-FILE.
               PERFORM L4-REWRITE-ONE-ORDER
                   VARYING C-ORD-SUB FROM 1 BY 1
                       UNTIL C-ORD-SUB > C-ORD-CTR.
               CLOSE ORDER-FILE.
               MOVE 'E'                TO C-AIJ-FUNCTION.
               MOVE 'BOATORD.DAT'      TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.

           L4-REWRITE-ONE-ORDER.
               MOVE OT-RECORD(C-ORD-SUB) TO BO-REC.
               WRITE BO-REC.

      *    A PAID-OFF LOAN'S LIEN IS RELEASED BY CBLHJB75; UNTIL THE
      *    CLEAR TITLE GOES OUT TO THE CUSTOMER THE ORDER STAYS ON
      *    THIS PAGE.
           L3-TITLES-TO-MAIL.
               WRITE PRTLINE FROM MAIL-TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM MAIL-COL-HEADING
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM SPACES.
               PERFORM L4-CHECK-TITLE-MAIL
                   VARYING C-ORD-SUB FROM 1 BY 1
                       UNTIL C-ORD-SUB > C-ORD-CTR.
               IF C-MAIL-CTR = 0
                   WRITE PRTLINE FROM MAIL-NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               MOVE C-MAIL-CTR             TO GT-MAIL-CTR.
               WRITE PRTLINE FROM MAIL-TOTAL-LINE
                   AFTER ADVANCING 3 LINES.

           L4-CHECK-TITLE-MAIL.
               IF OT-LIEN-REL-DATE(C-ORD-SUB) > 0
                   AND OT-TITLE-MAILED-DATE(C-ORD-SUB) = 0
                   ADD 1 TO C-MAIL-CTR
                   MOVE OT-LAST-NAME(C-ORD-SUB) TO MD-LAST-NAME
                   MOVE OT-STATE(C-ORD-SUB)     TO MD-STATE
                   MOVE OT-LIEN-REL-DATE(C-ORD-SUB)(5:2) TO MD-REL-MM
                   MOVE OT-LIEN-REL-DATE(C-ORD-SUB)(7:2) TO MD-REL-DD
                   MOVE OT-LIEN-REL-DATE(C-ORD-SUB)(1:4) TO MD-REL-YY
                   COMPUTE C-DAYS-WAITING =
                       FUNCTION INTEGER-OF-DATE(C-ASOF-DATE) -
                       FUNCTION INTEGER-OF-DATE
                           (OT-LIEN-REL-DATE(C-ORD-SUB))
                   IF C-DAYS-WAITING < 0
                       MOVE 0 TO C-DAYS-WAITING
                   END-IF
                   MOVE C-DAYS-WAITING          TO MD-DAYS-WAITING
                   WRITE PRTLINE FROM MAIL-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L4-MAIL-HEADING
                   END-WRITE
               END-IF.

           L4-MAIL-HEADING.
               WRITE PRTLINE FROM MAIL-TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM MAIL-COL-HEADING
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM SPACES.

           L4-HEADING-FIRST.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
