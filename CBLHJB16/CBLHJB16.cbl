       IDENTIFICATION DIVISION.
      *CASH RECEIPTS POSTING FOR RENT PAYMENTS. RECEIPTS KEYED BY
      *BUILDING AND UNIT (RENTRCPT.DAT) ARE APPLIED AGAINST THE
      *PRIOR BALANCE CARRIED ON EACH UNIT'S MONBILLS.IDX RECORD,
      *AND THE UNIT'S RECORD IS REWRITTEN WITH THE UPDATED BALANCE
      *FOR THE NEXT CYCLE. THE POSTING JOURNAL (RENTPOST.PRT) SHOWS
      *EVERY RECEIPT WITH THE BALANCE BEFORE AND AFTER, PLUS AN
      *UNAPPLIED-CASH SECTION FOR PAYMENTS THAT MATCH NO BILLED
      *UNIT. A PAYMENT LARGER THAN THE BALANCE ZEROES THE BALANCE
      *AND THE EXCESS IS NOTED ON THE JOURNAL. EVERY APPLIED
      *RECEIPT IS ALSO WRITTEN IN FULL TO THE TENANT LEDGER,
      *TENLEDG.DAT, AS A CREDIT AGAINST THE UNIT. A UNIT THE
      *CBLHJB90 RETURNED-CHECK RUN HAS PUT ON CERTFUND.DAT AS
      *CERTIFIED-FUNDS-ONLY STILL POSTS, BUT EACH OF ITS RECEIPTS
      *CARRIES A REVIEW LINE SO THE OFFICE CAN CONFIRM THE FORM
      *OF PAYMENT, AND THE COUNT IS ON THE TOTALS.
      *EVERY RECORD THE RUN CHANGES ON MONBILLS.IDX IS JOURNALED TO
      *AIJRNL.DAT (CBLAIJRN) SO CBLHJB91 CAN ROLL A RESTORED GENERATION
      *FORWARD.
      *THE BILLING FILE IS NOW INDEXED ON BUILDING AND UNIT - EACH
      *RECEIPT READS ITS UNIT BY KEY AND REWRITES ONLY THAT RECORD,
      *SO AN ABEND NO LONGER LEAVES A HALF-REWRITTEN FILE AND THE
      *1000-UNIT BILL TABLE IS GONE.
      *CASH THE BILLING FILE CANNOT HOLD - A RECEIPT FOR NO SUCH UNIT,
      *OR THE EXCESS OF AN OVERPAYMENT - IS ALSO WRITTEN TO
      *CREDHELD.DAT SO CBLHJB93 CAN TRACK IT AS UNCLAIMED PROPERTY
      *UNTIL IT IS CLAIMED OR TURNED OVER TO THE STATE.
       PROGRAM-ID. CBLHJB16.
           AUTHOR. HARRISON BIRKNER.

                   FILE STATUS IS C-RECEIPT-STATUS.

           SELECT BILL-FILE
               ASSIGN TO DYNAMIC FP-MONBILLS-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS B-KEY
                   FILE STATUS IS C-BILL-STATUS.

           SELECT OPTIONAL RCPT-POSTED
               ASSIGN TO DYNAMIC FP-RENTRCPT-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TENANT-LEDGER
               ASSIGN TO DYNAMIC FP-TENLEDG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CERT-FUND
               ASSIGN TO DYNAMIC FP-CERTFUND-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CREDIT-HELD
               ASSIGN TO DYNAMIC FP-CREDHELD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-RENTPOST-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.
           RECORD CONTAINS 40 CHARACTERS.

       01 B-REC.
           05 B-KEY.
               10 B-BLD-CODE           PIC XX.
               10 B-UNIT               PIC 99.
           05 B-MIDDLE                 PIC X(20).
           05 B-PRIOR-BALANCE          PIC 9(4)V99.
           05 B-TAIL                   PIC X(10).

       01 RP-PST-REC                   PIC X(20).

           FD TENANT-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS TL-REC
           RECORD CONTAINS 50 CHARACTERS.

       01 TL-REC.
           05 TL-BLD-CODE              PIC XX.
           05 TL-UNIT                  PIC 99.
           05 TL-DATE                  PIC 9(8).
           05 TL-TYPE                  PIC X.
           05 TL-DR-CR                 PIC X.
           05 TL-AMOUNT                PIC 9(6)V99.
           05 TL-SOURCE                PIC X(8).
           05 TL-DESC                  PIC X(20).

           FD CERT-FUND
           LABEL RECORD IS STANDARD
           DATA RECORD IS CF-REC
           RECORD CONTAINS 26 CHARACTERS.

       01 CF-REC.
           05 CF-SOURCE                PIC X.
           05 CF-KEY                   PIC X(17).
           05 CF-FLAG-DATE             PIC 9(8).

           FD CREDIT-HELD
           LABEL RECORD IS STANDARD
           DATA RECORD IS CH-REC
           RECORD CONTAINS 43 CHARACTERS.

       01 CH-REC.
           05 CH-SOURCE                PIC X.
           05 CH-KEY                   PIC X(17).
           05 CH-DATE                  PIC 9(8).
           05 CH-AMOUNT                PIC 9(7)V99.
           05 CH-PROGRAM               PIC X(8).

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-LANE              PIC X(8)    VALUE SPACES.
           05 FP-RENTRCPT-DAT        PIC X(40)   VALUE SPACES.
           05 FP-MONBILLS-IDX        PIC X(40)   VALUE SPACES.
           05 FP-RENTRCPT-PST        PIC X(40)   VALUE SPACES.
           05 FP-TENLEDG-DAT         PIC X(40)   VALUE SPACES.
           05 FP-CERTFUND-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CREDHELD-DAT        PIC X(40)   VALUE SPACES.
           05 FP-RENTPOST-PRT        PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-CERTS           PIC X(3)    VALUE 'YES'.
               05 C-RECEIPT-STATUS     PIC XX      VALUE '00'.
               05 C-BILL-STATUS        PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
               05 C-UNAPPLIED-CTR      PIC 9(7)    VALUE 0.
               05 C-GT-APPLIED-AMT     PIC 9(9)V99 VALUE 0.
               05 C-GT-UNAPPLIED-AMT   PIC 9(9)V99 VALUE 0.
               05 C-BILL-FOUND-SW      PIC X       VALUE 'N'.
                  88 C-BILL-FOUND      VALUE 'Y'.
               05 C-CERT-CTR           PIC 9(4)    VALUE 0.
               05 C-CERT-SUB           PIC 9(4)    VALUE 0.
               05 C-REVIEW-CTR         PIC 9(7)    VALUE 0.
               05 C-OLD-BAL            PIC 9(4)V99 VALUE 0.
               05 C-EXCESS             PIC 9(6)V99 VALUE 0.
               05 C-RUNLOG-DATE.
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).
               05 C-AIJ-FUNCTION       PIC X       VALUE SPACE.
               05 C-AIJ-FILE           PIC X(12)   VALUE SPACES.
               05 C-AIJ-PROGRAM        PIC X(8)    VALUE 'CBLHJB16'.

      *    UNITS ON CERTFUND.DAT AS CERTIFIED-FUNDS-ONLY.
           01 CERT-TABLE.
               05 CERT-KEY             PIC X(4)    OCCURS 500 TIMES.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 D-REMARKS            PIC X(24).

           01 CERT-REVIEW-LINE.
               05 FILLER               PIC X(12)   VALUE SPACES.
               05 FILLER               PIC X(39)
                  VALUE '*** PAYER IS CERTIFIED-FUNDS ONLY - CON'.
               05 FILLER               PIC X(37)
                  VALUE 'FIRM THIS PAYMENT WAS CERTIFIED FUNDS'.

           01 UNAP-TITLE-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(26)
                  VALUE 'UNAPPLIED CASH: '.
               05 GT-UNAPPLIED-AMT     PIC $$,$$$,$$9.99.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(36)
                  VALUE 'CERTIFIED-FUNDS RECEIPTS TO REVIEW: '.
               05 GT-REVIEW-CTR        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               MOVE 'B'                TO C-AIJ-FUNCTION.
               MOVE 'MONBILLS.IDX'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               OPEN I-O BILL-FILE.
               IF C-BILL-STATUS NOT = '00'
                   DISPLAY 'CBLHJB16 - UNABLE TO OPEN BILL-FILE, '
                       'STATUS = ' C-BILL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT CERT-FUND.
               PERFORM L3-LOAD-CERTS
                   UNTIL MORE-CERTS = 'NO'.
               CLOSE CERT-FUND.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
                   MOVE RC-AS-OF-YEAR          TO TITLE-YEAR
               END-IF.
               OPEN EXTEND RCPT-POSTED.
               OPEN EXTEND TENANT-LEDGER.
               OPEN EXTEND CREDIT-HELD.
               PERFORM L4-HEADING-FIRST.
               PERFORM L3-READ-INPUT.

               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               PERFORM L3-CLOSE-BILLS.
               PERFORM L3-TOTALS.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE RECEIPT-INPUT.
               CLOSE RCPT-POSTED.
               CLOSE TENANT-LEDGER.
               CLOSE CREDIT-HELD.
      *    POSTED RECEIPTS MOVE TO RENTRCPT.PST AND THE INPUT IS
      *    EMPTIED, SO A RERUN (OR THE NEXT NIGHT) NEVER APPLIES
      *    THE SAME PAYMENT TWICE.
                   ADD 1 TO C-RCPT-CTR
               END-IF.

           L3-LOAD-CERTS.
               READ CERT-FUND
                   AT END
                       MOVE 'NO' TO MORE-CERTS
                   NOT AT END
                       IF CF-SOURCE = 'R'
                           IF C-CERT-CTR < 500
                               ADD 1 TO C-CERT-CTR
                               MOVE CF-KEY(1:4) TO CERT-KEY(C-CERT-CTR)
                           ELSE
                               DISPLAY 'CBLHJB16 - CERTIFICATE-TABLE '
                                   'OVERFLOW, RUN HALTED'
                               MOVE 16 TO RETURN-CODE
                               SET C-JOB-ABEND TO TRUE
                               MOVE 'NO' TO MORE-CERTS
                           END-IF
                       END-IF
               END-READ.

           L3-POST-RECEIPT.
               MOVE RP-BLD-CODE            TO B-BLD-CODE.
               MOVE RP-UNIT                TO B-UNIT.
               MOVE 'N' TO C-BILL-FOUND-SW.
               READ BILL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET C-BILL-FOUND TO TRUE
               END-READ.
               MOVE RP-BLD-CODE            TO D-BLD-CODE.
               MOVE RP-UNIT                TO D-UNIT.
               MOVE RP-DATE(5:2)           TO D-DATE-MM.
               MOVE RP-DATE(7:2)           TO D-DATE-DD.
               MOVE RP-DATE(1:4)           TO D-DATE-YY.
               MOVE RP-AMOUNT              TO D-AMOUNT.
               IF NOT C-BILL-FOUND
                   ADD 1 TO C-UNAPPLIED-CTR
                   ADD RP-AMOUNT TO C-GT-UNAPPLIED-AMT
                   MOVE 0                  TO D-OLD-BAL
                   MOVE 0                  TO D-NEW-BAL
                   MOVE 'UNAPPLIED - NO SUCH UNIT'
                       TO D-REMARKS
                   MOVE RP-AMOUNT          TO C-EXCESS
                   PERFORM L4-WRITE-CREDIT-HELD
               ELSE
                   ADD 1 TO C-APPLIED-CTR
                   ADD RP-AMOUNT TO C-GT-APPLIED-AMT
                   MOVE B-PRIOR-BALANCE    TO C-OLD-BAL
                   MOVE C-OLD-BAL          TO D-OLD-BAL
                   IF RP-AMOUNT > C-OLD-BAL
                       COMPUTE C-EXCESS = RP-AMOUNT - C-OLD-BAL
                       MOVE 0 TO B-PRIOR-BALANCE
                       MOVE 'OVERPAYMENT - SEE OFFICE'
                           TO D-REMARKS
                       PERFORM L4-WRITE-CREDIT-HELD
                   ELSE
                       COMPUTE B-PRIOR-BALANCE =
                           C-OLD-BAL - RP-AMOUNT
                       MOVE SPACES         TO D-REMARKS
                   END-IF
                   REWRITE B-REC
                       INVALID KEY
                           DISPLAY 'CBLHJB16 - REWRITE REJECTED FOR '
                               B-KEY ', STATUS = ' C-BILL-STATUS
                   END-REWRITE
                   MOVE B-PRIOR-BALANCE    TO D-NEW-BAL
                   PERFORM L4-WRITE-LEDGER-RECEIPT
               END-IF.
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.
               PERFORM VARYING C-CERT-SUB FROM 1 BY 1
                   UNTIL C-CERT-SUB > C-CERT-CTR
                       OR CERT-KEY(C-CERT-SUB) = RP-REC(1:4)
               END-PERFORM.
               IF C-CERT-SUB <= C-CERT-CTR
                   ADD 1 TO C-REVIEW-CTR
                   WRITE PRTLINE FROM CERT-REVIEW-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L4-HEADING
               END-IF.

           L4-WRITE-LEDGER-RECEIPT.
               MOVE RP-BLD-CODE            TO TL-BLD-CODE.
               MOVE RP-UNIT                TO TL-UNIT.
               MOVE RP-DATE                TO TL-DATE.
               MOVE 'P'                    TO TL-TYPE.
               MOVE 'C'                    TO TL-DR-CR.
               MOVE RP-AMOUNT              TO TL-AMOUNT.
               MOVE 'CBLHJB16'             TO TL-SOURCE.
               IF RP-AMOUNT > C-OLD-BAL
                   MOVE 'RECEIPT-OVERPAYMENT' TO TL-DESC
               ELSE
                   MOVE 'RENT RECEIPT'     TO TL-DESC
               END-IF.
               WRITE TL-REC.

           L4-WRITE-CREDIT-HELD.
               MOVE 'R'                    TO CH-SOURCE.
               MOVE SPACES                 TO CH-KEY.
               MOVE RP-REC(1:4)            TO CH-KEY(1:4).
               MOVE RP-DATE                TO CH-DATE.
               MOVE C-EXCESS               TO CH-AMOUNT.
               MOVE 'CBLHJB16'             TO CH-PROGRAM.
               WRITE CH-REC.

           L3-CLOSE-BILLS.
               CLOSE BILL-FILE.
               MOVE 'E'                TO C-AIJ-FUNCTION.
               MOVE 'MONBILLS.IDX'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.

           L3-TOTALS.
               WRITE PRTLINE FROM UNAP-TITLE-LINE
               MOVE C-GT-UNAPPLIED-AMT     TO GT-UNAPPLIED-AMT.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 2 LINES.
               IF C-REVIEW-CTR > 0
                   MOVE C-REVIEW-CTR       TO GT-REVIEW-CTR
                   WRITE PRTLINE FROM TOTAL-LINE2
                       AFTER ADVANCING 1 LINE
               END-IF.

           L4-HEADING-FIRST.
               ADD 1 TO PAGE-CTR.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RENTRCPT.DAT' DELIMITED BY SIZE
               INTO FP-RENTRCPT-DAT.
           MOVE SPACES TO FP-MONBILLS-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'MONBILLS.IDX' DELIMITED BY SIZE
               INTO FP-MONBILLS-IDX.
           MOVE SPACES TO FP-RENTRCPT-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RENTRCPT.PST' DELIMITED BY SIZE
               INTO FP-RENTRCPT-PST.
           MOVE SPACES TO FP-TENLEDG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENLEDG.DAT' DELIMITED BY SIZE
               INTO FP-TENLEDG-DAT.
           MOVE SPACES TO FP-CERTFUND-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CERTFUND.DAT' DELIMITED BY SIZE
               INTO FP-CERTFUND-DAT.
           MOVE SPACES TO FP-CREDHELD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CREDHELD.DAT' DELIMITED BY SIZE
               INTO FP-CREDHELD-DAT.
           MOVE SPACES TO FP-RENTPOST-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RENTPOST.PRT' DELIMITED BY SIZE
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

       END PROGRAM CBLHJB16.
