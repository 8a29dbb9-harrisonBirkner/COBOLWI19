      *INPUT IS EMPTIED. THE RUN CLOSES WITH A DELINQUENCY PAGE
      *AGING PAST-DUE INSTALLMENTS 30/60/90 BY CUSTOMER: A LOAN IS
      *BEHIND BY THE NUMBER OF SCHEDULED PAYMENTS (30-DAY MONTHS
      *FROM THE OPEN DATE) NOT YET MADE. A PAYMENT THAT BRINGS THE
      *BALANCE TO ZERO, OR THAT MEETS A PAYOFF QUOTE CBLHJB75 LEFT
      *ON THE LOAN BEFORE ITS GOOD-THROUGH DATE, MARKS THE LOAN
      *PAID IN FULL WITH THE PAYMENT DATE; CBLHJB75 THEN RELEASES
      *THE LIEN.
      *A CUSTOMER THE CBLHJB90 RETURNED-CHECK RUN HAS PUT ON
      *CERTFUND.DAT AS CERTIFIED-FUNDS-ONLY STILL POSTS, BUT EACH
      *PAYMENT CARRIES A REVIEW LINE FOR THE OFFICE.
      *A PAYMENT THAT MATCHES NO OPEN LOAN, OR THE PART OF A FINAL
      *OR PAYOFF PAYMENT OVER WHAT WAS OWED, IS WRITTEN TO
      *CREDHELD.DAT AS MONEY OWED BACK TO THE CUSTOMER; CBLHJB93
      *TRACKS IT AS UNCLAIMED PROPERTY UNTIL IT IS CLAIMED OR
      *TURNED OVER TO THE STATE.
       PROGRAM-ID. CBLHJB38.
           AUTHOR. HARRISON BIRKNER.

               ASSIGN TO DYNAMIC FP-LOANPMT-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CERT-FUND
               ASSIGN TO DYNAMIC FP-CERTFUND-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CREDIT-HELD
               ASSIGN TO DYNAMIC FP-CREDHELD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-BOATLOAN-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.
           FD LOAN-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS BL-REC
           RECORD CONTAINS 110 CHARACTERS.

       01 BL-REC.
           05 BL-LAST-NAME             PIC X(15).
           05 BL-BALANCE               PIC 9(8)V99.
           05 BL-OPEN-DATE             PIC 9(8).
           05 BL-PMTS-MADE             PIC 9(3).
           05 BL-LAST-PMT-DATE         PIC 9(8).
           05 BL-PAID-DATE             PIC 9(8).
           05 BL-PAYOFF-AMT            PIC 9(8)V99.
           05 BL-PAYOFF-THRU           PIC 9(8).
           05 BL-LIEN-REL-DATE         PIC 9(8).
           05 FILLER                   PIC X(5).

           FD PAYMENT-INPUT
           LABEL RECORD IS STANDARD

       01 LP-PST-REC                   PIC X(33).

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
           05 FP-LOANPMT-DAT         PIC X(40)   VALUE SPACES.
           05 FP-LOANPMT-PST         PIC X(40)   VALUE SPACES.
           05 FP-BOATLOAN-PRT        PIC X(40)   VALUE SPACES.
           05 FP-CERTFUND-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CREDHELD-DAT        PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-CERTS           PIC X(3)    VALUE 'YES'.
               05 MORE-LOANS           PIC X(3)    VALUE 'YES'.
               05 MORE-FIN             PIC X(3)    VALUE 'YES'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
               05 C-PMT-CTR            PIC 9(7)    VALUE 0.
               05 C-APPLIED-CTR        PIC 9(7)    VALUE 0.
               05 C-UNAPPLIED-CTR      PIC 9(7)    VALUE 0.
               05 C-REVIEW-CTR         PIC 9(7)    VALUE 0.
               05 C-CERT-CTR           PIC 9(4)    VALUE 0.
               05 C-CERT-SUB           PIC 9(4)    VALUE 0.
               05 C-NEW-LOAN-CTR       PIC 9(5)    VALUE 0.
               05 C-LOAN-CTR           PIC 9(4)    VALUE 0.
               05 C-LOAN-SUB           PIC 9(4)    VALUE 0.
               05 C-LOAN-OVFL-SW       PIC X       VALUE 'N'.
                  88 C-LOAN-OVFL       VALUE 'Y'.
               05 C-OLD-BAL            PIC 9(8)V99 VALUE 0.
               05 C-EXCESS             PIC 9(8)V99 VALUE 0.
               05 C-PMTS-THIS          PIC 9(3)    VALUE 0.
               05 C-MONTHS-ELAPSED     PIC S9(5)   VALUE 0.
               05 C-PMTS-BEHIND        PIC S9(5)   VALUE 0.
                   10 LT-BALANCE       PIC 9(8)V99.
                   10 LT-OPEN-DATE     PIC 9(8).
                   10 LT-PMTS-MADE     PIC 9(3).
                   10 LT-LAST-PMT-DATE PIC 9(8).
                   10 LT-PAID-DATE     PIC 9(8).
                   10 LT-PAYOFF-AMT    PIC 9(8)V99.
                   10 LT-PAYOFF-THRU   PIC 9(8).
                   10 LT-LIEN-REL-DATE PIC 9(8).

      *    PAYERS ON CERTFUND.DAT AS CERTIFIED-FUNDS-ONLY.
           01 CERT-TABLE.
               05 CERT-KEY             PIC X(17)   OCCURS 500 TIMES.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 FILLER               PIC X(9)    VALUE 'OVER 90: '.
               05 AT-OVER90            PIC $$,$$$,$$9.99.

           01 CERT-REVIEW-LINE.
               05 FILLER               PIC X(12)   VALUE SPACES.
               05 FILLER               PIC X(39)
                  VALUE '*** PAYER IS CERTIFIED-FUNDS ONLY - CON'.
               05 FILLER               PIC X(37)
                  VALUE 'FIRM THIS PAYMENT WAS CERTIFIED FUNDS'.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(36)
                  VALUE 'CERTIFIED-FUNDS PAYMENTS TO REVIEW: '.
               05 GT-REVIEW-CTR        PIC ZZ,ZZ9.

           01 TOTAL-LINE1.
               05 FILLER               PIC X(15)
                  VALUE 'PAYMENTS READ: '.
               PERFORM L3-PICK-UP-NEW-LOANS
                   UNTIL MORE-FIN = 'NO'.
               CLOSE FIN-RAW.
               OPEN INPUT CERT-FUND.
               PERFORM L3-LOAD-CERTS
                   UNTIL MORE-CERTS = 'NO'.
               CLOSE CERT-FUND.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN OUTPUT PRTOUT.
               OPEN INPUT PAYMENT-INPUT.
               OPEN EXTEND PMT-POSTED.
               OPEN EXTEND CREDIT-HELD.
               PERFORM L4-HEADING-FIRST.
               PERFORM L3-READ-INPUT.

               MOVE C-NEW-LOAN-CTR         TO GT-NEW-LOAN-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               IF C-REVIEW-CTR > 0
                   MOVE C-REVIEW-CTR       TO GT-REVIEW-CTR
                   WRITE PRTLINE FROM TOTAL-LINE2
                       AFTER ADVANCING 1 LINE
               END-IF.
               IF C-LOAN-OVFL
                   MOVE 'LOAN-TABLE'       TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PAYMENT-INPUT.
               CLOSE PMT-POSTED.
               CLOSE CREDIT-HELD.
      *    POSTED PAYMENTS MOVE TO LOANPMT.PST AND THE INPUT IS
      *    EMPTIED, SO A RERUN NEVER APPLIES THE SAME PAYMENT
      *    TWICE.
                               LT-OPEN-DATE(C-LOAN-CTR)
                           MOVE BL-PMTS-MADE TO
                               LT-PMTS-MADE(C-LOAN-CTR)
                           PERFORM L4-LOAD-LOAN-DATES
                       ELSE
                           IF NOT C-LOAN-OVFL
                               SET C-LOAN-OVFL TO TRUE
                       END-IF
               END-READ.

      *    A LOAN WRITTEN BEFORE THE PAYOFF FIELDS EXISTED COMES IN
      *    WITH THEM BLANK; THEY START AT ZERO.
           L4-LOAD-LOAN-DATES.
               IF BL-LAST-PMT-DATE NUMERIC
                   MOVE BL-LAST-PMT-DATE TO
                       LT-LAST-PMT-DATE(C-LOAN-CTR)
               ELSE
                   MOVE 0 TO LT-LAST-PMT-DATE(C-LOAN-CTR)
               END-IF.
               IF BL-PAID-DATE NUMERIC
                   MOVE BL-PAID-DATE TO LT-PAID-DATE(C-LOAN-CTR)
               ELSE
                   MOVE 0 TO LT-PAID-DATE(C-LOAN-CTR)
               END-IF.
               IF BL-PAYOFF-AMT NUMERIC
                   MOVE BL-PAYOFF-AMT TO LT-PAYOFF-AMT(C-LOAN-CTR)
               ELSE
                   MOVE 0 TO LT-PAYOFF-AMT(C-LOAN-CTR)
               END-IF.
               IF BL-PAYOFF-THRU NUMERIC
                   MOVE BL-PAYOFF-THRU TO LT-PAYOFF-THRU(C-LOAN-CTR)
               ELSE
                   MOVE 0 TO LT-PAYOFF-THRU(C-LOAN-CTR)
               END-IF.
               IF BL-LIEN-REL-DATE NUMERIC
                   MOVE BL-LIEN-REL-DATE TO
                       LT-LIEN-REL-DATE(C-LOAN-CTR)
               ELSE
                   MOVE 0 TO LT-LIEN-REL-DATE(C-LOAN-CTR)
               END-IF.

           L3-PICK-UP-NEW-LOANS.
      *    A FINRAW DEAL ALREADY ON THE MASTER (SAME CUSTOMER,
      *    STATE, AND PRINCIPAL) IS NOT ADDED AGAIN, SO A RERUN OF
                           FR-PRINCIPAL + FR-TOT-INT
                       MOVE C-ASOF-DATE  TO LT-OPEN-DATE(C-LOAN-CTR)
                       MOVE 0            TO LT-PMTS-MADE(C-LOAN-CTR)
                       MOVE 0        TO LT-LAST-PMT-DATE(C-LOAN-CTR)
                       MOVE 0        TO LT-PAID-DATE(C-LOAN-CTR)
                       MOVE 0        TO LT-PAYOFF-AMT(C-LOAN-CTR)
                       MOVE 0        TO LT-PAYOFF-THRU(C-LOAN-CTR)
                       MOVE 0        TO LT-LIEN-REL-DATE(C-LOAN-CTR)
                   ELSE
                       IF NOT C-LOAN-OVFL
                           SET C-LOAN-OVFL TO TRUE
                   END-IF
               END-IF.

           L3-LOAD-CERTS.
               READ CERT-FUND
                   AT END
                       MOVE 'NO' TO MORE-CERTS
                   NOT AT END
                       IF CF-SOURCE = 'L'
                           IF C-CERT-CTR < 500
                               ADD 1 TO C-CERT-CTR
                               MOVE CF-KEY TO CERT-KEY(C-CERT-CTR)
                           ELSE
                               DISPLAY 'CBLHJB38 - CERTIFICATE-TABLE '
                                   'OVERFLOW, RUN HALTED'
                               MOVE 16 TO RETURN-CODE
                               SET C-JOB-ABEND TO TRUE
                               MOVE 'NO' TO MORE-CERTS
                           END-IF
                       END-IF
               END-READ.

           L3-POST-PAYMENT.
               PERFORM VARYING C-LOAN-SUB FROM 1 BY 1
                   UNTIL C-LOAN-SUB > C-LOAN-CTR
                   MOVE 0                  TO D-NEW-BAL
                   MOVE 'UNAPPLIED - NO OPEN LOAN  '
                       TO D-REMARKS
                   MOVE LP-AMOUNT          TO C-EXCESS
                   PERFORM L4-WRITE-CREDIT-HELD
               ELSE
                   ADD 1 TO C-APPLIED-CTR
                   MOVE LT-BALANCE(C-LOAN-SUB) TO C-OLD-BAL
                   MOVE C-OLD-BAL          TO D-OLD-BAL
      *    THE BALANCE CARRIES THE FULL-TERM INTEREST, SO A PAYOFF
      *    QUOTED WITH PER-DIEM INTEREST IS LESS THAN THE BALANCE -
      *    PAID BY ITS GOOD-THROUGH DATE IT STILL CLOSES THE LOAN.
                   EVALUATE TRUE
                       WHEN LT-PAYOFF-AMT(C-LOAN-SUB) > 0
                           AND LP-DATE <= LT-PAYOFF-THRU(C-LOAN-SUB)
                           AND LP-AMOUNT >= LT-PAYOFF-AMT(C-LOAN-SUB)
                           MOVE 0 TO LT-BALANCE(C-LOAN-SUB)
                           MOVE 'PAYOFF - LOAN PAID IN FULL'
                               TO D-REMARKS
                           IF LP-AMOUNT > LT-PAYOFF-AMT(C-LOAN-SUB)
                               COMPUTE C-EXCESS = LP-AMOUNT
                                   - LT-PAYOFF-AMT(C-LOAN-SUB)
                               PERFORM L4-WRITE-CREDIT-HELD
                           END-IF
                       WHEN LP-AMOUNT >= C-OLD-BAL
                           MOVE 0 TO LT-BALANCE(C-LOAN-SUB)
                           MOVE 'FINAL PAYMENT - LOAN PAID '
                               TO D-REMARKS
                           IF LP-AMOUNT > C-OLD-BAL
                               COMPUTE C-EXCESS =
                                   LP-AMOUNT - C-OLD-BAL
                               PERFORM L4-WRITE-CREDIT-HELD
                           END-IF
                       WHEN OTHER
                           COMPUTE LT-BALANCE(C-LOAN-SUB) =
                               C-OLD-BAL - LP-AMOUNT
                           MOVE SPACES     TO D-REMARKS
                   END-EVALUATE
                   MOVE LP-DATE TO LT-LAST-PMT-DATE(C-LOAN-SUB)
                   IF LT-BALANCE(C-LOAN-SUB) = 0
                       MOVE LP-DATE TO LT-PAID-DATE(C-LOAN-SUB)
                       MOVE 0       TO LT-PAYOFF-AMT(C-LOAN-SUB)
                       MOVE 0       TO LT-PAYOFF-THRU(C-LOAN-SUB)
                   END-IF
                   IF LT-PMT(C-LOAN-SUB) > 0
                       COMPUTE C-PMTS-THIS =
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.
               PERFORM VARYING C-CERT-SUB FROM 1 BY 1
                   UNTIL C-CERT-SUB > C-CERT-CTR
                       OR CERT-KEY(C-CERT-SUB) = LP-REC(1:17)
               END-PERFORM.
               IF C-CERT-SUB <= C-CERT-CTR
                   ADD 1 TO C-REVIEW-CTR
                   WRITE PRTLINE FROM CERT-REVIEW-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L4-HEADING
               END-IF.

           L4-WRITE-CREDIT-HELD.
               MOVE 'L'                    TO CH-SOURCE.
               MOVE LP-REC(1:17)           TO CH-KEY.
               MOVE LP-DATE                TO CH-DATE.
               MOVE C-EXCESS               TO CH-AMOUNT.
               MOVE 'CBLHJB38'             TO CH-PROGRAM.
               WRITE CH-REC.

           L3-REWRITE-LOANS.
               OPEN OUTPUT LOAN-MASTER.
               MOVE LT-BALANCE(C-LOAN-SUB)    TO BL-BALANCE.
               MOVE LT-OPEN-DATE(C-LOAN-SUB)  TO BL-OPEN-DATE.
               MOVE LT-PMTS-MADE(C-LOAN-SUB)  TO BL-PMTS-MADE.
               MOVE LT-LAST-PMT-DATE(C-LOAN-SUB) TO BL-LAST-PMT-DATE.
               MOVE LT-PAID-DATE(C-LOAN-SUB)  TO BL-PAID-DATE.
               MOVE LT-PAYOFF-AMT(C-LOAN-SUB) TO BL-PAYOFF-AMT.
               MOVE LT-PAYOFF-THRU(C-LOAN-SUB) TO BL-PAYOFF-THRU.
               MOVE LT-LIEN-REL-DATE(C-LOAN-SUB) TO BL-LIEN-REL-DATE.
               MOVE SPACES                    TO BL-REC(106:5).
               WRITE BL-REC.

           L3-DELINQUENCY-REPORT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.
           MOVE SPACES TO FP-CERTFUND-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CERTFUND.DAT' DELIMITED BY SIZE
               INTO FP-CERTFUND-DAT.
           MOVE SPACES TO FP-CREDHELD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CREDHELD.DAT' DELIMITED BY SIZE
               INTO FP-CREDHELD-DAT.

       END PROGRAM CBLHJB38.
