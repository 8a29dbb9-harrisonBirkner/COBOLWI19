      *SECTION FOR PAYMENTS MATCHING NO OPEN ITEM. THE RUN CLOSES
      *WITH THE MONTHLY AGING PAGE - CURRENT / 30 / 60 / 90 AND
      *OVER BY STUDENT ID - SO THE BURSAR CHASES REAL BALANCES.
      *A CHARGE UNDER A CBLHJB63 PAYMENT PLAN (PLANSCHD.DAT) AGES
      *ONLY THE INSTALLMENTS FALLEN DUE AND NOT YET PAID; THE REST
      *OF ITS BALANCE SHOWS IN THE ON PLAN COLUMN, NOT PAST DUE.
      *A STUDENT THE CBLHJB90 RETURNED-CHECK RUN HAS PUT ON
      *CERTFUND.DAT AS CERTIFIED-FUNDS-ONLY STILL POSTS, BUT EACH
      *PAYMENT CARRIES A REVIEW LINE FOR THE BURSAR.
      *THE LEDGER CARRIES NO CREDIT BALANCES, SO A PAYMENT WITH NO
      *OPEN ITEMS, OR THE UNUSED PART OF AN OVERPAYMENT, IS WRITTEN
      *TO CREDHELD.DAT AS A CREDIT OWED TO THE STUDENT; CBLHJB93
      *TRACKS IT AS UNCLAIMED PROPERTY UNTIL IT IS CLAIMED OR
      *TURNED OVER TO THE STATE.
       PROGRAM-ID. CBLHJB32.
           AUTHOR. HARRISON BIRKNER.

               ASSIGN TO DYNAMIC FP-TUITPMT-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PLAN-SCHED
               ASSIGN TO DYNAMIC FP-PLANSCHD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CERT-FUND
               ASSIGN TO DYNAMIC FP-CERTFUND-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CREDIT-HELD
               ASSIGN TO DYNAMIC FP-CREDHELD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-TUITAR-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

       01 TP-PST-REC                   PIC X(23).

           FD PLAN-SCHED
           LABEL RECORD IS STANDARD
           DATA RECORD IS PS-REC
           RECORD CONTAINS 42 CHARACTERS.

       01 PS-REC.
           05 PS-ID                    PIC X(7).
           05 PS-TERM                  PIC X(5).
           05 PS-INST-NO               PIC 99.
           05 PS-DUE-DATE              PIC 9(8).
           05 PS-AMOUNT                PIC 9(7)V99.
           05 PS-BASIS                 PIC 9(7)V99.
           05 PS-REMIND-SW             PIC X.
           05 PS-MISSED-SW             PIC X.

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
           05 FP-STDNTAR-DAT         PIC X(40)   VALUE SPACES.
           05 FP-TUITPMT-PST         PIC X(40)   VALUE SPACES.
           05 FP-TUITAR-PRT          PIC X(40)   VALUE SPACES.
           05 FP-PLANSCHD-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CERTFUND-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CREDHELD-DAT        PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-CERTS           PIC X(3)    VALUE 'YES'.
               05 MORE-ITEMS           PIC X(3)    VALUE 'YES'.
               05 MORE-SCHED           PIC X(3)    VALUE 'YES'.
               05 C-PAYMENT-STATUS     PIC XX      VALUE '00'.
               05 C-AR-STATUS          PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
               05 C-PMT-CTR            PIC 9(7)    VALUE 0.
               05 C-APPLIED-CTR        PIC 9(7)    VALUE 0.
               05 C-UNAPPLIED-CTR      PIC 9(7)    VALUE 0.
               05 C-REVIEW-CTR         PIC 9(7)    VALUE 0.
               05 C-CERT-CTR           PIC 9(4)    VALUE 0.
               05 C-CERT-SUB           PIC 9(4)    VALUE 0.
               05 C-GT-APPLIED-AMT     PIC 9(9)V99 VALUE 0.
               05 C-GT-UNAPPLIED-AMT   PIC 9(9)V99 VALUE 0.
               05 C-AR-CTR             PIC 9(4)    VALUE 0.
               05 C-PMT-LEFT           PIC 9(6)V99 VALUE 0.
               05 C-APPLY-AMT          PIC 9(6)V99 VALUE 0.
               05 C-AGE-DAYS           PIC S9(5)   VALUE 0.
               05 C-PLN-CTR            PIC 9(4)    VALUE 0.
               05 C-PLN-SUB            PIC 9(4)    VALUE 0.
               05 C-PLN-FOUND-SW       PIC X       VALUE 'N'.
                  88 C-PLN-FOUND       VALUE 'Y'.
               05 C-PLN-BASIS          PIC 9(7)V99 VALUE 0.
               05 C-PLN-DUE            PIC 9(7)V99 VALUE 0.
               05 C-PLN-PAID           PIC 9(7)V99 VALUE 0.
               05 C-PAST-DUE-AMT       PIC 9(7)V99 VALUE 0.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 C-ASOF-DATE-R REDEFINES C-ASOF-DATE.
                   10 C-ASOF-YEAR      PIC 9(4).
                   10 C-GT-OVER30      PIC 9(9)V99 VALUE 0.
                   10 C-GT-OVER60      PIC 9(9)V99 VALUE 0.
                   10 C-GT-OVER90      PIC 9(9)V99 VALUE 0.
                   10 C-GT-ON-PLAN     PIC 9(9)V99 VALUE 0.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 AGT-OVER30       PIC 9(7)V99.
                   10 AGT-OVER60       PIC 9(7)V99.
                   10 AGT-OVER90       PIC 9(7)V99.
                   10 AGT-ON-PLAN      PIC 9(7)V99.

           01 PLAN-TABLE.
      *    INSTALLMENTS OF EVERY PAYMENT PLAN, IN SCHEDULE ORDER.
               05 PLN-ENTRY            OCCURS 3000 TIMES.
                   10 PLN-ID           PIC X(7).
                   10 PLN-TERM         PIC X(5).
                   10 PLN-DUE-DATE     PIC 9(8).
                   10 PLN-AMOUNT       PIC 9(7)V99.
                   10 PLN-BASIS        PIC 9(7)V99.

      *    PAYERS ON CERTFUND.DAT AS CERTIFIED-FUNDS-ONLY.
           01 CERT-TABLE.
               05 CERT-KEY             PIC X(07)   OCCURS 500 TIMES.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 FILLER               PIC X(7)    VALUE 'OVER 60'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'OVER 90'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'ON PLAN'.

           01 AGE-DETAIL-LINE.
               05 FILLER               PIC XX      VALUE SPACES.
               05 AD-OVER60            PIC $$$$,$$9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 AD-OVER90            PIC $$$$,$$9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 AD-ON-PLAN           PIC $$$$,$$9.99.

           01 AGE-TOTAL-LINE.
               05 FILLER               PIC X(6)    VALUE 'TOTAL '.
               05 AT-OVER60            PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X       VALUE SPACE.
               05 AT-OVER90            PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X       VALUE SPACE.
               05 AT-ON-PLAN           PIC $$$,$$$,$$9.99.

           01 AGE-NONE-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(26)
                  VALUE 'NO OPEN ITEMS ON LEDGER   '.

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
               05 FILLER               PIC X(16)
                  VALUE 'PAYMENTS READ:  '.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT PLAN-SCHED.
               PERFORM L3-LOAD-PLAN
                   UNTIL MORE-SCHED = 'NO'.
               CLOSE PLAN-SCHED.
               OPEN INPUT CERT-FUND.
               PERFORM L3-LOAD-CERTS
                   UNTIL MORE-CERTS = 'NO'.
               CLOSE CERT-FUND.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN OUTPUT PRTOUT.
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL
                   MOVE RC-AS-OF-DATE          TO C-ASOF-DATE
               END-IF.
               OPEN EXTEND PMT-POSTED.
               OPEN EXTEND CREDIT-HELD.
               PERFORM L4-HEADING-FIRST.
               PERFORM L3-READ-INPUT.

               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PAYMENT-INPUT.
               CLOSE PMT-POSTED.
               CLOSE CREDIT-HELD.
      *    POSTED PAYMENTS MOVE TO TUITPMT.PST AND THE INPUT IS
      *    EMPTIED, SO A RERUN NEVER APPLIES THE SAME PAYMENT
      *    TWICE.
                       END-IF
               END-READ.

           L3-LOAD-PLAN.
      *    THE PLAN TABLE ONLY SHAPES THE AGING PAGE, SO A FULL
      *    TABLE WARNS AND AGES THE REMAINING PLANS AS PAST DUE.
               READ PLAN-SCHED
                   AT END
                       MOVE 'NO' TO MORE-SCHED
                   NOT AT END
                       IF C-PLN-CTR < 3000
                           ADD 1 TO C-PLN-CTR
                           MOVE PS-ID       TO PLN-ID(C-PLN-CTR)
                           MOVE PS-TERM     TO PLN-TERM(C-PLN-CTR)
                           MOVE PS-DUE-DATE TO PLN-DUE-DATE(C-PLN-CTR)
                           MOVE PS-AMOUNT   TO PLN-AMOUNT(C-PLN-CTR)
                           MOVE PS-BASIS    TO PLN-BASIS(C-PLN-CTR)
                       ELSE
                           DISPLAY 'CBLHJB32 - PLAN-TABLE OVERFLOW, '
                               'LATER PLANS AGED IN FULL'
                           MOVE 8 TO RETURN-CODE
                           MOVE 'NO' TO MORE-SCHED
                       END-IF
               END-READ.

           L3-LOAD-CERTS.
               READ CERT-FUND
                   AT END
                       MOVE 'NO' TO MORE-CERTS
                   NOT AT END
                       IF CF-SOURCE = 'T'
                           IF C-CERT-CTR < 500
                               ADD 1 TO C-CERT-CTR
                               MOVE CF-KEY(1:7) TO CERT-KEY(C-CERT-CTR)
                           ELSE
                               DISPLAY 'CBLHJB32 - CERTIFICATE-TABLE '
                                   'OVERFLOW, RUN HALTED'
                               MOVE 16 TO RETURN-CODE
                               SET C-JOB-ABEND TO TRUE
                               MOVE 'NO' TO MORE-CERTS
                           END-IF
                       END-IF
               END-READ.

           L3-POST-PAYMENT.
      *    THE PAYMENT IS APPLIED OLDEST CHARGE FIRST UNTIL IT IS
      *    USED UP OR THE STUDENT HAS NO OPEN ITEMS LEFT.
                   ADD TP-AMOUNT TO C-GT-UNAPPLIED-AMT
                   MOVE 'UNAPPLIED - NO OPEN ITEMS  '
                       TO D-REMARKS
                   PERFORM L4-WRITE-CREDIT-HELD
               ELSE
                   ADD 1 TO C-APPLIED-CTR
                   IF C-PMT-LEFT > 0
                       ADD C-APPLY-AMT TO C-GT-APPLIED-AMT
                       MOVE 'OVERPAYMENT - SEE BURSAR   '
                           TO D-REMARKS
                       PERFORM L4-WRITE-CREDIT-HELD
                   ELSE
                       ADD TP-AMOUNT TO C-GT-APPLIED-AMT
                       MOVE SPACES TO D-REMARKS
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.
               PERFORM VARYING C-CERT-SUB FROM 1 BY 1
                   UNTIL C-CERT-SUB > C-CERT-CTR
                       OR CERT-KEY(C-CERT-SUB) = TP-ID
               END-PERFORM.
               IF C-CERT-SUB <= C-CERT-CTR
                   ADD 1 TO C-REVIEW-CTR
                   WRITE PRTLINE FROM CERT-REVIEW-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L4-HEADING
               END-IF.

           L4-WRITE-CREDIT-HELD.
               MOVE 'T'                    TO CH-SOURCE.
               MOVE SPACES                 TO CH-KEY.
               MOVE TP-ID                  TO CH-KEY(1:7).
               MOVE TP-DATE                TO CH-DATE.
               MOVE C-PMT-LEFT             TO CH-AMOUNT.
               MOVE 'CBLHJB32'             TO CH-PROGRAM.
               WRITE CH-REC.

           L4-APPLY-OLDEST.
               MOVE 0 TO C-OLDEST-SUB.
               MOVE C-GT-UNAPPLIED-AMT     TO GT-UNAPPLIED-AMT.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               IF C-REVIEW-CTR > 0
                   MOVE C-REVIEW-CTR       TO GT-REVIEW-CTR
                   WRITE PRTLINE FROM TOTAL-LINE2
                       AFTER ADVANCING 1 LINE
               END-IF.

           L3-AGING-REPORT.
      *    OPEN ITEMS ARE ACCUMULATED IN A TABLE KEYED BY STUDENT
               MOVE C-GT-OVER30            TO AT-OVER30.
               MOVE C-GT-OVER60            TO AT-OVER60.
               MOVE C-GT-OVER90            TO AT-OVER90.
               MOVE C-GT-ON-PLAN           TO AT-ON-PLAN.
               WRITE PRTLINE FROM AGE-TOTAL-LINE
                   AFTER ADVANCING 3 LINES.

                       MOVE 0 TO AGT-OVER30(C-AGE-SUB)
                       MOVE 0 TO AGT-OVER60(C-AGE-SUB)
                       MOVE 0 TO AGT-OVER90(C-AGE-SUB)
                       MOVE 0 TO AGT-ON-PLAN(C-AGE-SUB)
                   END-IF
                   PERFORM L5-PLAN-PAST-DUE
                   MOVE AT-CHARGE-DATE(C-AR-SUB) TO C-CHG-DATE
                   COMPUTE C-AGE-DAYS =
                       (C-ASOF-YEAR - C-CHG-YEAR) * 360
                       + (C-ASOF-DAY - C-CHG-DAY)
                   EVALUATE TRUE
                       WHEN C-AGE-DAYS > 90
                           ADD C-PAST-DUE-AMT
                               TO AGT-OVER90(C-AGE-SUB)
                       WHEN C-AGE-DAYS > 60
                           ADD C-PAST-DUE-AMT
                               TO AGT-OVER60(C-AGE-SUB)
                       WHEN C-AGE-DAYS > 30
                           ADD C-PAST-DUE-AMT
                               TO AGT-OVER30(C-AGE-SUB)
                       WHEN OTHER
                           ADD C-PAST-DUE-AMT
                               TO AGT-CURRENT(C-AGE-SUB)
                   END-EVALUATE
               END-IF.

           L5-PLAN-PAST-DUE.
      *    WITH NO PLAN THE WHOLE OPEN AMOUNT AGES. UNDER A PLAN,
      *    WHAT HAS BEEN PAID SINCE THE SCHEDULE WAS BUILT (BASIS
      *    LESS OPEN) IS SET AGAINST THE INSTALLMENTS DUE BY THE
      *    AS-OF DATE; ONLY THE SHORTFALL AGES FROM THE CHARGE DATE
      *    AND THE REMAINDER IS CARRIED AS ON PLAN.
               MOVE AT-OPEN-AMT(C-AR-SUB) TO C-PAST-DUE-AMT.
               MOVE 'N' TO C-PLN-FOUND-SW.
               MOVE 0 TO C-PLN-DUE.
               PERFORM VARYING C-PLN-SUB FROM 1 BY 1
                   UNTIL C-PLN-SUB > C-PLN-CTR
                       IF PLN-ID(C-PLN-SUB) = AT-ID(C-AR-SUB)
                           AND (PLN-TERM(C-PLN-SUB) = AT-TERM(C-AR-SUB)
                               OR AT-TERM(C-AR-SUB) = SPACES)
                           SET C-PLN-FOUND TO TRUE
                           MOVE PLN-BASIS(C-PLN-SUB) TO C-PLN-BASIS
                           IF PLN-DUE-DATE(C-PLN-SUB) NOT > C-ASOF-DATE
                               ADD PLN-AMOUNT(C-PLN-SUB) TO C-PLN-DUE
                           END-IF
                       END-IF
               END-PERFORM.
               IF C-PLN-FOUND
                   IF AT-OPEN-AMT(C-AR-SUB) < C-PLN-BASIS
                       COMPUTE C-PLN-PAID =
                           C-PLN-BASIS - AT-OPEN-AMT(C-AR-SUB)
                   ELSE
                       MOVE 0 TO C-PLN-PAID
                   END-IF
                   IF C-PLN-DUE > C-PLN-PAID
                       COMPUTE C-PAST-DUE-AMT = C-PLN-DUE - C-PLN-PAID
                   ELSE
                       MOVE 0 TO C-PAST-DUE-AMT
                   END-IF
                   IF C-PAST-DUE-AMT > AT-OPEN-AMT(C-AR-SUB)
                       MOVE AT-OPEN-AMT(C-AR-SUB) TO C-PAST-DUE-AMT
                   END-IF
                   COMPUTE AGT-ON-PLAN(C-AGE-SUB) =
                       AGT-ON-PLAN(C-AGE-SUB)
                       + AT-OPEN-AMT(C-AR-SUB) - C-PAST-DUE-AMT
               END-IF.

           L5-AGE-STUDENT-LINE.
               MOVE AGT-ID(C-AGE-SUB)      TO AD-ID.
               MOVE AGT-CURRENT(C-AGE-SUB) TO AD-CURRENT.
               MOVE AGT-OVER30(C-AGE-SUB)  TO AD-OVER30.
               MOVE AGT-OVER60(C-AGE-SUB)  TO AD-OVER60.
               MOVE AGT-OVER90(C-AGE-SUB)  TO AD-OVER90.
               MOVE AGT-ON-PLAN(C-AGE-SUB) TO AD-ON-PLAN.
               WRITE PRTLINE FROM AGE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
               ADD AGT-OVER30(C-AGE-SUB)   TO C-GT-OVER30.
               ADD AGT-OVER60(C-AGE-SUB)   TO C-GT-OVER60.
               ADD AGT-OVER90(C-AGE-SUB)   TO C-GT-OVER90.
               ADD AGT-ON-PLAN(C-AGE-SUB)  TO C-GT-ON-PLAN.

           L4-AGE-HEADING.
               WRITE PRTLINE FROM AGE-TITLE-LINE
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TUITAR.PRT' DELIMITED BY SIZE
               INTO FP-TUITAR-PRT.
           MOVE SPACES TO FP-PLANSCHD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PLANSCHD.DAT' DELIMITED BY SIZE
               INTO FP-PLANSCHD-DAT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
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

       END PROGRAM CBLHJB32.
