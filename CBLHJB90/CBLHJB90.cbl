       IDENTIFICATION DIVISION.
      *RETURNED-CHECK (NSF) REVERSAL. A CHECK THAT BOUNCES USED TO
      *BE UNDONE BY HAND IN THREE PLACES. THE OFFICE NOW KEYS EACH
      *RETURNED ITEM THE BANK SENDS BACK ON RETITEM.DAT - PAYMENT
      *SOURCE (R RENT, T TUITION, L BOAT LOAN), THE PAYER KEY THE
      *PAYMENT WAS POSTED UNDER (BUILDING AND UNIT, STUDENT ID, OR
      *SURNAME AND STATE), THE ORIGINAL PAYMENT DATE AND AMOUNT,
      *AND THE BANK'S RETURN REASON. EACH ITEM MUST MATCH A PAYMENT
      *ON THE POSTED RECEIPT FILE FOR ITS SOURCE (RENTRCPT.PST FROM
      *CBLHJB16, TUITPMT.PST FROM CBLHJB32, LOANPMT.PST FROM
      *CBLHJB38) THAT HAS NOT ALREADY BEEN REVERSED. A MATCHED ITEM
      *IS REVERSED ON ITS MASTER - THE MONBILLS.IDX PRIOR BALANCE
      *(WITH DEBITS TO TENLEDG.DAT SO THE CBLHJB78 PROOF STILL
      *HOLDS), THE STDNTAR.DAT CHARGES THE PAYMENT HAD CLOSED
      *(NEWEST FIRST, THE REVERSE OF HOW CBLHJB32 APPLIED IT), OR
      *THE BOATLOAN.DAT BALANCE AND PAYMENTS MADE - AND THE FEE FOR
      *THE SOURCE ON NSFFEE.DAT IS CHARGED ON TOP. THE PAYER GOES
      *ON CERTFUND.DAT AS CERTIFIED-FUNDS-ONLY, AND CBLHJB16,
      *CBLHJB32 AND CBLHJB38 FLAG EVERY LATER PAYMENT FROM THEM FOR
      *REVIEW. EVERY REVERSAL IS KEPT ON NSFHIST.DAT. THE REVERSING
      *JOURNAL GOES TO THE PERIOD LEDGER GLBATCH.DAT UNDER GLCHART
      *SOURCES NSFR PLUS THE LINE (NSFRRENT, NSFRTUIT, NSFRLOAN -
      *RECEIVABLE BACK UP AGAINST CASH) AND NSFF PLUS THE LINE (THE
      *FEE), FALLING BACK TO NSFR AND NSFF ALONE, AS CBLHJB85 LOOKS
      *UP ITS SOURCES. AN UNMAPPED SOURCE HOLDS THE WHOLE RUN WITH
      *NOTHING REVERSED. NSFRVSL.PRT LISTS EVERY REVERSAL, EVERY
      *RETURN THAT MATCHED NO POSTED PAYMENT (LEFT ON RETITEM.DAT
      *FOR CORRECTION, AS CBLHJB87 LEAVES A BAD JOURNAL ENTRY), AND
      *EVERY PAYER WITH MORE THAN ONE RETURN IN TWELVE MONTHS.
      *REVERSED ITEMS MOVE TO RETITEM.PST. A JOURNAL FOR A MONTH THE
      *CBLHJB88 CLOSE HAS LOCKED IS DATED INTO THE NEXT OPEN MONTH
      *(CBLGLPER).
      *EVERY RECORD THE RUN CHANGES ON MONBILLS.IDX IS JOURNALED TO
      *AIJRNL.DAT (CBLAIJRN) SO CBLHJB91 CAN ROLL A RESTORED GENERATION
      *FORWARD.
      *THE BILLING FILE IS NOW INDEXED ON BUILDING AND UNIT - A RENT
      *REVERSAL READS ITS UNIT BY KEY AND REWRITES ONLY THAT RECORD
      *INSTEAD OF HOLDING AND REWRITING THE WHOLE FILE.
       PROGRAM-ID. CBLHJB90.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL RET-INPUT
               ASSIGN TO DYNAMIC FP-RETITEM-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RET-POSTED
               ASSIGN TO DYNAMIC FP-RETITEM-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL NSF-FEE
               ASSIGN TO DYNAMIC FP-NSFFEE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RENT-POSTED
               ASSIGN TO DYNAMIC FP-RENTRCPT-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TUIT-POSTED
               ASSIGN TO DYNAMIC FP-TUITPMT-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOAN-POSTED
               ASSIGN TO DYNAMIC FP-LOANPMT-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BILL-FILE
               ASSIGN TO DYNAMIC FP-MONBILLS-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS B-KEY
                   FILE STATUS IS C-BILL-STATUS.

           SELECT OPTIONAL AR-FILE
               ASSIGN TO DYNAMIC FP-STDNTAR-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOAN-MASTER
               ASSIGN TO DYNAMIC FP-BOATLOAN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TENANT-LEDGER
               ASSIGN TO DYNAMIC FP-TENLEDG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CERT-FUND
               ASSIGN TO DYNAMIC FP-CERTFUND-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL NSF-HIST
               ASSIGN TO DYNAMIC FP-NSFHIST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-CHART
               ASSIGN TO DYNAMIC FP-GLCHART-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-CHART-STATUS.

           SELECT OPTIONAL GL-BATCH
               ASSIGN TO DYNAMIC FP-GLBATCH-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-NSFRVSL-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD RET-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS RI-REC
           RECORD CONTAINS 54 CHARACTERS.

       01 RI-REC.
           05 RI-SOURCE                PIC X.
           05 RI-KEY                   PIC X(17).
           05 RI-PMT-DATE              PIC 9(8).
           05 RI-AMOUNT                PIC 9(6)V99.
           05 RI-REASON                PIC X(20).

           FD RET-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS RI-PST-REC
           RECORD CONTAINS 54 CHARACTERS.

       01 RI-PST-REC                   PIC X(54).

           FD NSF-FEE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NF-REC
           RECORD CONTAINS 7 CHARACTERS.

       01 NF-REC.
           05 NF-SOURCE                PIC X.
           05 NF-FEE                   PIC 9(4)V99.

           FD RENT-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS RP-REC
           RECORD CONTAINS 20 CHARACTERS.

       01 RP-REC.
           05 RP-BLD-CODE              PIC XX.
           05 RP-UNIT                  PIC 99.
           05 RP-DATE                  PIC 9(8).
           05 RP-AMOUNT                PIC 9(6)V99.

           FD TUIT-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS TP-REC
           RECORD CONTAINS 23 CHARACTERS.

       01 TP-REC.
           05 TP-ID                    PIC X(7).
           05 TP-DATE                  PIC 9(8).
           05 TP-AMOUNT                PIC 9(6)V99.

           FD LOAN-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS LP-REC
           RECORD CONTAINS 33 CHARACTERS.

       01 LP-REC.
           05 LP-LAST-NAME             PIC X(15).
           05 LP-STATE                 PIC XX.
           05 LP-DATE                  PIC 9(8).
           05 LP-AMOUNT                PIC 9(6)V99.

           FD BILL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS B-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 B-REC.
           05 B-KEY                    PIC X(4).
           05 FILLER                   PIC X(20).
           05 B-PRIOR-BALANCE          PIC 9(4)V99.
           05 FILLER                   PIC X(10).

           FD AR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 38 CHARACTERS.

       01 AR-REC.
           05 AR-ID                    PIC X(7).
           05 AR-TERM                  PIC X(5).
           05 AR-CHARGE-DATE           PIC 9(8).
           05 AR-ORIG-AMT              PIC 9(7)V99.
           05 AR-OPEN-AMT              PIC 9(7)V99.

           FD LOAN-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS BL-REC
           RECORD CONTAINS 110 CHARACTERS.

       01 BL-REC                       PIC X(110).

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

           FD NSF-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS NH-REC
           RECORD CONTAINS 68 CHARACTERS.

       01 NH-REC.
           05 NH-RETURN-DATE           PIC 9(8).
           05 NH-SOURCE                PIC X.
           05 NH-KEY                   PIC X(17).
           05 NH-PMT-DATE              PIC 9(8).
           05 NH-AMOUNT                PIC 9(6)V99.
           05 NH-FEE                   PIC 9(4)V99.
           05 NH-REASON                PIC X(20).

           FD GL-CHART
           LABEL RECORD IS STANDARD
           DATA RECORD IS GC-REC
           RECORD CONTAINS 44 CHARACTERS.

       01 GC-REC.
           05 GC-SOURCE                PIC X(8).
           05 GC-DEBIT-ACCT            PIC X(8).
           05 GC-CREDIT-ACCT           PIC X(8).
           05 GC-DESC                  PIC X(20).

           FD GL-BATCH
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC
           RECORD CONTAINS 38 CHARACTERS.

       01 GL-REC.
           05 GL-ACCT                  PIC X(8).
           05 GL-DRCR                  PIC X.
           05 GL-AMOUNT                PIC 9(11)V99.
           05 GL-SOURCE                PIC X(8).
           05 GL-DATE                  PIC 9(8).

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
           05 FP-LANE              PIC X(8)    VALUE SPACES.
           05 FP-RETITEM-DAT         PIC X(40)   VALUE SPACES.
           05 FP-RETITEM-PST         PIC X(40)   VALUE SPACES.
           05 FP-NSFFEE-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RENTRCPT-PST        PIC X(40)   VALUE SPACES.
           05 FP-TUITPMT-PST         PIC X(40)   VALUE SPACES.
           05 FP-LOANPMT-PST         PIC X(40)   VALUE SPACES.
           05 FP-MONBILLS-IDX        PIC X(40)   VALUE SPACES.
           05 FP-STDNTAR-DAT         PIC X(40)   VALUE SPACES.
           05 FP-BOATLOAN-DAT        PIC X(40)   VALUE SPACES.
           05 FP-TENLEDG-DAT         PIC X(40)   VALUE SPACES.
           05 FP-CERTFUND-DAT        PIC X(40)   VALUE SPACES.
           05 FP-NSFHIST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-GLCHART-DAT         PIC X(40)   VALUE SPACES.
           05 FP-GLBATCH-DAT         PIC X(40)   VALUE SPACES.
           05 FP-NSFRVSL-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 C-CHART-STATUS       PIC XX      VALUE '00'.
               05 C-BILL-STATUS        PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-HELD-SW            PIC X       VALUE 'N'.
                  88 C-BATCH-HELD      VALUE 'Y'.
               05 C-OVFL-SW            PIC X       VALUE 'N'.
                  88 C-OVFL            VALUE 'Y'.
               05 C-OVFL-TABLE         PIC X(15)   VALUE SPACES.
               05 C-BILL-OPEN-SW       PIC X       VALUE 'N'.
                  88 C-BILL-OPEN       VALUE 'Y'.
               05 C-AR-CHG-SW          PIC X       VALUE 'N'.
                  88 C-AR-CHANGED      VALUE 'Y'.
               05 C-LOAN-CHG-SW        PIC X       VALUE 'N'.
                  88 C-LOAN-CHANGED    VALUE 'Y'.
               05 C-POST-DATE          PIC 9(8)    VALUE 0.
               05 C-POST-DATE-R REDEFINES C-POST-DATE.
                   10 C-POST-YEAR      PIC 9(4).
                   10 C-POST-MONTH     PIC 99.
                   10 C-POST-DAY       PIC 99.
               05 C-WINDOW-DATE        PIC 9(8)    VALUE 0.
               05 C-GL-DATE            PIC 9(8)    VALUE 0.
               05 C-PERIOD-STATUS      PIC X       VALUE 'O'.
                  88 C-PERIOD-MOVED    VALUE 'M'.
               05 C-RET-CTR            PIC 9(4)    VALUE 0.
               05 C-RET-SUB            PIC 9(4)    VALUE 0.
               05 C-HST-CTR            PIC 9(5)    VALUE 0.
               05 C-HST-SUB            PIC 9(5)    VALUE 0.
               05 C-HST-SUB2           PIC 9(5)    VALUE 0.
               05 C-HST-OLD-CTR        PIC 9(5)    VALUE 0.
               05 C-CRT-CTR            PIC 9(4)    VALUE 0.
               05 C-CRT-SUB            PIC 9(4)    VALUE 0.
               05 C-CRT-OLD-CTR        PIC 9(4)    VALUE 0.
               05 C-FEE-CTR            PIC 9       VALUE 0.
               05 C-FEE-SUB            PIC 9       VALUE 0.
               05 C-AR-CTR             PIC 9(4)    VALUE 0.
               05 C-AR-SUB             PIC 9(4)    VALUE 0.
               05 C-NEWEST-SUB         PIC 9(4)    VALUE 0.
               05 C-LOAN-CTR           PIC 9(4)    VALUE 0.
               05 C-LOAN-SUB           PIC 9(4)    VALUE 0.
               05 C-CHART-CTR          PIC 99      VALUE 0.
               05 C-CHART-SUB          PIC 99      VALUE 0.
               05 C-MISS-CTR           PIC 99      VALUE 0.
               05 C-MISS-SUB           PIC 99      VALUE 0.
               05 C-JRN-CTR            PIC 9(3)    VALUE 0.
               05 C-DONE-CTR           PIC 9(3)    VALUE 0.
               05 C-RETURN-CTR         PIC 9(3)    VALUE 0.
               05 C-REVERSED-CTR       PIC 9(5)    VALUE 0.
               05 C-UNMATCHED-CTR      PIC 9(5)    VALUE 0.
               05 C-FLAGGED-CTR        PIC 9(5)    VALUE 0.
               05 C-REPEAT-CTR         PIC 9(5)    VALUE 0.
               05 C-GT-REVERSED        PIC 9(9)V99 VALUE 0.
               05 C-GT-FEES            PIC 9(9)V99 VALUE 0.
               05 C-GT-UNMATCHED       PIC 9(9)V99 VALUE 0.
               05 C-GT-DEBITS          PIC 9(13)V99 VALUE 0.
               05 C-GT-CREDITS         PIC 9(13)V99 VALUE 0.
               05 C-SRC-PREFIX         PIC X(4)    VALUE SPACES.
               05 C-SRC-LINE           PIC X(4)    VALUE SPACES.
               05 C-SOURCE             PIC X(8)    VALUE SPACES.
               05 C-AMOUNT             PIC 9(11)V99 VALUE 0.
               05 C-FEE                PIC 9(4)V99 VALUE 0.
               05 C-KEY                PIC X(17)   VALUE SPACES.
               05 C-NEW-BAL            PIC 9(9)V99 VALUE 0.
               05 C-LEFT               PIC 9(7)V99 VALUE 0.
               05 C-REOPEN             PIC 9(7)V99 VALUE 0.
               05 C-PMTS-THIS          PIC 9(3)    VALUE 0.
               05 C-LAST-TERM          PIC X(5)    VALUE SPACES.
               05 C-LAST-RETURN        PIC 9(8)    VALUE 0.
               05 C-DATE-IN            PIC 9(8)    VALUE 0.
               05 C-DATE-IN-R REDEFINES C-DATE-IN.
                   10 C-DATE-IN-YEAR   PIC X(4).
                   10 C-DATE-IN-MONTH  PIC XX.
                   10 C-DATE-IN-DAY    PIC XX.
               05 C-DATE-OUT           PIC X(10)   VALUE SPACES.
               05 PAGE-CTR             PIC 99      VALUE 0.
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
               05 C-AIJ-PROGRAM        PIC X(8)    VALUE 'CBLHJB90'.

      *    ONE ENTRY PER RETURNED ITEM. RT-POSTED-CTR IS HOW MANY
      *    POSTED PAYMENTS CARRY THE SAME KEY, DATE AND AMOUNT.
      *    STATUS R REVERSED, U UNMATCHED (LEFT ON RETITEM.DAT).
           01 RETURN-TABLE.
               05 RT-ENTRY             OCCURS 500 TIMES.
                   10 RT-IMAGE         PIC X(54).
                   10 RT-IMAGE-R REDEFINES RT-IMAGE.
                       15 RT-SOURCE    PIC X.
                       15 RT-KEY       PIC X(17).
                       15 RT-PMT-DATE  PIC 9(8).
                       15 RT-AMOUNT    PIC 9(6)V99.
                       15 RT-REASON    PIC X(20).
                   10 RT-POSTED-CTR    PIC 9(3).
                   10 RT-STATUS        PIC X.
                   10 RT-REMARK        PIC X(26).

           01 FEE-TABLE.
               05 FEE-ENTRY            OCCURS 9 TIMES.
                   10 FEE-SOURCE       PIC X.
                   10 FEE-AMOUNT       PIC 9(4)V99.

      *    NSFHIST.DAT AS READ, WITH THIS RUN'S REVERSALS ADDED
      *    AFTER C-HST-OLD-CTR.
           01 HIST-TABLE.
               05 HST-ENTRY            OCCURS 3000 TIMES.
                   10 HST-RETURN-DATE  PIC 9(8).
                   10 HST-SOURCE       PIC X.
                   10 HST-KEY          PIC X(17).
                   10 HST-PMT-DATE     PIC 9(8).
                   10 HST-AMOUNT       PIC 9(6)V99.
                   10 HST-FEE          PIC 9(4)V99.
                   10 HST-REASON       PIC X(20).

      *    CERTFUND.DAT AS READ, WITH THIS RUN'S NEW FLAGS ADDED
      *    AFTER C-CRT-OLD-CTR.
           01 CERT-TABLE.
               05 CRT-ENTRY            OCCURS 2000 TIMES.
                   10 CRT-SOURCE       PIC X.
                   10 CRT-KEY          PIC X(17).
                   10 CRT-FLAG-DATE    PIC 9(8).

           01 AR-TABLE.
               05 AT-ENTRY             OCCURS 2500 TIMES.
                   10 AT-ID            PIC X(7).
                   10 AT-TERM          PIC X(5).
                   10 AT-CHARGE-DATE   PIC 9(8).
                   10 AT-ORIG-AMT      PIC 9(7)V99.
                   10 AT-OPEN-AMT      PIC 9(7)V99.

           01 LOAN-TABLE.
               05 LOAN-ENTRY           OCCURS 1000 TIMES.
                   10 LT-RECORD        PIC X(110).
                   10 LT-RECORD-R REDEFINES LT-RECORD.
                       15 LT-KEY       PIC X(17).
                       15 FILLER       PIC X(17).
                       15 LT-PMT       PIC 9(6)V99.
                       15 LT-BALANCE   PIC 9(8)V99.
                       15 LT-OPEN-DATE PIC 9(8).
                       15 LT-PMTS-MADE PIC 9(3).
                       15 LT-LAST-PMT-DATE PIC 9(8).
                       15 LT-PAID-DATE PIC 9(8).
                       15 LT-PAYOFF-AMT PIC 9(8)V99.
                       15 LT-PAYOFF-THRU PIC 9(8).
                       15 LT-LIEN-REL-DATE PIC 9(8).
                       15 FILLER       PIC X(5).

           01 CHART-TABLE.
               05 CHT-ENTRY            OCCURS 60 TIMES.
                   10 CHT-SOURCE       PIC X(8).
                   10 CHT-DEBIT-ACCT   PIC X(8).
                   10 CHT-CREDIT-ACCT  PIC X(8).
                   10 CHT-DESC         PIC X(20).
                   10 CHT-AMOUNT       PIC 9(11)V99.

           01 MISSING-TABLE.
               05 MISS-SOURCE          PIC X(8)    OCCURS 20 TIMES.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-MONTH          PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 TITLE-DAY            PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 TITLE-YEAR           PIC X(4).
               05 FILLER               PIC X(24)   VALUE SPACES.
               05 FILLER               PIC X(50)
                  VALUE 'RETURNED-CHECK (NSF) REVERSALS'.
               05 FILLER               PIC X(28)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 C-HEADING                PIC X(132)  VALUE SPACES.

           01 RVS-HEADING.
               05 FILLER               PIC X(5)    VALUE 'SRC'.
               05 FILLER               PIC X(19)   VALUE 'PAYER KEY'.
               05 FILLER               PIC X(12)   VALUE 'PAID DATE'.
               05 FILLER               PIC X(11)
                  VALUE '     AMOUNT'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(20)
                  VALUE 'RETURN REASON'.
               05 FILLER               PIC X(9)    VALUE '      FEE'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(14)
                  VALUE '   NEW BALANCE'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'CERTIFIED'.
               05 FILLER               PIC X(26)   VALUE 'REMARKS'.

           01 RVS-LINE.
               05 RV-SOURCE            PIC X.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 RV-KEY               PIC X(17).
               05 FILLER               PIC XX      VALUE SPACES.
               05 RV-PMT-DATE          PIC X(10).
               05 FILLER               PIC XX      VALUE SPACES.
               05 RV-AMOUNT            PIC $$$$,$$9.99.
               05 FILLER               PIC XX      VALUE SPACES.
               05 RV-REASON            PIC X(20).
               05 RV-FEE               PIC $$,$$9.99 BLANK WHEN ZERO.
               05 FILLER               PIC XX      VALUE SPACES.
               05 RV-NEW-BAL           PIC $$$,$$$,$$9.99
                                       BLANK WHEN ZERO.
               05 FILLER               PIC XX      VALUE SPACES.
               05 RV-CERTIFIED         PIC X(9).
               05 FILLER               PIC X       VALUE SPACE.
               05 RV-REMARK            PIC X(26).

           01 RPT-HEADING.
               05 FILLER               PIC X(5)    VALUE 'SRC'.
               05 FILLER               PIC X(19)   VALUE 'PAYER KEY'.
               05 FILLER               PIC X(9)    VALUE 'RETURNS'.
               05 FILLER               PIC X(14)   VALUE 'LAST RETURN'.
               05 FILLER               PIC X(20)
                  VALUE 'CERTIFIED FUNDS ONLY'.

           01 RPT-LINE.
               05 RP-SOURCE            PIC X.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 RP-KEY               PIC X(17).
               05 FILLER               PIC XX      VALUE SPACES.
               05 RP-COUNT             PIC ZZ9.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 RP-LAST-DATE         PIC X(10).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 RP-CERTIFIED         PIC X(20).

           01 JRN-HEADING.
               05 FILLER               PIC X(8)    VALUE 'SOURCE  '.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'ACCOUNT'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'DR/CR'.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'AMOUNT'.

           01 JRN-LINE.
               05 JL-SOURCE            PIC X(8).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 JL-ACCT              PIC X(8).
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 JL-DRCR              PIC X.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 JL-AMOUNT            PIC $$,$$$,$$$,$$9.99.

           01 MOVED-LINE.
               05 FILLER               PIC X(11)   VALUE '*** PERIOD '.
               05 MV-FROM-MONTH        PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 MV-FROM-YEAR         PIC X(4).
               05 FILLER               PIC X(29)
                  VALUE ' IS CLOSED - JOURNAL DATED IN'.
               05 FILLER               PIC X(20)
                  VALUE 'TO NEXT OPEN PERIOD '.
               05 MV-TO-MONTH          PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 MV-TO-DAY            PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 MV-TO-YEAR           PIC X(4).

           01 HELD-LINE.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 H-SOURCE             PIC X(8).
               05 FILLER               PIC X(40)
                  VALUE ' *** NO CHART-OF-ACCOUNTS MAPPING       '.

           01 JRN-TOTAL-LINE.
               05 FILLER               PIC X(14)
                  VALUE 'TOTAL DEBITS: '.
               05 JT-DEBITS            PIC $$,$$$,$$$,$$9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'TOTAL CREDITS: '.
               05 JT-CREDITS           PIC $$,$$$,$$$,$$9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'BATCH:  '.
               05 JT-STATUS            PIC X(30).

           01 TOTAL-LINE1.
               05 FILLER               PIC X(24)
                  VALUE 'RETURNED ITEMS READ:'.
               05 GT-RET-CTR           PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'REVERSED: '.
               05 GT-REVERSED-CTR      PIC ZZ,ZZ9.
               05 FILLER               PIC XX      VALUE SPACES.
               05 GT-REVERSED          PIC $$,$$$,$$9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'FEES: '.
               05 GT-FEES              PIC $$,$$$,$$9.99.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(24)
                  VALUE 'UNMATCHED RETURNS:'.
               05 GT-UNMATCHED-CTR     PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'AMOUNT:   '.
               05 GT-UNMATCHED         PIC $$,$$$,$$9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(26)
                  VALUE 'NEWLY CERTIFIED-FUNDS-ONLY'.
               05 FILLER               PIC XX      VALUE ': '.
               05 GT-FLAGGED-CTR       PIC ZZ,ZZ9.

           01 SECTION-LINE.
               05 SECTION-TEXT         PIC X(60).

           01 NONE-LINE.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 NONE-TEXT            PIC X(50).

           01 OVERFLOW-WARN-LINE.
               05 FILLER           PIC X(21)
                  VALUE '*** TABLE OVERFLOW - '.
               05 OVW-TABLE-NAME   PIC X(15).
               05 FILLER           PIC X(40)
                  VALUE ' ENTRIES DROPPED, RUN INCOMPLETE'.

       PROCEDURE DIVISION.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               PERFORM L3-WRITE-RUN-LOG-START.
               PERFORM L2-INIT.
               PERFORM L2-MATCH-POSTED.
               PERFORM L2-CHECK-MAPPING.
               IF NOT C-BATCH-HELD
                   PERFORM L2-LOAD-MASTERS
                   PERFORM L2-REVERSE
               END-IF.
               PERFORM L2-PRINT-UNMATCHED.
               PERFORM L2-PRINT-REPEATS.
               PERFORM L2-POST-OR-HOLD.
               PERFORM L2-CLOSING.
               STOP RUN.

           L2-INIT.
               OPEN INPUT GL-CHART.
               IF C-CHART-STATUS NOT = '00'
                   DISPLAY 'CBLHJB90 - UNABLE TO OPEN GL-CHART, '
                       'STATUS = ' C-CHART-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET C-JOB-ABEND TO TRUE
               END-IF.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               PERFORM L3-LOAD-CHART
                   UNTIL MORE-RECS = 'NO'.
               CLOSE GL-CHART.
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL
                   AT END
                       MOVE ZEROS TO RC-AS-OF-DATE
                       MOVE 'N'   TO RC-RERUN-FLAG.
               CLOSE RUN-CONTROL.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               IF RC-AS-OF-YEAR = ZERO
                   MOVE CURRENT-YEAR       TO C-POST-YEAR
                   MOVE CURRENT-MONTH      TO C-POST-MONTH
                   MOVE CURRENT-DAY        TO C-POST-DAY
               ELSE
                   MOVE RC-AS-OF-DATE      TO C-POST-DATE
               END-IF.
      *    TWELVE MONTHS BACK FROM THE AS-OF DATE FOR THE REPEAT
      *    RETURN COUNT.
               COMPUTE C-WINDOW-DATE = C-POST-DATE - 10000.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT NSF-FEE.
               PERFORM L3-LOAD-FEE
                   UNTIL MORE-RECS = 'NO'.
               CLOSE NSF-FEE.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT RET-INPUT.
               PERFORM L3-LOAD-RETURN
                   UNTIL MORE-RECS = 'NO'.
               CLOSE RET-INPUT.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT NSF-HIST.
               PERFORM L3-LOAD-HIST
                   UNTIL MORE-RECS = 'NO'.
               CLOSE NSF-HIST.
               MOVE C-HST-CTR TO C-HST-OLD-CTR.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT CERT-FUND.
               PERFORM L3-LOAD-CERT
                   UNTIL MORE-RECS = 'NO'.
               CLOSE CERT-FUND.
               MOVE C-CRT-CTR TO C-CRT-OLD-CTR.
               OPEN OUTPUT PRTOUT.
               MOVE C-POST-MONTH           TO TITLE-MONTH.
               MOVE C-POST-DAY             TO TITLE-DAY.
               MOVE C-POST-YEAR            TO TITLE-YEAR.
               MOVE SPACES                 TO C-HEADING.
               PERFORM L4-HEADING.
               MOVE C-POST-DATE            TO C-GL-DATE.
               CALL 'CBLGLPER' USING C-GL-DATE, C-PERIOD-STATUS.
               IF C-PERIOD-MOVED
                   MOVE C-POST-MONTH       TO MV-FROM-MONTH
                   MOVE C-POST-YEAR        TO MV-FROM-YEAR
                   MOVE C-GL-DATE(5:2)     TO MV-TO-MONTH
                   MOVE C-GL-DATE(7:2)     TO MV-TO-DAY
                   MOVE C-GL-DATE(1:4)     TO MV-TO-YEAR
                   WRITE PRTLINE FROM MOVED-LINE
                   WRITE PRTLINE FROM SPACES
                   DISPLAY 'CBLHJB90 - PERIOD ' C-POST-DATE(1:6)
                       ' CLOSED, JOURNAL DATED ' C-GL-DATE
               END-IF.

           L3-LOAD-CHART.
               READ GL-CHART
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   IF C-CHART-CTR < 60
                       ADD 1 TO C-CHART-CTR
                       MOVE GC-SOURCE      TO
                           CHT-SOURCE(C-CHART-CTR)
                       MOVE GC-DEBIT-ACCT  TO
                           CHT-DEBIT-ACCT(C-CHART-CTR)
                       MOVE GC-CREDIT-ACCT TO
                           CHT-CREDIT-ACCT(C-CHART-CTR)
                       MOVE GC-DESC        TO CHT-DESC(C-CHART-CTR)
                       MOVE 0              TO CHT-AMOUNT(C-CHART-CTR)
                   ELSE
                       MOVE 'CHART-TABLE'  TO C-OVFL-TABLE
                       PERFORM L4-TABLE-OVERFLOW
                   END-IF
               END-IF.

           L3-LOAD-FEE.
               READ NSF-FEE
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF C-FEE-CTR < 9 AND NF-FEE NUMERIC
                           ADD 1 TO C-FEE-CTR
                           MOVE NF-SOURCE  TO FEE-SOURCE(C-FEE-CTR)
                           MOVE NF-FEE     TO FEE-AMOUNT(C-FEE-CTR)
                       END-IF
               END-READ.

           L3-LOAD-RETURN.
      *    A RETURN WITH A BAD SOURCE, DATE OR AMOUNT CAN MATCH
      *    NOTHING; IT IS LISTED AS UNMATCHED FOR CORRECTION.
               READ RET-INPUT
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF C-RET-CTR < 500
                           ADD 1 TO C-RET-CTR
                           MOVE RI-REC TO RT-IMAGE(C-RET-CTR)
                           MOVE 0      TO RT-POSTED-CTR(C-RET-CTR)
                           MOVE SPACE  TO RT-STATUS(C-RET-CTR)
                           MOVE SPACES TO RT-REMARK(C-RET-CTR)
                           EVALUATE TRUE
                               WHEN RI-SOURCE NOT = 'R'
                                   AND RI-SOURCE NOT = 'T'
                                   AND RI-SOURCE NOT = 'L'
                                   MOVE 'U' TO RT-STATUS(C-RET-CTR)
                                   MOVE 'SOURCE MUST BE R, T OR L'
                                       TO RT-REMARK(C-RET-CTR)
                               WHEN RI-PMT-DATE NOT NUMERIC
                                   OR RI-AMOUNT NOT NUMERIC
                                   MOVE 'U' TO RT-STATUS(C-RET-CTR)
                                   MOVE 'DATE OR AMOUNT NOT NUMERIC'
                                       TO RT-REMARK(C-RET-CTR)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       ELSE
                           MOVE 'RETURN-TABLE' TO C-OVFL-TABLE
                           PERFORM L4-TABLE-OVERFLOW
                       END-IF
               END-READ.

           L3-LOAD-HIST.
               READ NSF-HIST
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF C-HST-CTR < 3000
                           ADD 1 TO C-HST-CTR
                           MOVE NH-RETURN-DATE TO
                               HST-RETURN-DATE(C-HST-CTR)
                           MOVE NH-SOURCE   TO HST-SOURCE(C-HST-CTR)
                           MOVE NH-KEY      TO HST-KEY(C-HST-CTR)
                           MOVE NH-PMT-DATE TO HST-PMT-DATE(C-HST-CTR)
                           MOVE NH-AMOUNT   TO HST-AMOUNT(C-HST-CTR)
                           MOVE NH-FEE      TO HST-FEE(C-HST-CTR)
                           MOVE NH-REASON   TO HST-REASON(C-HST-CTR)
                       ELSE
                           MOVE 'HIST-TABLE'   TO C-OVFL-TABLE
                           PERFORM L4-TABLE-OVERFLOW
                       END-IF
               END-READ.

           L3-LOAD-CERT.
               READ CERT-FUND
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF C-CRT-CTR < 2000
                           ADD 1 TO C-CRT-CTR
                           MOVE CF-SOURCE TO CRT-SOURCE(C-CRT-CTR)
                           MOVE CF-KEY    TO CRT-KEY(C-CRT-CTR)
                           MOVE CF-FLAG-DATE TO
                               CRT-FLAG-DATE(C-CRT-CTR)
                       ELSE
                           MOVE 'CERT-TABLE'   TO C-OVFL-TABLE
                           PERFORM L4-TABLE-OVERFLOW
                       END-IF
               END-READ.

           L4-TABLE-OVERFLOW.
               IF NOT C-OVFL
                   SET C-OVFL TO TRUE
                   DISPLAY 'CBLHJB90 - ' C-OVFL-TABLE
                       ' OVERFLOW, RUN INCOMPLETE'
                   MOVE 8 TO RETURN-CODE
               END-IF.

           L2-MATCH-POSTED.
      *    ONE PASS OVER EACH POSTED RECEIPT FILE, COUNTING THE
      *    PAYMENTS EVERY RETURNED ITEM COULD BE.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT RENT-POSTED.
               PERFORM L3-MATCH-RENT
                   UNTIL MORE-RECS = 'NO'.
               CLOSE RENT-POSTED.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT TUIT-POSTED.
               PERFORM L3-MATCH-TUITION
                   UNTIL MORE-RECS = 'NO'.
               CLOSE TUIT-POSTED.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT LOAN-POSTED.
               PERFORM L3-MATCH-LOAN
                   UNTIL MORE-RECS = 'NO'.
               CLOSE LOAN-POSTED.

           L3-MATCH-RENT.
               READ RENT-POSTED
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       MOVE SPACES      TO C-KEY
                       MOVE RP-BLD-CODE TO C-KEY(1:2)
                       MOVE RP-UNIT     TO C-KEY(3:2)
                       PERFORM VARYING C-RET-SUB FROM 1 BY 1
                           UNTIL C-RET-SUB > C-RET-CTR
                               IF RT-SOURCE(C-RET-SUB) = 'R'
                                   AND RT-KEY(C-RET-SUB) = C-KEY
                                   AND RT-PMT-DATE(C-RET-SUB) = RP-DATE
                                   AND RT-AMOUNT(C-RET-SUB) = RP-AMOUNT
                                   ADD 1 TO RT-POSTED-CTR(C-RET-SUB)
                               END-IF
                       END-PERFORM
               END-READ.

           L3-MATCH-TUITION.
               READ TUIT-POSTED
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       MOVE SPACES      TO C-KEY
                       MOVE TP-ID       TO C-KEY(1:7)
                       PERFORM VARYING C-RET-SUB FROM 1 BY 1
                           UNTIL C-RET-SUB > C-RET-CTR
                               IF RT-SOURCE(C-RET-SUB) = 'T'
                                   AND RT-KEY(C-RET-SUB) = C-KEY
                                   AND RT-PMT-DATE(C-RET-SUB) = TP-DATE
                                   AND RT-AMOUNT(C-RET-SUB) = TP-AMOUNT
                                   ADD 1 TO RT-POSTED-CTR(C-RET-SUB)
                               END-IF
                       END-PERFORM
               END-READ.

           L3-MATCH-LOAN.
               READ LOAN-POSTED
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       MOVE LP-LAST-NAME TO C-KEY(1:15)
                       MOVE LP-STATE     TO C-KEY(16:2)
                       PERFORM VARYING C-RET-SUB FROM 1 BY 1
                           UNTIL C-RET-SUB > C-RET-CTR
                               IF RT-SOURCE(C-RET-SUB) = 'L'
                                   AND RT-KEY(C-RET-SUB) = C-KEY
                                   AND RT-PMT-DATE(C-RET-SUB) = LP-DATE
                                   AND RT-AMOUNT(C-RET-SUB) = LP-AMOUNT
                                   ADD 1 TO RT-POSTED-CTR(C-RET-SUB)
                               END-IF
                       END-PERFORM
               END-READ.

           L2-CHECK-MAPPING.
      *    EVERY SOURCE THIS RUN COULD POST MUST BE ON GLCHART.DAT
      *    BEFORE ANYTHING IS REVERSED, SO A HELD RUN LEAVES EVERY
      *    MASTER AS IT WAS.
               PERFORM L3-CHECK-ONE-MAPPING
                   VARYING C-RET-SUB FROM 1 BY 1
                       UNTIL C-RET-SUB > C-RET-CTR.

           L3-CHECK-ONE-MAPPING.
               IF RT-STATUS(C-RET-SUB) = SPACE
                   AND RT-POSTED-CTR(C-RET-SUB) > 0
                   PERFORM L4-SET-LINE
                   MOVE 'NSFR' TO C-SRC-PREFIX
                   PERFORM L4-FIND-SOURCE
                   IF C-CHART-SUB > C-CHART-CTR
                       PERFORM L4-NOTE-MISSING
                   END-IF
                   PERFORM L4-FIND-FEE
                   IF C-FEE > 0
                       MOVE 'NSFF' TO C-SRC-PREFIX
                       PERFORM L4-FIND-SOURCE
                       IF C-CHART-SUB > C-CHART-CTR
                           PERFORM L4-NOTE-MISSING
                       END-IF
                   END-IF
               END-IF.

           L4-SET-LINE.
               EVALUATE RT-SOURCE(C-RET-SUB)
                   WHEN 'R'
                       MOVE 'RENT' TO C-SRC-LINE
                   WHEN 'T'
                       MOVE 'TUIT' TO C-SRC-LINE
                   WHEN OTHER
                       MOVE 'LOAN' TO C-SRC-LINE
               END-EVALUATE.

           L4-FIND-SOURCE.
      *    THE LINE'S OWN SOURCE (NSFRRENT) IS USED WHEN GLCHART.DAT
      *    HAS ONE, OTHERWISE THE COMPANY-WIDE SOURCE (NSFR).
               MOVE SPACES TO C-SOURCE.
               STRING C-SRC-PREFIX C-SRC-LINE
                   DELIMITED BY SIZE INTO C-SOURCE.
               PERFORM VARYING C-CHART-SUB FROM 1 BY 1
                   UNTIL C-CHART-SUB > C-CHART-CTR
                       OR CHT-SOURCE(C-CHART-SUB) = C-SOURCE
               END-PERFORM.
               IF C-CHART-SUB > C-CHART-CTR
                   PERFORM VARYING C-CHART-SUB FROM 1 BY 1
                       UNTIL C-CHART-SUB > C-CHART-CTR
                           OR CHT-SOURCE(C-CHART-SUB) = C-SRC-PREFIX
                   END-PERFORM
               END-IF.

           L4-NOTE-MISSING.
               SET C-BATCH-HELD TO TRUE.
               PERFORM VARYING C-MISS-SUB FROM 1 BY 1
                   UNTIL C-MISS-SUB > C-MISS-CTR
                       OR MISS-SOURCE(C-MISS-SUB) = C-SOURCE
               END-PERFORM.
               IF C-MISS-SUB > C-MISS-CTR AND C-MISS-CTR < 20
                   ADD 1 TO C-MISS-CTR
                   MOVE C-SOURCE TO MISS-SOURCE(C-MISS-CTR)
               END-IF.

           L4-FIND-FEE.
               MOVE 0 TO C-FEE.
               PERFORM VARYING C-FEE-SUB FROM 1 BY 1
                   UNTIL C-FEE-SUB > C-FEE-CTR
                       OR FEE-SOURCE(C-FEE-SUB) = RT-SOURCE(C-RET-SUB)
               END-PERFORM.
               IF C-FEE-SUB <= C-FEE-CTR
                   MOVE FEE-AMOUNT(C-FEE-SUB) TO C-FEE
               END-IF.

           L2-LOAD-MASTERS.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT AR-FILE.
               PERFORM L3-LOAD-AR
                   UNTIL MORE-RECS = 'NO'.
               CLOSE AR-FILE.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT LOAN-MASTER.
               PERFORM L3-LOAD-LOAN
                   UNTIL MORE-RECS = 'NO'.
               CLOSE LOAN-MASTER.

      *    A MASTER TOO BIG FOR ITS TABLE CANNOT BE REWRITTEN
      *    WHOLE, SO THE RUN IS HELD RATHER THAN DROP RECORDS.
           L3-LOAD-AR.
               READ AR-FILE
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF C-AR-CTR < 2000
                           ADD 1 TO C-AR-CTR
                           MOVE AR-ID          TO AT-ID(C-AR-CTR)
                           MOVE AR-TERM        TO AT-TERM(C-AR-CTR)
                           MOVE AR-CHARGE-DATE TO
                               AT-CHARGE-DATE(C-AR-CTR)
                           MOVE AR-ORIG-AMT    TO AT-ORIG-AMT(C-AR-CTR)
                           MOVE AR-OPEN-AMT    TO AT-OPEN-AMT(C-AR-CTR)
                       ELSE
                           MOVE 'AR-TABLE'     TO C-OVFL-TABLE
                           PERFORM L4-TABLE-OVERFLOW
                           SET C-BATCH-HELD TO TRUE
                           MOVE 'NO' TO MORE-RECS
                       END-IF
               END-READ.

           L3-LOAD-LOAN.
               READ LOAN-MASTER
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF C-LOAN-CTR < 1000
                           ADD 1 TO C-LOAN-CTR
                           MOVE BL-REC TO LT-RECORD(C-LOAN-CTR)
                       ELSE
                           MOVE 'LOAN-TABLE'   TO C-OVFL-TABLE
                           PERFORM L4-TABLE-OVERFLOW
                           SET C-BATCH-HELD TO TRUE
                           MOVE 'NO' TO MORE-RECS
                       END-IF
               END-READ.

           L2-REVERSE.
               IF C-BATCH-HELD
                   GO TO L2-REVERSE-EXIT.
               MOVE 'REVERSALS' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE.
               WRITE PRTLINE FROM RVS-HEADING
                   AFTER ADVANCING 1 LINE.
               MOVE RVS-HEADING            TO C-HEADING.
               PERFORM L3-REVERSE-ONE
                   THRU L3-REVERSE-ONE-EXIT
                   VARYING C-RET-SUB FROM 1 BY 1
                       UNTIL C-RET-SUB > C-RET-CTR.
               IF C-BILL-OPEN
                   CLOSE BILL-FILE
                   MOVE 'E'                TO C-AIJ-FUNCTION
                   MOVE 'MONBILLS.IDX'     TO C-AIJ-FILE
                   CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                       C-AIJ-PROGRAM
               END-IF.
               IF C-REVERSED-CTR = 0
                   MOVE 'NO RETURNED ITEMS REVERSED' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
               END-IF.

           L2-REVERSE-EXIT.
               EXIT.

           L3-REVERSE-ONE.
               IF RT-STATUS(C-RET-SUB) NOT = SPACE
                   GO TO L3-REVERSE-ONE-EXIT.
               IF RT-POSTED-CTR(C-RET-SUB) = 0
                   MOVE 'U' TO RT-STATUS(C-RET-SUB)
                   MOVE 'NO SUCH POSTED PAYMENT'
                       TO RT-REMARK(C-RET-SUB)
                   GO TO L3-REVERSE-ONE-EXIT.
      *    A PAYMENT CAN ONLY COME BACK AS OFTEN AS IT WAS POSTED -
      *    EVERY EARLIER REVERSAL OF THE SAME PAYMENT, ON NSFHIST.DAT
      *    OR EARLIER IN THIS RUN, USES ONE UP.
               MOVE 0 TO C-DONE-CTR.
               PERFORM VARYING C-HST-SUB FROM 1 BY 1
                   UNTIL C-HST-SUB > C-HST-CTR
                       IF HST-SOURCE(C-HST-SUB) = RT-SOURCE(C-RET-SUB)
                           AND HST-KEY(C-HST-SUB) = RT-KEY(C-RET-SUB)
                           AND HST-PMT-DATE(C-HST-SUB) =
                               RT-PMT-DATE(C-RET-SUB)
                           AND HST-AMOUNT(C-HST-SUB) =
                               RT-AMOUNT(C-RET-SUB)
                           ADD 1 TO C-DONE-CTR
                       END-IF
               END-PERFORM.
               IF C-DONE-CTR >= RT-POSTED-CTR(C-RET-SUB)
                   MOVE 'U' TO RT-STATUS(C-RET-SUB)
                   MOVE 'PAYMENT ALREADY REVERSED'
                       TO RT-REMARK(C-RET-SUB)
                   GO TO L3-REVERSE-ONE-EXIT.
               IF C-HST-CTR NOT < 3000
                   MOVE 'U' TO RT-STATUS(C-RET-SUB)
                   MOVE 'NSFHIST TABLE FULL'
                       TO RT-REMARK(C-RET-SUB)
                   MOVE 'HIST-TABLE'       TO C-OVFL-TABLE
                   PERFORM L4-TABLE-OVERFLOW
                   GO TO L3-REVERSE-ONE-EXIT.
               PERFORM L4-FIND-FEE.
               MOVE SPACES TO RT-REMARK(C-RET-SUB).
               EVALUATE RT-SOURCE(C-RET-SUB)
                   WHEN 'R'
                       PERFORM L4-REVERSE-RENT
                   WHEN 'T'
                       PERFORM L4-REVERSE-TUITION
                   WHEN OTHER
                       PERFORM L4-REVERSE-LOAN
               END-EVALUATE.
               IF RT-STATUS(C-RET-SUB) = 'U'
                   GO TO L3-REVERSE-ONE-EXIT.
               MOVE 'R' TO RT-STATUS(C-RET-SUB).
               ADD 1 TO C-REVERSED-CTR.
               ADD RT-AMOUNT(C-RET-SUB) TO C-GT-REVERSED.
               ADD C-FEE TO C-GT-FEES.
               IF C-FEE = 0 AND RT-REMARK(C-RET-SUB) = SPACES
                   MOVE 'NO FEE ON NSFFEE.DAT' TO RT-REMARK(C-RET-SUB)
               END-IF.
               ADD 1 TO C-HST-CTR.
               MOVE C-POST-DATE TO HST-RETURN-DATE(C-HST-CTR).
               MOVE RT-SOURCE(C-RET-SUB)   TO HST-SOURCE(C-HST-CTR).
               MOVE RT-KEY(C-RET-SUB)      TO HST-KEY(C-HST-CTR).
               MOVE RT-PMT-DATE(C-RET-SUB) TO HST-PMT-DATE(C-HST-CTR).
               MOVE RT-AMOUNT(C-RET-SUB)   TO HST-AMOUNT(C-HST-CTR).
               MOVE C-FEE                  TO HST-FEE(C-HST-CTR).
               MOVE RT-REASON(C-RET-SUB)   TO HST-REASON(C-HST-CTR).
               PERFORM L4-FLAG-CERTIFIED.
               PERFORM L4-SET-LINE.
               MOVE 'NSFR' TO C-SRC-PREFIX.
               PERFORM L4-FIND-SOURCE.
               ADD RT-AMOUNT(C-RET-SUB) TO CHT-AMOUNT(C-CHART-SUB).
               IF C-FEE > 0
                   MOVE 'NSFF' TO C-SRC-PREFIX
                   PERFORM L4-FIND-SOURCE
                   ADD C-FEE TO CHT-AMOUNT(C-CHART-SUB)
               END-IF.
               MOVE RT-SOURCE(C-RET-SUB)   TO RV-SOURCE.
               MOVE RT-KEY(C-RET-SUB)      TO RV-KEY.
               MOVE RT-PMT-DATE(C-RET-SUB) TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO RV-PMT-DATE.
               MOVE RT-AMOUNT(C-RET-SUB)   TO RV-AMOUNT.
               MOVE RT-REASON(C-RET-SUB)   TO RV-REASON.
               MOVE C-FEE                  TO RV-FEE.
               MOVE C-NEW-BAL              TO RV-NEW-BAL.
               MOVE RT-REMARK(C-RET-SUB)   TO RV-REMARK.
               WRITE PRTLINE FROM RVS-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

           L3-REVERSE-ONE-EXIT.
               EXIT.

           L4-REVERSE-RENT.
      *    THE PAYMENT AND THE FEE GO BACK ON THE PRIOR BALANCE THE
      *    RECEIPT CAME OFF, AND ON THE TENANT LEDGER AS DEBITS.
      *    THE BILLING FILE IS OPENED (AND JOURNALED) ONLY WHEN THE
      *    FIRST RENT RETURN NEEDS IT.
               IF NOT C-BILL-OPEN
                   MOVE 'B'                TO C-AIJ-FUNCTION
                   MOVE 'MONBILLS.IDX'     TO C-AIJ-FILE
                   CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                       C-AIJ-PROGRAM
                   OPEN I-O BILL-FILE
                   IF C-BILL-STATUS NOT = '00'
                       DISPLAY 'CBLHJB90 - UNABLE TO OPEN BILL-FILE, '
                           'STATUS = ' C-BILL-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET C-BILL-OPEN TO TRUE
               END-IF.
               MOVE RT-KEY(C-RET-SUB)(1:4) TO B-KEY.
               READ BILL-FILE
                   INVALID KEY
                       MOVE 'U' TO RT-STATUS(C-RET-SUB)
                       MOVE 'UNIT NOT ON MONBILLS.IDX'
                           TO RT-REMARK(C-RET-SUB)
               END-READ.
               IF RT-STATUS(C-RET-SUB) NOT = 'U'
                   COMPUTE C-NEW-BAL = B-PRIOR-BALANCE
                       + RT-AMOUNT(C-RET-SUB) + C-FEE
                   IF C-NEW-BAL > 9999.99
                       MOVE 'U' TO RT-STATUS(C-RET-SUB)
                       MOVE 'BALANCE TOO LARGE - OFFICE'
                           TO RT-REMARK(C-RET-SUB)
                   ELSE
                       MOVE C-NEW-BAL TO B-PRIOR-BALANCE
                       REWRITE B-REC
                           INVALID KEY
                               DISPLAY 'CBLHJB90 - REWRITE REJECTED '
                                   'FOR ' B-KEY ', STATUS = '
                                   C-BILL-STATUS
                       END-REWRITE
                       OPEN EXTEND TENANT-LEDGER
                       MOVE RT-KEY(C-RET-SUB)(1:2) TO TL-BLD-CODE
                       MOVE RT-KEY(C-RET-SUB)(3:2) TO TL-UNIT
                       MOVE C-POST-DATE        TO TL-DATE
                       MOVE 'N'                TO TL-TYPE
                       MOVE 'D'                TO TL-DR-CR
                       MOVE RT-AMOUNT(C-RET-SUB) TO TL-AMOUNT
                       MOVE 'CBLHJB90'         TO TL-SOURCE
                       MOVE 'RETURNED CHECK'   TO TL-DESC
                       WRITE TL-REC
                       IF C-FEE > 0
                           MOVE C-FEE          TO TL-AMOUNT
                           MOVE 'RETURNED CHECK FEE' TO TL-DESC
                           WRITE TL-REC
                       END-IF
                       CLOSE TENANT-LEDGER
                   END-IF
               END-IF.

           L4-REVERSE-TUITION.
      *    CBLHJB32 APPLIED THE PAYMENT OLDEST CHARGE FIRST, SO IT IS
      *    TAKEN BACK NEWEST CHARGE FIRST, ONLY FROM CHARGES ON THE
      *    BOOKS WHEN IT WAS PAID. ANYTHING LEFT (AN OVERPAYMENT
      *    THAT WAS NEVER APPLIED) AND THE FEE ARE NEW OPEN ITEMS.
               MOVE RT-AMOUNT(C-RET-SUB)   TO C-LEFT.
               MOVE SPACES                 TO C-LAST-TERM.
               MOVE 1                      TO C-NEWEST-SUB.
               PERFORM L5-REOPEN-NEWEST
                   UNTIL C-LEFT = 0
                       OR C-NEWEST-SUB = 0.
               IF C-LAST-TERM = SPACES
                   MOVE 'NSF'              TO C-LAST-TERM
               END-IF.
               IF C-LEFT > 0
                   MOVE C-LEFT             TO C-AMOUNT
                   PERFORM L5-ADD-AR-ITEM
               END-IF.
               IF C-FEE > 0
                   MOVE C-FEE              TO C-AMOUNT
                   PERFORM L5-ADD-AR-ITEM
               END-IF.
               SET C-AR-CHANGED TO TRUE.
               MOVE 0 TO C-NEW-BAL.
               PERFORM VARYING C-AR-SUB FROM 1 BY 1
                   UNTIL C-AR-SUB > C-AR-CTR
                       IF AT-ID(C-AR-SUB) = RT-KEY(C-RET-SUB)(1:7)
                           ADD AT-OPEN-AMT(C-AR-SUB) TO C-NEW-BAL
                       END-IF
               END-PERFORM.

           L5-REOPEN-NEWEST.
               MOVE 0 TO C-NEWEST-SUB.
               PERFORM VARYING C-AR-SUB FROM 1 BY 1
                   UNTIL C-AR-SUB > C-AR-CTR
                       IF AT-ID(C-AR-SUB) = RT-KEY(C-RET-SUB)(1:7)
                           AND AT-OPEN-AMT(C-AR-SUB) <
                               AT-ORIG-AMT(C-AR-SUB)
                           AND AT-CHARGE-DATE(C-AR-SUB) <=
                               RT-PMT-DATE(C-RET-SUB)
                           IF C-NEWEST-SUB = 0
                               OR AT-CHARGE-DATE(C-AR-SUB) >
                                   AT-CHARGE-DATE(C-NEWEST-SUB)
                               MOVE C-AR-SUB TO C-NEWEST-SUB
                           END-IF
                       END-IF
               END-PERFORM.
               IF C-NEWEST-SUB > 0
                   COMPUTE C-REOPEN = AT-ORIG-AMT(C-NEWEST-SUB)
                       - AT-OPEN-AMT(C-NEWEST-SUB)
                   IF C-REOPEN > C-LEFT
                       MOVE C-LEFT TO C-REOPEN
                   END-IF
                   ADD C-REOPEN TO AT-OPEN-AMT(C-NEWEST-SUB)
                   SUBTRACT C-REOPEN FROM C-LEFT
                   MOVE AT-TERM(C-NEWEST-SUB) TO C-LAST-TERM
               END-IF.

           L5-ADD-AR-ITEM.
               IF C-AR-CTR < 2500
                   ADD 1 TO C-AR-CTR
                   MOVE RT-KEY(C-RET-SUB)(1:7) TO AT-ID(C-AR-CTR)
                   MOVE C-LAST-TERM        TO AT-TERM(C-AR-CTR)
                   MOVE C-POST-DATE        TO AT-CHARGE-DATE(C-AR-CTR)
                   MOVE C-AMOUNT           TO AT-ORIG-AMT(C-AR-CTR)
                   MOVE C-AMOUNT           TO AT-OPEN-AMT(C-AR-CTR)
               ELSE
                   MOVE 'AR-TABLE'         TO C-OVFL-TABLE
                   PERFORM L4-TABLE-OVERFLOW
               END-IF.

           L4-REVERSE-LOAN.
      *    THE PAYMENT AND FEE GO BACK ON THE BALANCE AND THE
      *    INSTALLMENTS IT COUNTED COME OFF, AS CBLHJB38 COUNTED
      *    THEM. A LOAN THE PAYMENT HAD PAID OFF IS OPEN AGAIN; IF
      *    THE LIEN HAS ALREADY BEEN RELEASED THE OFFICE IS TOLD.
               PERFORM VARYING C-LOAN-SUB FROM 1 BY 1
                   UNTIL C-LOAN-SUB > C-LOAN-CTR
                       OR LT-KEY(C-LOAN-SUB) = RT-KEY(C-RET-SUB)
               END-PERFORM.
               IF C-LOAN-SUB > C-LOAN-CTR
                   MOVE 'U' TO RT-STATUS(C-RET-SUB)
                   MOVE 'LOAN NOT ON BOATLOAN.DAT'
                       TO RT-REMARK(C-RET-SUB)
               ELSE
                   COMPUTE LT-BALANCE(C-LOAN-SUB) =
                       LT-BALANCE(C-LOAN-SUB)
                       + RT-AMOUNT(C-RET-SUB) + C-FEE
                   IF LT-PMT(C-LOAN-SUB) NUMERIC
                       AND LT-PMT(C-LOAN-SUB) > 0
                       COMPUTE C-PMTS-THIS =
                           RT-AMOUNT(C-RET-SUB) / LT-PMT(C-LOAN-SUB)
                       IF C-PMTS-THIS > LT-PMTS-MADE(C-LOAN-SUB)
                           MOVE 0 TO LT-PMTS-MADE(C-LOAN-SUB)
                       ELSE
                           SUBTRACT C-PMTS-THIS
                               FROM LT-PMTS-MADE(C-LOAN-SUB)
                       END-IF
                   END-IF
                   IF LT-PAID-DATE(C-LOAN-SUB) NUMERIC
                       AND LT-PAID-DATE(C-LOAN-SUB) > 0
                       MOVE 0 TO LT-PAID-DATE(C-LOAN-SUB)
                       MOVE 'LOAN REOPENED' TO RT-REMARK(C-RET-SUB)
                   END-IF
                   IF LT-LIEN-REL-DATE(C-LOAN-SUB) NUMERIC
                       AND LT-LIEN-REL-DATE(C-LOAN-SUB) > 0
                       MOVE 'LIEN RELEASED - SEE OFFICE'
                           TO RT-REMARK(C-RET-SUB)
                   END-IF
                   MOVE LT-BALANCE(C-LOAN-SUB) TO C-NEW-BAL
                   SET C-LOAN-CHANGED TO TRUE
               END-IF.

           L4-FLAG-CERTIFIED.
               PERFORM VARYING C-CRT-SUB FROM 1 BY 1
                   UNTIL C-CRT-SUB > C-CRT-CTR
                       OR (CRT-SOURCE(C-CRT-SUB) = RT-SOURCE(C-RET-SUB)
                           AND CRT-KEY(C-CRT-SUB) = RT-KEY(C-RET-SUB))
               END-PERFORM.
               IF C-CRT-SUB <= C-CRT-CTR
                   MOVE 'ALREADY'          TO RV-CERTIFIED
               ELSE
                   IF C-CRT-CTR < 2000
                       ADD 1 TO C-CRT-CTR
                       ADD 1 TO C-FLAGGED-CTR
                       MOVE RT-SOURCE(C-RET-SUB) TO
                           CRT-SOURCE(C-CRT-CTR)
                       MOVE RT-KEY(C-RET-SUB) TO CRT-KEY(C-CRT-CTR)
                       MOVE C-POST-DATE TO CRT-FLAG-DATE(C-CRT-CTR)
                       MOVE 'FLAGGED'      TO RV-CERTIFIED
                   ELSE
                       MOVE 'CERT-TABLE'   TO C-OVFL-TABLE
                       PERFORM L4-TABLE-OVERFLOW
                       MOVE 'NOT SET'      TO RV-CERTIFIED
                   END-IF
               END-IF.

           L2-PRINT-UNMATCHED.
               MOVE RVS-HEADING            TO C-HEADING.
               MOVE 'RETURNS NOT REVERSED - LEFT ON RETITEM.DAT'
                   TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               WRITE PRTLINE FROM RVS-HEADING
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               PERFORM L3-PRINT-ONE-UNMATCHED
                   VARYING C-RET-SUB FROM 1 BY 1
                       UNTIL C-RET-SUB > C-RET-CTR.
               IF C-UNMATCHED-CTR = 0
                   MOVE 'EVERY RETURN MATCHED A POSTED PAYMENT'
                       TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
               END-IF.

           L3-PRINT-ONE-UNMATCHED.
      *    IN A HELD RUN NOTHING IS REVERSED, SO EVERY RETURN STAYS.
               IF RT-STATUS(C-RET-SUB) NOT = 'R'
                   IF RT-STATUS(C-RET-SUB) = SPACE
                       MOVE 'U'            TO RT-STATUS(C-RET-SUB)
                       IF RT-POSTED-CTR(C-RET-SUB) = 0
                           MOVE 'NO SUCH POSTED PAYMENT'
                               TO RT-REMARK(C-RET-SUB)
                       ELSE
                           MOVE 'RUN HELD - NOT REVERSED'
                               TO RT-REMARK(C-RET-SUB)
                       END-IF
                   END-IF
                   ADD 1 TO C-UNMATCHED-CTR
                   ADD RT-AMOUNT(C-RET-SUB) TO C-GT-UNMATCHED
                   MOVE RT-SOURCE(C-RET-SUB)   TO RV-SOURCE
                   MOVE RT-KEY(C-RET-SUB)      TO RV-KEY
                   MOVE RT-PMT-DATE(C-RET-SUB) TO C-DATE-IN
                   PERFORM L5-FORMAT-DATE
                   MOVE C-DATE-OUT             TO RV-PMT-DATE
                   MOVE RT-AMOUNT(C-RET-SUB)   TO RV-AMOUNT
                   MOVE RT-REASON(C-RET-SUB)   TO RV-REASON
                   MOVE 0                      TO RV-FEE
                   MOVE 0                      TO RV-NEW-BAL
                   MOVE SPACES                 TO RV-CERTIFIED
                   MOVE RT-REMARK(C-RET-SUB)   TO RV-REMARK
                   WRITE PRTLINE FROM RVS-LINE
                       AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
               END-IF.

           L2-PRINT-REPEATS.
      *    EVERY PAYER WITH TWO OR MORE RETURNS DATED WITHIN TWELVE
      *    MONTHS OF THE AS-OF DATE, THIS RUN'S INCLUDED. A PAYER IS
      *    LISTED AT ITS FIRST RETURN IN THE WINDOW.
               MOVE RPT-HEADING            TO C-HEADING.
               MOVE 'PAYERS WITH MORE THAN ONE RETURN IN TWELVE MONTHS'
                   TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               WRITE PRTLINE FROM RPT-HEADING
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               PERFORM L3-CHECK-REPEAT
                   THRU L3-CHECK-REPEAT-EXIT
                   VARYING C-HST-SUB FROM 1 BY 1
                       UNTIL C-HST-SUB > C-HST-CTR.
               IF C-REPEAT-CTR = 0
                   MOVE 'NO REPEAT RETURNS' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
               END-IF.

           L3-CHECK-REPEAT.
               IF HST-RETURN-DATE(C-HST-SUB) < C-WINDOW-DATE
                   GO TO L3-CHECK-REPEAT-EXIT.
               PERFORM VARYING C-HST-SUB2 FROM 1 BY 1
                   UNTIL C-HST-SUB2 >= C-HST-SUB
                       OR (HST-SOURCE(C-HST-SUB2) =
                               HST-SOURCE(C-HST-SUB)
                           AND HST-KEY(C-HST-SUB2) = HST-KEY(C-HST-SUB)
                           AND HST-RETURN-DATE(C-HST-SUB2) NOT <
                               C-WINDOW-DATE)
               END-PERFORM.
               IF C-HST-SUB2 < C-HST-SUB
                   GO TO L3-CHECK-REPEAT-EXIT.
               MOVE 0 TO C-RETURN-CTR.
               MOVE 0 TO C-LAST-RETURN.
               PERFORM VARYING C-HST-SUB2 FROM C-HST-SUB BY 1
                   UNTIL C-HST-SUB2 > C-HST-CTR
                       IF HST-SOURCE(C-HST-SUB2) = HST-SOURCE(C-HST-SUB)
                           AND HST-KEY(C-HST-SUB2) = HST-KEY(C-HST-SUB)
                           AND HST-RETURN-DATE(C-HST-SUB2) NOT <
                               C-WINDOW-DATE
                           ADD 1 TO C-RETURN-CTR
                           IF HST-RETURN-DATE(C-HST-SUB2) >
                               C-LAST-RETURN
                               MOVE HST-RETURN-DATE(C-HST-SUB2)
                                   TO C-LAST-RETURN
                           END-IF
                       END-IF
               END-PERFORM.
               IF C-RETURN-CTR < 2
                   GO TO L3-CHECK-REPEAT-EXIT.
               ADD 1 TO C-REPEAT-CTR.
               MOVE HST-SOURCE(C-HST-SUB)  TO RP-SOURCE.
               MOVE HST-KEY(C-HST-SUB)     TO RP-KEY.
               MOVE C-RETURN-CTR           TO RP-COUNT.
               MOVE C-LAST-RETURN          TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO RP-LAST-DATE.
               PERFORM VARYING C-CRT-SUB FROM 1 BY 1
                   UNTIL C-CRT-SUB > C-CRT-CTR
                       OR (CRT-SOURCE(C-CRT-SUB) = HST-SOURCE(C-HST-SUB)
                           AND CRT-KEY(C-CRT-SUB) = HST-KEY(C-HST-SUB))
               END-PERFORM.
               IF C-CRT-SUB <= C-CRT-CTR
                   MOVE CRT-FLAG-DATE(C-CRT-SUB) TO C-DATE-IN
                   PERFORM L5-FORMAT-DATE
                   MOVE SPACES             TO RP-CERTIFIED
                   STRING 'SINCE ' C-DATE-OUT
                       DELIMITED BY SIZE INTO RP-CERTIFIED
               ELSE
                   MOVE 'NO'               TO RP-CERTIFIED
               END-IF.
               WRITE PRTLINE FROM RPT-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

           L3-CHECK-REPEAT-EXIT.
               EXIT.

           L2-POST-OR-HOLD.
               MOVE JRN-HEADING TO C-HEADING.
               MOVE 'REVERSING JOURNAL' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               WRITE PRTLINE FROM JRN-HEADING
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               PERFORM VARYING C-MISS-SUB FROM 1 BY 1
                   UNTIL C-MISS-SUB > C-MISS-CTR
                       MOVE MISS-SOURCE(C-MISS-SUB) TO H-SOURCE
                       WRITE PRTLINE FROM HELD-LINE
                           AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L4-HEADING
               END-PERFORM.
               PERFORM VARYING C-CHART-SUB FROM 1 BY 1
                   UNTIL C-CHART-SUB > C-CHART-CTR
                       IF CHT-AMOUNT(C-CHART-SUB) > 0
                           PERFORM L3-PRINT-JOURNAL-PAIR
                       END-IF
               END-PERFORM.
               MOVE C-GT-DEBITS            TO JT-DEBITS.
               MOVE C-GT-CREDITS           TO JT-CREDITS.
               EVALUATE TRUE
                   WHEN C-BATCH-HELD
      *    A HELD RUN REVERSES NOTHING AND LEAVES EVERY RETURN ON
      *    RETITEM.DAT FOR THE NEXT RUN.
                       MOVE 'HELD - NOTHING REVERSED' TO JT-STATUS
                       MOVE 8 TO RETURN-CODE
                   WHEN C-JRN-CTR = 0
                       MOVE 'NOTHING TO POST'       TO JT-STATUS
                       PERFORM L3-REWRITE-FILES
                   WHEN OTHER
                       MOVE 'POSTED TO GLBATCH.DAT' TO JT-STATUS
                       PERFORM L3-WRITE-BATCH
                       PERFORM L3-REWRITE-FILES
               END-EVALUATE.
               WRITE PRTLINE FROM JRN-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               MOVE C-RET-CTR              TO GT-RET-CTR.
               MOVE C-REVERSED-CTR         TO GT-REVERSED-CTR.
               MOVE C-GT-REVERSED          TO GT-REVERSED.
               MOVE C-GT-FEES              TO GT-FEES.
               MOVE C-UNMATCHED-CTR        TO GT-UNMATCHED-CTR.
               MOVE C-GT-UNMATCHED         TO GT-UNMATCHED.
               MOVE C-FLAGGED-CTR          TO GT-FLAGGED-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               IF C-OVFL
                   MOVE C-OVFL-TABLE       TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.

           L3-PRINT-JOURNAL-PAIR.
               MOVE CHT-SOURCE(C-CHART-SUB)      TO JL-SOURCE.
               MOVE CHT-DEBIT-ACCT(C-CHART-SUB)  TO JL-ACCT.
               MOVE 'D'                          TO JL-DRCR.
               MOVE CHT-AMOUNT(C-CHART-SUB)      TO JL-AMOUNT.
               WRITE PRTLINE FROM JRN-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               ADD CHT-AMOUNT(C-CHART-SUB) TO C-GT-DEBITS.
               MOVE CHT-CREDIT-ACCT(C-CHART-SUB) TO JL-ACCT.
               MOVE 'C'                          TO JL-DRCR.
               WRITE PRTLINE FROM JRN-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               ADD CHT-AMOUNT(C-CHART-SUB) TO C-GT-CREDITS.
               ADD 2 TO C-JRN-CTR.

           L3-WRITE-BATCH.
               OPEN EXTEND GL-BATCH.
               PERFORM VARYING C-CHART-SUB FROM 1 BY 1
                   UNTIL C-CHART-SUB > C-CHART-CTR
                       IF CHT-AMOUNT(C-CHART-SUB) > 0
                           MOVE CHT-DEBIT-ACCT(C-CHART-SUB)
                               TO GL-ACCT
                           MOVE 'D'                     TO GL-DRCR
                           MOVE CHT-AMOUNT(C-CHART-SUB) TO GL-AMOUNT
                           MOVE CHT-SOURCE(C-CHART-SUB) TO GL-SOURCE
                           MOVE C-GL-DATE               TO GL-DATE
                           WRITE GL-REC
                           MOVE CHT-CREDIT-ACCT(C-CHART-SUB)
                               TO GL-ACCT
                           MOVE 'C'                     TO GL-DRCR
                           WRITE GL-REC
                       END-IF
               END-PERFORM.
               CLOSE GL-BATCH.

           L3-REWRITE-FILES.
      *    ONLY A MASTER THIS RUN CHANGED IS WRITTEN BACK (THE
      *    BILLING FILE WAS REWRITTEN UNIT BY UNIT AS IT WENT). REVERSED
      *    RETURNS MOVE TO RETITEM.PST; THE REST STAY ON RETITEM.DAT.
               IF C-AR-CHANGED
                   OPEN OUTPUT AR-FILE
                   PERFORM L4-REWRITE-AR-ITEM
                       VARYING C-AR-SUB FROM 1 BY 1
                           UNTIL C-AR-SUB > C-AR-CTR
                   CLOSE AR-FILE
               END-IF.
               IF C-LOAN-CHANGED
                   OPEN OUTPUT LOAN-MASTER
                   PERFORM VARYING C-LOAN-SUB FROM 1 BY 1
                       UNTIL C-LOAN-SUB > C-LOAN-CTR
                           MOVE LT-RECORD(C-LOAN-SUB) TO BL-REC
                           WRITE BL-REC
                   END-PERFORM
                   CLOSE LOAN-MASTER
               END-IF.
               IF C-HST-CTR > C-HST-OLD-CTR
                   OPEN EXTEND NSF-HIST
                   ADD 1 TO C-HST-OLD-CTR
                   PERFORM L4-WRITE-HIST
                       VARYING C-HST-SUB FROM C-HST-OLD-CTR BY 1
                           UNTIL C-HST-SUB > C-HST-CTR
                   CLOSE NSF-HIST
               END-IF.
               IF C-CRT-CTR > C-CRT-OLD-CTR
                   OPEN EXTEND CERT-FUND
                   ADD 1 TO C-CRT-OLD-CTR
                   PERFORM VARYING C-CRT-SUB FROM C-CRT-OLD-CTR BY 1
                       UNTIL C-CRT-SUB > C-CRT-CTR
                           MOVE CRT-SOURCE(C-CRT-SUB) TO CF-SOURCE
                           MOVE CRT-KEY(C-CRT-SUB)    TO CF-KEY
                           MOVE CRT-FLAG-DATE(C-CRT-SUB)
                               TO CF-FLAG-DATE
                           WRITE CF-REC
                   END-PERFORM
                   CLOSE CERT-FUND
               END-IF.
               IF C-REVERSED-CTR > 0
                   OPEN EXTEND RET-POSTED
                   OPEN OUTPUT RET-INPUT
                   PERFORM VARYING C-RET-SUB FROM 1 BY 1
                       UNTIL C-RET-SUB > C-RET-CTR
                           IF RT-STATUS(C-RET-SUB) = 'R'
                               MOVE RT-IMAGE(C-RET-SUB) TO RI-PST-REC
                               WRITE RI-PST-REC
                           ELSE
                               MOVE RT-IMAGE(C-RET-SUB) TO RI-REC
                               WRITE RI-REC
                           END-IF
                   END-PERFORM
                   CLOSE RET-INPUT
                   CLOSE RET-POSTED
               END-IF.

           L4-REWRITE-AR-ITEM.
               MOVE AT-ID(C-AR-SUB)          TO AR-ID.
               MOVE AT-TERM(C-AR-SUB)        TO AR-TERM.
               MOVE AT-CHARGE-DATE(C-AR-SUB) TO AR-CHARGE-DATE.
               MOVE AT-ORIG-AMT(C-AR-SUB)    TO AR-ORIG-AMT.
               MOVE AT-OPEN-AMT(C-AR-SUB)    TO AR-OPEN-AMT.
               WRITE AR-REC.

           L4-WRITE-HIST.
               MOVE HST-RETURN-DATE(C-HST-SUB) TO NH-RETURN-DATE.
               MOVE HST-SOURCE(C-HST-SUB)      TO NH-SOURCE.
               MOVE HST-KEY(C-HST-SUB)         TO NH-KEY.
               MOVE HST-PMT-DATE(C-HST-SUB)    TO NH-PMT-DATE.
               MOVE HST-AMOUNT(C-HST-SUB)      TO NH-AMOUNT.
               MOVE HST-FEE(C-HST-SUB)         TO NH-FEE.
               MOVE HST-REASON(C-HST-SUB)      TO NH-REASON.
               WRITE NH-REC.

           L5-FORMAT-DATE.
               MOVE SPACES                 TO C-DATE-OUT.
               STRING C-DATE-IN-MONTH '/' C-DATE-IN-DAY '/'
                   C-DATE-IN-YEAR
                   DELIMITED BY SIZE INTO C-DATE-OUT.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               IF PAGE-CTR = 1
                   WRITE PRTLINE FROM TITLE-LINE
               ELSE
                   WRITE PRTLINE FROM TITLE-LINE
                       AFTER ADVANCING PAGE
               END-IF.
               IF C-HEADING NOT = SPACES
                   WRITE PRTLINE FROM C-HEADING
                       AFTER ADVANCING 2 LINES
               END-IF.
               WRITE PRTLINE FROM SPACES.

           L2-CLOSING.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PRTOUT.

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
               MOVE 'CBLHJB90'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR          TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH         TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY           TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE 0                      TO RL-RECS-READ.
               MOVE 0                      TO RL-RECS-PROCESSED.
               MOVE 0                      TO RL-RECS-REJECTED.
               MOVE 'S'                    TO RL-ENTRY-TYPE.
               OPEN EXTEND RUN-LOG.
               WRITE RL-REC.
               CLOSE RUN-LOG.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB90'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR          TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH         TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY           TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-RET-CTR              TO RL-RECS-READ.
               MOVE C-REVERSED-CTR         TO RL-RECS-PROCESSED.
               MOVE C-UNMATCHED-CTR        TO RL-RECS-REJECTED.
               MOVE 'E'                    TO RL-ENTRY-TYPE.
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
           MOVE SPACES TO FP-RETITEM-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RETITEM.DAT' DELIMITED BY SIZE
               INTO FP-RETITEM-DAT.
           MOVE SPACES TO FP-RETITEM-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RETITEM.PST' DELIMITED BY SIZE
               INTO FP-RETITEM-PST.
           MOVE SPACES TO FP-NSFFEE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'NSFFEE.DAT' DELIMITED BY SIZE
               INTO FP-NSFFEE-DAT.
           MOVE SPACES TO FP-RENTRCPT-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RENTRCPT.PST' DELIMITED BY SIZE
               INTO FP-RENTRCPT-PST.
           MOVE SPACES TO FP-TUITPMT-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TUITPMT.PST' DELIMITED BY SIZE
               INTO FP-TUITPMT-PST.
           MOVE SPACES TO FP-LOANPMT-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'LOANPMT.PST' DELIMITED BY SIZE
               INTO FP-LOANPMT-PST.
           MOVE SPACES TO FP-MONBILLS-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'MONBILLS.IDX' DELIMITED BY SIZE
               INTO FP-MONBILLS-IDX.
           MOVE SPACES TO FP-STDNTAR-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STDNTAR.DAT' DELIMITED BY SIZE
               INTO FP-STDNTAR-DAT.
           MOVE SPACES TO FP-BOATLOAN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BOATLOAN.DAT' DELIMITED BY SIZE
               INTO FP-BOATLOAN-DAT.
           MOVE SPACES TO FP-TENLEDG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENLEDG.DAT' DELIMITED BY SIZE
               INTO FP-TENLEDG-DAT.
           MOVE SPACES TO FP-CERTFUND-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CERTFUND.DAT' DELIMITED BY SIZE
               INTO FP-CERTFUND-DAT.
           MOVE SPACES TO FP-NSFHIST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'NSFHIST.DAT' DELIMITED BY SIZE
               INTO FP-NSFHIST-DAT.
           MOVE SPACES TO FP-GLCHART-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'GLCHART.DAT' DELIMITED BY SIZE
               INTO FP-GLCHART-DAT.
           MOVE SPACES TO FP-GLBATCH-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'GLBATCH.DAT' DELIMITED BY SIZE
               INTO FP-GLBATCH-DAT.
           MOVE SPACES TO FP-NSFRVSL-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'NSFRVSL.PRT' DELIMITED BY SIZE
               INTO FP-NSFRVSL-PRT.
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

       END PROGRAM CBLHJB90.
