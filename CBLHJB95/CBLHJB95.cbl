       IDENTIFICATION DIVISION.
      *THIRTEEN-WEEK CASH-FLOW FORECAST. SCHEDULED BY THE 'W' ENTRY
      *ON PROCCAL.DAT. STARTING FROM THE ADJUSTED BANK BALANCE THE
      *CBLHJB52 RECONCILIATION LEFT ON BANKRECN.DAT, THE RUN
      *PROJECTS THE CASH COMING IN AND GOING OUT IN EACH OF THE
      *THIRTEEN WEEKS AFTER THE AS-OF DATE, BY BUSINESS LINE -
      *  RENTALS: RENT DUE ON THE FIRST OF EACH MONTH FOR EVERY UNIT
      *    ON MONBILLS.IDX, PRICED THE WAY CBLHJB04 BILLS IT, AND THE
      *    ARREARS CARRIED ON THE UNIT, BOTH WEIGHTED BY THE
      *    BUILDING'S COLLECTIONS ON RENTRCPT.PST OVER THE LAST THREE
      *    FULL MONTHS. OUT GO THE OWNER REMITTANCES CBLHJB46 WILL
      *    QUEUE ON THOSE COLLECTIONS FOR THE BUILDINGS ON OWNER.DAT,
      *    THE DEPOSITS PENDING REFUND ON DEPLEDG.DAT, AND THE
      *    REMITTANCES AND REFUNDS ALREADY WAITING ON PAYQUE.DAT.
      *  BOATS: THE SCHEDULED INSTALLMENTS ON THE OPEN LOANS ON
      *    BOATLOAN.DAT. OUT GO THE FLOOR-PLAN INTEREST ON THE HULLS
      *    ON HAND (BOATHULL.DAT) AT THE CBLHJB40 RATE ON FLOORRT.DAT
      *    AND ANY COMMISSIONS WAITING ON PAYQUE.DAT.
      *  STUDENTS: THE OPEN TUITION CHARGES ON STDNTAR.DAT, BY
      *    INSTALLMENT WHERE THE CHARGE IS ON A PLANSCHD.DAT PAYMENT
      *    PLAN AND THIRTY DAYS AFTER THE CHARGE WHERE IT IS NOT.
      *  PIZZA: THE AVERAGE WEEKLY DEPOSIT FROM THE LAST THREE FULL
      *    MONTHS OF SALES ON PIZZAHST.DAT. OUT GO THE PURCHASE
      *    ORDERS ON POREG.DAT NOT YET INVOICED (APINV.PST), THIRTY
      *    DAYS AFTER THE ORDER, AND THE APPROVED INVOICES ON
      *    APOPEN.DAT ON THEIR DUE DATES.
      *CASHFCST.PRT SHOWS EACH WEEK'S INFLOWS, OUTFLOWS AND NET BY
      *LINE WITH THE BEGINNING AND ENDING CASH, A THIRTEEN-WEEK
      *SUMMARY, AND THE SOURCES AND ASSUMPTIONS BEHIND THE FIGURES.
      *A WEEK WHOSE ENDING CASH FALLS UNDER THE MINIMUM ON
      *CASHMIN.DAT ($25,000.00 WHEN NOT SET) IS FLAGGED ON THE
      *REPORT AND AT THE CONSOLE. AN AMOUNT ALREADY PAST DUE IS
      *TAKEN IN THE FIRST WEEK, EXCEPT A MISSED LOAN INSTALLMENT OR
      *A TUITION CHARGE MORE THAN 90 DAYS PAST DUE, WHICH ARE LEFT
      *OUT AND SHOWN AS NOT FORECAST. NOTHING IS WRITTEN BACK TO
      *ANY OF THE FILES READ.
       PROGRAM-ID. CBLHJB95.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT BILL-FILE
               ASSIGN TO DYNAMIC FP-MONBILLS-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS B-KEY
                   FILE STATUS IS C-BILL-STATUS.

           SELECT OPTIONAL RCPT-POSTED
               ASSIGN TO DYNAMIC FP-RENTRCPT-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OWNER-MASTER
               ASSIGN TO DYNAMIC FP-OWNER-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DEP-LEDGER
               ASSIGN TO DYNAMIC FP-DEPLEDG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAY-QUEUE
               ASSIGN TO DYNAMIC FP-PAYQUE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOAN-MASTER
               ASSIGN TO DYNAMIC FP-BOATLOAN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HULL-FILE
               ASSIGN TO DYNAMIC FP-BOATHULL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FLOOR-RATE
               ASSIGN TO DYNAMIC FP-FLOORRT-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STDNT-AR
               ASSIGN TO DYNAMIC FP-STDNTAR-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PLAN-SCHED
               ASSIGN TO DYNAMIC FP-PLANSCHD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PIZZA-HIST
               ASSIGN TO DYNAMIC FP-PIZZAHST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PO-REGISTER
               ASSIGN TO DYNAMIC FP-POREG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AP-POSTED
               ASSIGN TO DYNAMIC FP-APINV-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AP-OPEN
               ASSIGN TO DYNAMIC FP-APOPEN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BANK-RECON
               ASSIGN TO DYNAMIC FP-BANKRECN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CASH-MIN
               ASSIGN TO DYNAMIC FP-CASHMIN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-CASHFCST-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD BILL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS B-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 B-REC.
           05 B-KEY.
               10 B-BLD-CODE           PIC XX.
               10 B-UNIT               PIC 99.
           05 B-TENANTS                PIC 9.
               88 B-2-3-TENANTS        VALUE 2 THRU 3.
               88 B-4-TENANTS          VALUE 4 THRU 9.
           05 B-ELECTRIC               PIC 999V99.
           05 B-GAS                    PIC 999V99.
           05 B-WATER                  PIC 999V99.
           05 B-GARBAGE                PIC 99V99.
           05 B-PRIOR-BALANCE          PIC 9(4)V99.
           05 B-LEASE-START            PIC 9(8).
           05 B-LEASE-TERM             PIC 99.

           FD RCPT-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS RP-REC
           RECORD CONTAINS 20 CHARACTERS.

       01 RP-REC.
           05 RP-BLD-CODE              PIC XX.
           05 RP-UNIT                  PIC 99.
           05 RP-DATE.
               10 RP-YEAR              PIC 9(4).
               10 RP-MONTH             PIC 99.
               10 RP-DAY               PIC 99.
           05 RP-AMOUNT                PIC 9(6)V99.

           FD OWNER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS OW-REC
           RECORD CONTAINS 62 CHARACTERS.

       01 OW-REC.
           05 OW-OWNER-CODE            PIC X(4).
           05 OW-OWNER-NAME            PIC X(20).
           05 OW-BLD-CODE              PIC XX.
           05 OW-MGMT-FEE-PCT          PIC 99V99.
           05 OW-ADDRESS               PIC X(15).
           05 OW-CITY                  PIC X(10).
           05 OW-STATE                 PIC XX.
           05 OW-ZIP                   PIC 9(5).

           FD DEP-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS DL-REC
           RECORD CONTAINS 46 CHARACTERS.

       01 DL-REC.
           05 DL-BLD-CODE              PIC XX.
           05 DL-UNIT                  PIC 99.
           05 DL-AMT-HELD              PIC 9(6)V99.
           05 DL-DATE-RECEIVED         PIC 9(8).
           05 DL-INTEREST              PIC 9(4)V99.
           05 DL-DEDUCTIONS            PIC 9(6)V99.
           05 DL-LAST-REASON           PIC X(3).
           05 DL-REFUND-DATE           PIC 9(8).
           05 DL-STATUS                PIC X.
               88 DL-PENDING-REFUND    VALUE 'P'.

           FD PAY-QUEUE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PQ-REC
           RECORD CONTAINS 52 CHARACTERS.

       01 PQ-REC.
           05 PQ-PAY-TYPE              PIC X.
           05 PQ-PAYEE-KEY             PIC X(6).
           05 PQ-AMOUNT                PIC 9(7)V99.
           05 PQ-APPROVE-DATE          PIC 9(8).
           05 PQ-SOURCE                PIC X(8).
           05 PQ-MEMO                  PIC X(20).

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
           05 BL-OPEN-DATE.
               10 BL-OPEN-YEAR         PIC 9(4).
               10 BL-OPEN-MONTH        PIC 99.
               10 BL-OPEN-DAY          PIC 99.
           05 BL-PMTS-MADE             PIC 9(3).
           05 BL-LAST-PMT-DATE         PIC 9(8).
           05 BL-PAID-DATE             PIC 9(8).
           05 BL-PAYOFF-AMT            PIC 9(8)V99.
           05 BL-PAYOFF-THRU           PIC 9(8).
           05 BL-LIEN-REL-DATE         PIC 9(8).
           05 FILLER                   PIC X(5).

           FD HULL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HS-REC
           RECORD CONTAINS 52 CHARACTERS.

       01 HS-REC.
           05 HS-HULL-ID               PIC X(8).
           05 HS-BOAT-TYPE             PIC X.
           05 HS-RECEIVED-DATE         PIC 9(8).
           05 HS-COST                  PIC 9(7)V99.
           05 HS-NEW-USED              PIC X.
           05 HS-STATUS                PIC X.
              88 HS-ON-HAND            VALUE 'O'.
           05 HS-SOLD-DATE             PIC 9(8).
           05 HS-RESALE-PRICE          PIC 9(7)V99.
           05 HS-PREP-COST             PIC 9(5)V99.

           FD FLOOR-RATE
           LABEL RECORD IS STANDARD
           DATA RECORD IS FR-REC
           RECORD CONTAINS 4 CHARACTERS.

       01 FR-REC.
           05 FR-ANN-RATE              PIC 99V99.

           FD STDNT-AR
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 38 CHARACTERS.

       01 AR-REC.
           05 AR-ID                    PIC X(7).
           05 AR-TERM                  PIC X(5).
           05 AR-CHARGE-DATE           PIC 9(8).
           05 AR-ORIG-AMT              PIC 9(7)V99.
           05 AR-OPEN-AMT              PIC 9(7)V99.

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

           FD PIZZA-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS PH-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 PH-REC.
           05 PH-ITEM-NO               PIC X(4).
           05 PH-YEAR                  PIC 9(4).
           05 PH-MONTH                 PIC 99.
           05 PH-TOTAL-SALES           PIC 9(13).
           05 PH-STORE                 PIC XX.
           05 PH-UNITS                 PIC 9(7).

           FD PO-REGISTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PG-REC
           RECORD CONTAINS 63 CHARACTERS.

       01 PG-REC.
           05 PG-PO-NO                 PIC X(8).
           05 PG-VENDOR                PIC X(4).
           05 PG-INGREDIENT            PIC X(20).
           05 PG-ORDER-QTY             PIC 9(9)V99.
           05 PG-PACKS                 PIC 9(5).
           05 PG-ORDER-DATE            PIC 9(8).
           05 PG-RECEIVED-FLAG         PIC X.
           05 PG-UNIT-PRICE            PIC 9(4)V99.

           FD AP-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS AX-REC
           RECORD CONTAINS 68 CHARACTERS.

       01 AX-REC.
           05 AX-VENDOR                PIC X(4).
           05 AX-INVOICE-NO            PIC X(10).
           05 AX-PO-NO                 PIC X(8).
           05 AX-INGREDIENT            PIC X(20).
           05 AX-QTY                   PIC 9(7)V99.
           05 FILLER                   PIC X(17).

           FD AP-OPEN
           LABEL RECORD IS STANDARD
           DATA RECORD IS AO-REC
           RECORD CONTAINS 48 CHARACTERS.

       01 AO-REC.
           05 AO-VENDOR                PIC X(4).
           05 AO-INVOICE-NO            PIC X(10).
           05 AO-INV-DATE              PIC 9(8).
           05 AO-DUE-DATE              PIC 9(8).
           05 AO-AMOUNT                PIC 9(7)V99.
           05 AO-APPROVED-DATE         PIC 9(8).
           05 AO-STATUS                PIC X.
               88 AO-OPEN              VALUE 'O'.

           FD BANK-RECON
           LABEL RECORD IS STANDARD
           DATA RECORD IS RO-REC
           RECORD CONTAINS 28 CHARACTERS.

       01 RO-REC.
           05 RO-ADJ-BALANCE           PIC 9(9)V99.
           05 RO-STMT-TOTAL            PIC 9(9)V99.
           05 RO-RECON-DATE            PIC 9(8).

           FD CASH-MIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CM-REC
           RECORD CONTAINS 9 CHARACTERS.

       01 CM-REC.
           05 CM-MIN-CASH              PIC 9(7)V99.

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
           05 FP-MONBILLS-IDX        PIC X(40)   VALUE SPACES.
           05 FP-RENTRCPT-PST        PIC X(40)   VALUE SPACES.
           05 FP-OWNER-DAT           PIC X(40)   VALUE SPACES.
           05 FP-DEPLEDG-DAT         PIC X(40)   VALUE SPACES.
           05 FP-PAYQUE-DAT          PIC X(40)   VALUE SPACES.
           05 FP-BOATLOAN-DAT        PIC X(40)   VALUE SPACES.
           05 FP-BOATHULL-DAT        PIC X(40)   VALUE SPACES.
           05 FP-FLOORRT-DAT         PIC X(40)   VALUE SPACES.
           05 FP-STDNTAR-DAT         PIC X(40)   VALUE SPACES.
           05 FP-PLANSCHD-DAT        PIC X(40)   VALUE SPACES.
           05 FP-PIZZAHST-DAT        PIC X(40)   VALUE SPACES.
           05 FP-POREG-DAT           PIC X(40)   VALUE SPACES.
           05 FP-APINV-PST           PIC X(40)   VALUE SPACES.
           05 FP-APOPEN-DAT          PIC X(40)   VALUE SPACES.
           05 FP-BANKRECN-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CASHMIN-DAT         PIC X(40)   VALUE SPACES.
           05 FP-CASHFCST-PRT        PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 C-BILL-STATUS        PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-OVFL-SW            PIC X       VALUE 'N'.
                  88 C-OVFL            VALUE 'Y'.
               05 C-OVFL-TABLE         PIC X(15)   VALUE SPACES.
               05 C-RECON-SW           PIC X       VALUE 'N'.
                  88 C-RECON-FOUND     VALUE 'Y'.
               05 C-NO-HISTORY-SW      PIC X       VALUE 'N'.
                  88 C-NO-HISTORY      VALUE 'Y'.
               05 C-LOAN-DONE-SW       PIC X       VALUE 'N'.
                  88 C-LOAN-DONE       VALUE 'Y'.
               05 C-PLN-FOUND-SW       PIC X       VALUE 'N'.
                  88 C-PLN-FOUND       VALUE 'Y'.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-READ-CTR           PIC 9(7)    VALUE 0.
               05 C-PLACED-CTR         PIC 9(7)    VALUE 0.
               05 C-BAD-DATE-CTR       PIC 9(7)    VALUE 0.
               05 C-BELOW-CTR          PIC 99      VALUE 0.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 C-ASOF-DATE-R REDEFINES C-ASOF-DATE.
                   10 C-ASOF-YEAR      PIC 9(4).
                   10 C-ASOF-MONTH     PIC 99.
                   10 C-ASOF-DAY       PIC 99.
               05 C-ASOF-INT           PIC 9(7)    VALUE 0.
               05 C-ASOF-MONTHS        PIC 9(6)    VALUE 0.
               05 C-MONTHS-BACK        PIC S9(6)   VALUE 0.
               05 C-HORIZON-END        PIC 9(8)    VALUE 0.
               05 C-WORK-INT           PIC 9(7)    VALUE 0.
               05 C-WORK-DATE          PIC 9(8)    VALUE 0.
               05 C-LAG-DAYS           PIC 9(3)    VALUE 0.
               05 C-STALE-DAYS         PIC 9(5)    VALUE 0.
               05 C-DAY-NO             PIC S9(7)   VALUE 0.
               05 C-WEEK               PIC 99      VALUE 0.
               05 C-WEEK-SUB           PIC 99      VALUE 0.
               05 C-SRC                PIC 99      VALUE 0.
               05 C-SRC-SUB            PIC 99      VALUE 0.
               05 C-LN-SUB             PIC 9       VALUE 0.
               05 C-AMOUNT             PIC 9(9)V99 VALUE 0.
               05 C-REMAIN             PIC 9(9)V99 VALUE 0.
               05 C-MIN-CASH           PIC 9(7)V99 VALUE 25000.00.
               05 C-ANN-RATE           PIC 99V99   VALUE 8.00.
               05 C-BEGIN-CASH         PIC S9(9)V99 VALUE 0.
               05 C-RECON-DATE         PIC 9(8)    VALUE 0.
               05 C-BLD-CTR            PIC 999     VALUE 0.
               05 C-BLD-SUB            PIC 999     VALUE 0.
               05 C-FIRST-CTR          PIC 9       VALUE 0.
               05 C-FIRST-SUB          PIC 9       VALUE 0.
               05 C-FM-DATE            PIC 9(8)    VALUE 0.
               05 C-FM-DATE-R REDEFINES C-FM-DATE.
                   10 C-FM-YEAR        PIC 9(4).
                   10 C-FM-MONTH       PIC 99.
                   10 C-FM-DAY         PIC 99.
               05 C-PRIOR-FIRST        PIC 9(8)    VALUE 0.
               05 C-BASE-RENT          PIC 9(5)V99 VALUE 0.
               05 C-TENANT-CHARGE      PIC 9(5)V99 VALUE 0.
               05 C-UNIT-DUE           PIC 9(6)V99 VALUE 0.
               05 C-REMIT              PIC 9(9)V99 VALUE 0.
               05 C-INST-NO            PIC 9(3)    VALUE 0.
               05 C-MONTHS-TOTAL       PIC 9(4)    VALUE 0.
               05 C-YEARS-ADD          PIC 9(3)    VALUE 0.
               05 C-MONTH-REM          PIC 99      VALUE 0.
               05 C-INST-DATE          PIC 9(8)    VALUE 0.
               05 C-INST-DATE-R REDEFINES C-INST-DATE.
                   10 C-INST-YEAR      PIC 9(4).
                   10 C-INST-MONTH     PIC 99.
                   10 C-INST-DAY       PIC 99.
               05 C-HULL-CTR           PIC 9(5)    VALUE 0.
               05 C-HULL-COST          PIC 9(9)V99 VALUE 0.
               05 C-PLN-CTR            PIC 9(4)    VALUE 0.
               05 C-PLN-SUB            PIC 9(4)    VALUE 0.
               05 C-PLN-PAID           PIC 9(7)V99 VALUE 0.
               05 C-PIZZA-SUM          PIC 9(15)   VALUE 0.
               05 C-PIZZA-MONTHS       PIC 9       VALUE 0.
               05 C-PIZZA-WEEKLY       PIC 9(9)V99 VALUE 0.
               05 C-PO-CTR             PIC 9(4)    VALUE 0.
               05 C-PO-SUB             PIC 9(4)    VALUE 0.
               05 C-OPEN-QTY           PIC 9(9)V99 VALUE 0.
               05 C-GT-IN              PIC 9(10)V99 VALUE 0.
               05 C-GT-OUT             PIC 9(10)V99 VALUE 0.
               05 C-RATE-EDIT          PIC Z9.99.
               05 C-DATE-IN            PIC 9(8)    VALUE 0.
               05 C-DATE-IN-R REDEFINES C-DATE-IN.
                   10 C-DATE-IN-YEAR   PIC X(4).
                   10 C-DATE-IN-MONTH  PIC XX.
                   10 C-DATE-IN-DAY    PIC XX.
               05 C-DATE-OUT           PIC X(10)   VALUE SPACES.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

      *    THE FORECAST SOURCES: NAME, BUSINESS LINE (1 RENTALS,
      *    2 BOATS, 3 STUDENTS, 4 PIZZA) AND I FOR CASH IN OR O FOR
      *    CASH OUT.
           01 SOURCE-VALUES.
               05 FILLER  PIC X(22) VALUE 'RENT COLLECTIONS    1I'.
               05 FILLER  PIC X(22) VALUE 'OWNER REMITTANCES   1O'.
               05 FILLER  PIC X(22) VALUE 'DEPOSIT REFUNDS     1O'.
               05 FILLER  PIC X(22) VALUE 'LOAN PAYMENTS       2I'.
               05 FILLER  PIC X(22) VALUE 'FLOOR-PLAN INTEREST 2O'.
               05 FILLER  PIC X(22) VALUE 'COMMISSIONS         2O'.
               05 FILLER  PIC X(22) VALUE 'TUITION             3I'.
               05 FILLER  PIC X(22) VALUE 'PIZZA DEPOSITS      4I'.
               05 FILLER  PIC X(22) VALUE 'VENDOR PAYMENTS     4O'.
           01 SOURCE-TABLE REDEFINES SOURCE-VALUES.
               05 SRC-ENTRY                OCCURS 9 TIMES.
                   10 SRC-NAME             PIC X(20).
                   10 SRC-LINE             PIC 9.
                   10 SRC-DIR              PIC X.
                       88 SRC-INFLOW       VALUE 'I'.

           01 LINE-VALUES.
               05 FILLER  PIC X(12) VALUE 'RENTALS     '.
               05 FILLER  PIC X(12) VALUE 'BOATS       '.
               05 FILLER  PIC X(12) VALUE 'STUDENTS    '.
               05 FILLER  PIC X(12) VALUE 'PIZZA       '.
           01 LINE-TABLE REDEFINES LINE-VALUES.
               05 LINE-NAME                PIC X(12) OCCURS 4 TIMES.

      *    THIRTEEN-WEEK TOTALS BY SOURCE, AND WHAT WAS PAST DUE BUT
      *    LEFT OUT OF THE FORECAST.
           01 SOURCE-TOTALS.
               05 SRT-ENTRY                OCCURS 9 TIMES.
                   10 SRT-TOTAL            PIC 9(10)V99.
                   10 SRT-NOT-FCST         PIC 9(10)V99.

      *    THE THIRTEEN WEEKS, EACH WITH ITS AMOUNT BY SOURCE AND
      *    ITS CASH BY LINE ONCE ROLLED FORWARD.
           01 WEEK-TABLE.
               05 WKT-ENTRY                OCCURS 13 TIMES.
                   10 WKT-FROM             PIC 9(8).
                   10 WKT-THRU             PIC 9(8).
                   10 WKT-SRC-AMT          PIC 9(9)V99 OCCURS 9 TIMES.
                   10 WKT-LINE-IN          PIC 9(9)V99 OCCURS 4 TIMES.
                   10 WKT-LINE-OUT         PIC 9(9)V99 OCCURS 4 TIMES.
                   10 WKT-IN               PIC 9(10)V99.
                   10 WKT-OUT              PIC 9(10)V99.
                   10 WKT-BEGIN            PIC S9(10)V99.
                   10 WKT-END              PIC S9(10)V99.
                   10 WKT-BELOW-SW         PIC X.
                       88 WKT-BELOW        VALUE 'Y'.

      *    NET CASH BY LINE FROM THE START OF THE FORECAST.
           01 LINE-CUM-TABLE.
               05 LINE-CUM                 PIC S9(10)V99 OCCURS 4 TIMES.

      *    THE FIRST OF EACH MONTH FALLING IN THE FORECAST, WITH THE
      *    DAYS IN THE MONTH BEFORE IT.
           01 FIRST-TABLE.
               05 FT-ENTRY                 OCCURS 4 TIMES.
                   10 FT-DATE              PIC 9(8).
                   10 FT-DAYS-PRIOR        PIC 99.

      *    RENT BY BUILDING. BLT-WIN-RCPTS IS WHAT WAS COLLECTED IN
      *    THE THREE FULL MONTHS BEFORE THE AS-OF MONTH AND
      *    BLT-MONTH-RCPTS WHAT HAS COME IN SO FAR THIS MONTH.
           01 BLD-TABLE.
               05 BLT-ENTRY                OCCURS 200 TIMES.
                   10 BLT-BLD-CODE         PIC XX.
                   10 BLT-UNITS            PIC 999.
                   10 BLT-MONTHLY-DUE      PIC 9(7)V99.
                   10 BLT-ARREARS          PIC 9(7)V99.
                   10 BLT-WIN-RCPTS        PIC 9(8)V99.
                   10 BLT-MONTH-RCPTS      PIC 9(7)V99.
                   10 BLT-RATE             PIC 9V9999.
                   10 BLT-OWNED-SW         PIC X.
                       88 BLT-OWNED        VALUE 'Y'.
                   10 BLT-FEE-PCT          PIC 99V99.

      *    PIZZA SALES MONTHS FOUND, ONE TO THREE MONTHS BACK.
           01 PIZZA-SEEN-TABLE.
               05 PZ-SEEN                  PIC X     OCCURS 3 TIMES.

      *    INSTALLMENTS OF EVERY PAYMENT PLAN, IN SCHEDULE ORDER.
           01 PLAN-TABLE.
               05 PLN-ENTRY                OCCURS 3000 TIMES.
                   10 PLN-ID               PIC X(7).
                   10 PLN-TERM             PIC X(5).
                   10 PLN-DUE-DATE         PIC 9(8).
                   10 PLN-AMOUNT           PIC 9(7)V99.
                   10 PLN-BASIS            PIC 9(7)V99.

           01 PO-TABLE.
               05 POT-ENTRY                OCCURS 1000 TIMES.
                   10 POT-PO-NO            PIC X(8).
                   10 POT-INGREDIENT       PIC X(20).
                   10 POT-ORDER-QTY        PIC 9(9)V99.
                   10 POT-UNIT-PRICE       PIC 9(4)V99.
                   10 POT-ORDER-DATE       PIC 9(8).
                   10 POT-INV-QTY          PIC 9(9)V99.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-MONTH          PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 TITLE-DAY            PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 TITLE-YEAR           PIC X(4).
               05 FILLER               PIC X(34)   VALUE SPACES.
               05 FILLER               PIC X(30)
                  VALUE 'THIRTEEN-WEEK CASH FORECAST'.
               05 FILLER               PIC X(44)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 C-HEADING                PIC X(132)  VALUE SPACES.

           01 WEEK-HEADING.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(16)
                  VALUE 'BUSINESS LINE'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(14)
                  VALUE '       INFLOWS'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(14)
                  VALUE '      OUTFLOWS'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE '   NET FOR WEEK'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE '  LINE TO DATE'.

           01 SUMMARY-HEADING.
               05 FILLER               PIC X(8)    VALUE 'WEEK'.
               05 FILLER               PIC X(14)   VALUE 'WEEK ENDING'.
               05 FILLER               PIC X(15)
                  VALUE ' BEGINNING CASH'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(14)
                  VALUE '       INFLOWS'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(14)
                  VALUE '      OUTFLOWS'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE '    ENDING CASH'.

           01 SOURCE-HEADING.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(22)   VALUE 'SOURCE'.
               05 FILLER               PIC X(12)   VALUE 'LINE'.
               05 FILLER               PIC X(6)    VALUE 'CASH'.
               05 FILLER               PIC X(14)
                  VALUE ' 13-WEEK TOTAL'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(24)
                  VALUE 'PAST DUE - NOT FORECAST'.

           01 BLD-HEADING.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'BUILDING'.
               05 FILLER               PIC X(7)    VALUE 'UNITS'.
               05 FILLER               PIC X(13)
                  VALUE '  MONTHLY DUE'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(13)
                  VALUE '      ARREARS'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(14)
                  VALUE 'LAST 3 MONTHS'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(12)   VALUE 'COLLECTED'.
               05 FILLER               PIC X(20)   VALUE 'OWNER FEE'.

           01 WEEK-TITLE-LINE.
               05 FILLER               PIC X(5)    VALUE 'WEEK '.
               05 WT-WEEK              PIC Z9.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 WT-FROM              PIC X(10).
               05 FILLER               PIC X(6)    VALUE ' THRU '.
               05 WT-THRU              PIC X(10).

           01 WEEK-DETAIL-LINE.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 WD-LINE-NAME         PIC X(16).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 WD-IN                PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 WD-OUT               PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 WD-NET               PIC $$$,$$$,$$9.99-.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 WD-CUM               PIC $$$,$$$,$$9.99-.

           01 WEEK-CASH-LINE.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(16)
                  VALUE 'BEGINNING CASH'.
               05 WC-BEGIN             PIC $$$,$$$,$$9.99-.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(13)
                  VALUE 'ENDING CASH'.
               05 WC-END               PIC $$$,$$$,$$9.99-.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 WC-FLAG              PIC X(30).

           01 SUMMARY-LINE.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 SL-WEEK              PIC Z9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 SL-THRU              PIC X(10).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 SL-BEGIN             PIC $$$,$$$,$$9.99-.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 SL-IN                PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 SL-OUT               PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 SL-END               PIC $$$,$$$,$$9.99-.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 SL-FLAG              PIC X(30).

           01 SUMMARY-TOTAL-LINE.
               05 FILLER               PIC X(8)    VALUE SPACES.
               05 FILLER               PIC X(32)
                  VALUE 'THIRTEEN-WEEK TOTALS'.
               05 ST-IN                PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 ST-OUT               PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 ST-END               PIC $$$,$$$,$$9.99-.

           01 SOURCE-LINE.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 SR-NAME              PIC X(22).
               05 SR-LINE-NAME         PIC X(12).
               05 SR-DIR               PIC X(6).
               05 SR-TOTAL             PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 SR-NOT-FCST          PIC $$$,$$$,$$9.99.

           01 BLD-LINE.
               05 FILLER               PIC X(7)    VALUE SPACES.
               05 BD-BLD-CODE          PIC XX.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 BD-UNITS             PIC ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 BD-MONTHLY-DUE       PIC $$$$,$$9.99.
               05 FILLER               PIC X(6)    VALUE SPACES.
               05 BD-ARREARS           PIC $$$$,$$9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 BD-WIN-RCPTS         PIC $$,$$$,$$9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 BD-RATE              PIC ZZ9.9.
               05 FILLER               PIC X       VALUE '%'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 BD-FEE               PIC X(20).

           01 NOTE-LINE.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 NL-TEXT              PIC X(36).
               05 NL-AMOUNT            PIC $$$,$$$,$$9.99-.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 NL-MEMO              PIC X(50).

           01 C-FEE-EDIT               PIC Z9.99.

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
                  VALUE ' ENTRIES DROPPED, FORECAST INCOMPLETE'.

       PROCEDURE DIVISION.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               PERFORM L3-WRITE-RUN-LOG-START.
               PERFORM L2-INIT.
               PERFORM L2-RENT-INFLOWS.
               PERFORM L2-RENT-OUTFLOWS.
               PERFORM L2-BOAT-LINE.
               PERFORM L2-STUDENT-LINE.
               PERFORM L2-PIZZA-LINE.
               PERFORM L2-ROLL-FORWARD.
               PERFORM L2-WEEKLY-REPORT.
               PERFORM L2-SUMMARY-REPORT.
               PERFORM L2-SOURCES-REPORT.
               PERFORM L2-CLOSING.
               STOP RUN.

           L2-INIT.
               OPEN INPUT BILL-FILE.
               IF C-BILL-STATUS NOT = '00'
                   DISPLAY 'CBLHJB95 - UNABLE TO OPEN BILL-FILE, '
                       'STATUS = ' C-BILL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE C-RUNLOG-DATE          TO C-ASOF-DATE.
               COMPUTE C-ASOF-INT =
                   FUNCTION INTEGER-OF-DATE(C-ASOF-DATE).
               COMPUTE C-ASOF-MONTHS =
                   C-ASOF-YEAR * 12 + C-ASOF-MONTH.
               INITIALIZE WEEK-TABLE.
               INITIALIZE SOURCE-TOTALS.
               INITIALIZE LINE-CUM-TABLE.
               MOVE SPACES                 TO PIZZA-SEEN-TABLE.
               PERFORM L3-SET-WEEK
                   VARYING C-WEEK FROM 1 BY 1
                       UNTIL C-WEEK > 13.
               MOVE WKT-THRU(13)           TO C-HORIZON-END.
      *    RENT FALLS DUE, AND THE OWNERS AND THE FLOOR-PLAN LENDER
      *    ARE PAID, ON THE FIRST OF EACH MONTH.
               MOVE C-ASOF-DATE            TO C-FM-DATE.
               MOVE 1                      TO C-FM-DAY.
               MOVE C-FM-DATE              TO C-PRIOR-FIRST.
               PERFORM L3-NEXT-FIRST
                   UNTIL C-FM-DATE > C-HORIZON-END.
               OPEN INPUT CASH-MIN.
               READ CASH-MIN
                   AT END
                       MOVE 0 TO CM-MIN-CASH.
               CLOSE CASH-MIN.
               IF CM-MIN-CASH NUMERIC AND CM-MIN-CASH > 0
                   MOVE CM-MIN-CASH TO C-MIN-CASH
               END-IF.
               OPEN INPUT FLOOR-RATE.
               READ FLOOR-RATE
                   AT END
                       MOVE 8.00 TO FR-ANN-RATE.
               CLOSE FLOOR-RATE.
               IF FR-ANN-RATE NUMERIC AND FR-ANN-RATE > 0
                   MOVE FR-ANN-RATE TO C-ANN-RATE
               END-IF.
               OPEN INPUT BANK-RECON.
               READ BANK-RECON
                   AT END
                       MOVE ZEROS TO RO-REC.
               CLOSE BANK-RECON.
               IF RO-RECON-DATE NUMERIC AND RO-RECON-DATE > 0
                   AND RO-ADJ-BALANCE NUMERIC
                   SET C-RECON-FOUND TO TRUE
                   MOVE RO-ADJ-BALANCE     TO C-BEGIN-CASH
                   MOVE RO-RECON-DATE      TO C-RECON-DATE
               ELSE
                   DISPLAY 'CBLHJB95 - NO RECONCILED BALANCE ON '
                       'BANKRECN.DAT, FORECAST STARTS FROM ZERO'
               END-IF.
               OPEN OUTPUT PRTOUT.
               MOVE C-ASOF-MONTH           TO TITLE-MONTH.
               MOVE C-ASOF-DAY             TO TITLE-DAY.
               MOVE C-ASOF-YEAR            TO TITLE-YEAR.

           L3-SET-WEEK.
               COMPUTE C-WORK-INT = C-ASOF-INT + (C-WEEK - 1) * 7 + 1.
               COMPUTE WKT-FROM(C-WEEK) =
                   FUNCTION DATE-OF-INTEGER(C-WORK-INT).
               ADD 6 TO C-WORK-INT.
               COMPUTE WKT-THRU(C-WEEK) =
                   FUNCTION DATE-OF-INTEGER(C-WORK-INT).

           L3-NEXT-FIRST.
               ADD 1 TO C-FM-MONTH.
               IF C-FM-MONTH > 12
                   MOVE 1 TO C-FM-MONTH
                   ADD 1 TO C-FM-YEAR
               END-IF.
               IF C-FM-DATE NOT > C-HORIZON-END AND C-FIRST-CTR < 4
                   ADD 1 TO C-FIRST-CTR
                   MOVE C-FM-DATE TO FT-DATE(C-FIRST-CTR)
                   COMPUTE FT-DAYS-PRIOR(C-FIRST-CTR) =
                       FUNCTION INTEGER-OF-DATE(C-FM-DATE)
                       - FUNCTION INTEGER-OF-DATE(C-PRIOR-FIRST)
                   MOVE C-FM-DATE TO C-PRIOR-FIRST
               END-IF.

      *    RENTALS. EACH UNIT'S MONTHLY RENT IS PRICED FROM ITS
      *    MONBILLS.IDX RECORD BY THE CBLHJB04 SCHEDULE - BASE RENT
      *    AND TENANT CHARGE BY UNIT RANGE PLUS THE KEYED UTILITIES -
      *    WITHOUT THE BUILDING PREMIUM OR DISCOUNT, THEN WEIGHTED BY
      *    HOW MUCH OF THREE MONTHS' RENT THE BUILDING ACTUALLY
      *    COLLECTED OVER THE LAST THREE FULL MONTHS.
           L2-RENT-INFLOWS.
               PERFORM L3-READ-BILL
                   UNTIL MORE-RECS = 'NO'.
               CLOSE BILL-FILE.
               MOVE 'YES' TO MORE-RECS.
               SET C-NO-HISTORY TO TRUE.
               OPEN INPUT RCPT-POSTED.
               PERFORM L3-READ-RECEIPT
                   UNTIL MORE-RECS = 'NO'.
               CLOSE RCPT-POSTED.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT OWNER-MASTER.
               PERFORM L3-READ-OWNER
                   UNTIL MORE-RECS = 'NO'.
               CLOSE OWNER-MASTER.
               MOVE 'YES' TO MORE-RECS.
               PERFORM L3-PROJECT-BUILDING
                   VARYING C-BLD-SUB FROM 1 BY 1
                       UNTIL C-BLD-SUB > C-BLD-CTR.

           L3-READ-BILL.
               READ BILL-FILE
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       PERFORM L4-PRICE-UNIT
               END-READ.

           L4-PRICE-UNIT.
               EVALUATE B-UNIT
                   WHEN 1 THRU 8
                       MOVE 650 TO C-BASE-RENT
                       IF B-2-3-TENANTS
                           COMPUTE C-TENANT-CHARGE ROUNDED =
                               25 * B-TENANTS
                       ELSE
                           IF B-4-TENANTS
                               MOVE 83.45 TO C-TENANT-CHARGE
                           ELSE
                               MOVE 0     TO C-TENANT-CHARGE
                           END-IF
                       END-IF
                   WHEN 9 THRU 16
                       MOVE 700 TO C-BASE-RENT
                       IF B-2-3-TENANTS
                           COMPUTE C-TENANT-CHARGE ROUNDED =
                               35.55 * B-TENANTS
                       ELSE
                           IF B-4-TENANTS
                               MOVE 135   TO C-TENANT-CHARGE
                           ELSE
                               MOVE 0     TO C-TENANT-CHARGE
                           END-IF
                       END-IF
                   WHEN 17 THRU 25
                       MOVE 825 TO C-BASE-RENT
                       IF B-2-3-TENANTS
                           COMPUTE C-TENANT-CHARGE ROUNDED =
                               50 * B-TENANTS
                       ELSE
                           IF B-4-TENANTS
                               MOVE 185.60 TO C-TENANT-CHARGE
                           ELSE
                               MOVE 0      TO C-TENANT-CHARGE
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 0 TO C-BASE-RENT
                       MOVE 0 TO C-TENANT-CHARGE
               END-EVALUATE.
               COMPUTE C-UNIT-DUE = C-BASE-RENT + C-TENANT-CHARGE
                   + B-ELECTRIC + B-GAS + B-WATER + B-GARBAGE.
               MOVE B-BLD-CODE TO BLT-BLD-CODE(200).
               PERFORM L5-FIND-BUILDING.
               IF C-BLD-SUB NOT > C-BLD-CTR
                   ADD 1          TO BLT-UNITS(C-BLD-SUB)
                   ADD C-UNIT-DUE TO BLT-MONTHLY-DUE(C-BLD-SUB)
                   ADD B-PRIOR-BALANCE TO BLT-ARREARS(C-BLD-SUB)
               END-IF.

      *    THE BUILDING CODE TO FIND IS PASSED IN THE LAST TABLE
      *    SLOT; A BUILDING NOT YET ON THE TABLE IS ADDED.
           L5-FIND-BUILDING.
               PERFORM VARYING C-BLD-SUB FROM 1 BY 1
                   UNTIL C-BLD-SUB > C-BLD-CTR
                       OR BLT-BLD-CODE(C-BLD-SUB) = BLT-BLD-CODE(200)
               END-PERFORM.
               IF C-BLD-SUB > C-BLD-CTR
                   IF C-BLD-CTR < 199
                       ADD 1 TO C-BLD-CTR
                       MOVE BLT-BLD-CODE(200) TO
                           BLT-BLD-CODE(C-BLD-CTR)
                       MOVE 0   TO BLT-UNITS(C-BLD-CTR)
                       MOVE 0   TO BLT-MONTHLY-DUE(C-BLD-CTR)
                       MOVE 0   TO BLT-ARREARS(C-BLD-CTR)
                       MOVE 0   TO BLT-WIN-RCPTS(C-BLD-CTR)
                       MOVE 0   TO BLT-MONTH-RCPTS(C-BLD-CTR)
                       MOVE 0   TO BLT-RATE(C-BLD-CTR)
                       MOVE 'N' TO BLT-OWNED-SW(C-BLD-CTR)
                       MOVE 0   TO BLT-FEE-PCT(C-BLD-CTR)
                   ELSE
                       MOVE 'BLD-TABLE'    TO C-OVFL-TABLE
                       PERFORM L4-TABLE-OVERFLOW
                   END-IF
               END-IF.

           L3-READ-RECEIPT.
               READ RCPT-POSTED
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       PERFORM L4-TAKE-RECEIPT
               END-READ.

           L4-TAKE-RECEIPT.
               IF RP-DATE NUMERIC AND RP-AMOUNT NUMERIC
                   COMPUTE C-MONTHS-BACK = C-ASOF-MONTHS
                       - (RP-YEAR * 12 + RP-MONTH)
                   IF C-MONTHS-BACK >= 0 AND C-MONTHS-BACK <= 3
                       MOVE RP-BLD-CODE TO BLT-BLD-CODE(200)
                       PERFORM L5-FIND-BUILDING
                       IF C-BLD-SUB NOT > C-BLD-CTR
                           IF C-MONTHS-BACK = 0
                               ADD RP-AMOUNT TO
                                   BLT-MONTH-RCPTS(C-BLD-SUB)
                           ELSE
                               ADD RP-AMOUNT TO
                                   BLT-WIN-RCPTS(C-BLD-SUB)
                               MOVE 'N' TO C-NO-HISTORY-SW
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           L3-READ-OWNER.
               READ OWNER-MASTER
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       MOVE OW-BLD-CODE TO BLT-BLD-CODE(200)
                       PERFORM L5-FIND-BUILDING
                       IF C-BLD-SUB NOT > C-BLD-CTR
                           MOVE 'Y' TO BLT-OWNED-SW(C-BLD-SUB)
                           IF OW-MGMT-FEE-PCT NUMERIC
                               MOVE OW-MGMT-FEE-PCT TO
                                   BLT-FEE-PCT(C-BLD-SUB)
                           END-IF
                       END-IF
               END-READ.

      *    WITH NO RECEIPT HISTORY AT ALL (A NEW RECEIPTS FILE) EVERY
      *    BUILDING IS TAKEN AT FULL COLLECTION. AN OWNER'S BUILDING
      *    IS REMITTED ITS COLLECTIONS LESS THE MANAGEMENT FEE AT THE
      *    NEXT FIRST OF THE MONTH, AS CBLHJB46 QUEUES THEM; THE
      *    WORK-ORDER COSTS CBLHJB46 ALSO DEDUCTS ARE NOT FORECAST,
      *    SO THE REMITTANCE ERRS ON THE HIGH SIDE.
           L3-PROJECT-BUILDING.
               EVALUATE TRUE
                   WHEN BLT-MONTHLY-DUE(C-BLD-SUB) = 0
                       MOVE 0 TO BLT-RATE(C-BLD-SUB)
                   WHEN C-NO-HISTORY
                       MOVE 1 TO BLT-RATE(C-BLD-SUB)
                   WHEN BLT-WIN-RCPTS(C-BLD-SUB) NOT <
                           BLT-MONTHLY-DUE(C-BLD-SUB) * 3
                       MOVE 1 TO BLT-RATE(C-BLD-SUB)
                   WHEN OTHER
                       COMPUTE BLT-RATE(C-BLD-SUB) ROUNDED =
                           BLT-WIN-RCPTS(C-BLD-SUB)
                           / (BLT-MONTHLY-DUE(C-BLD-SUB) * 3)
               END-EVALUATE.
               PERFORM L4-PROJECT-MONTH
                   VARYING C-FIRST-SUB FROM 1 BY 1
                       UNTIL C-FIRST-SUB > C-FIRST-CTR.
      *    THE ARREARS ARE TAKEN IN THE FIRST WEEK AT THE SAME RATE.
               COMPUTE C-AMOUNT ROUNDED =
                   BLT-ARREARS(C-BLD-SUB) * BLT-RATE(C-BLD-SUB).
               MOVE C-ASOF-DATE            TO C-WORK-DATE.
               MOVE 0                      TO C-LAG-DAYS.
               MOVE 99999                  TO C-STALE-DAYS.
               MOVE 1                      TO C-SRC.
               PERFORM L5-PLACE-AMOUNT.
               IF BLT-OWNED(C-BLD-SUB) AND C-FIRST-CTR > 0
                   COMPUTE C-REMIT ROUNDED =
                       (C-AMOUNT + BLT-MONTH-RCPTS(C-BLD-SUB))
                       * (100 - BLT-FEE-PCT(C-BLD-SUB)) / 100
                   MOVE C-REMIT            TO C-AMOUNT
                   MOVE FT-DATE(1)         TO C-WORK-DATE
                   MOVE 2                  TO C-SRC
                   PERFORM L5-PLACE-AMOUNT
               END-IF.

           L4-PROJECT-MONTH.
               COMPUTE C-AMOUNT ROUNDED =
                   BLT-MONTHLY-DUE(C-BLD-SUB) * BLT-RATE(C-BLD-SUB).
               MOVE FT-DATE(C-FIRST-SUB)   TO C-WORK-DATE.
               MOVE 0                      TO C-LAG-DAYS.
               MOVE 99999                  TO C-STALE-DAYS.
               MOVE 1                      TO C-SRC.
               PERFORM L5-PLACE-AMOUNT.
               IF BLT-OWNED(C-BLD-SUB) AND C-FIRST-SUB < C-FIRST-CTR
                   COMPUTE C-AMOUNT ROUNDED = C-AMOUNT
                       * (100 - BLT-FEE-PCT(C-BLD-SUB)) / 100
                   MOVE FT-DATE(C-FIRST-SUB + 1) TO C-WORK-DATE
                   MOVE 2                  TO C-SRC
                   PERFORM L5-PLACE-AMOUNT
               END-IF.

      *    A DEPOSIT PENDING REFUND IS RETURNED WITHIN THE 21 DAYS
      *    THE STATE ALLOWS. WHATEVER IS ALREADY ON THE PAYMENT
      *    QUEUE GOES OUT ON THE NEXT CBLHJB82 CHECK RUN.
           L2-RENT-OUTFLOWS.
               OPEN INPUT DEP-LEDGER.
               PERFORM L3-READ-DEPOSIT
                   UNTIL MORE-RECS = 'NO'.
               CLOSE DEP-LEDGER.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT PAY-QUEUE.
               PERFORM L3-READ-QUEUE
                   UNTIL MORE-RECS = 'NO'.
               CLOSE PAY-QUEUE.
               MOVE 'YES' TO MORE-RECS.

           L3-READ-DEPOSIT.
               READ DEP-LEDGER
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       IF DL-PENDING-REFUND
                           AND DL-AMT-HELD + DL-INTEREST
                               > DL-DEDUCTIONS
                           COMPUTE C-AMOUNT = DL-AMT-HELD
                               + DL-INTEREST - DL-DEDUCTIONS
                           MOVE C-ASOF-DATE TO C-WORK-DATE
                           MOVE 21          TO C-LAG-DAYS
                           MOVE 99999       TO C-STALE-DAYS
                           MOVE 3           TO C-SRC
                           PERFORM L5-PLACE-AMOUNT
                       END-IF
               END-READ.

           L3-READ-QUEUE.
               READ PAY-QUEUE
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       EVALUATE PQ-PAY-TYPE
                           WHEN 'O'
                               MOVE 2 TO C-SRC
                           WHEN 'C'
                               MOVE 6 TO C-SRC
                           WHEN OTHER
                               MOVE 3 TO C-SRC
                       END-EVALUATE
                       MOVE PQ-AMOUNT   TO C-AMOUNT
                       MOVE C-ASOF-DATE TO C-WORK-DATE
                       MOVE 0           TO C-LAG-DAYS
                       MOVE 99999       TO C-STALE-DAYS
                       PERFORM L5-PLACE-AMOUNT
               END-READ.

      *    BOATS. A LOAN IS DUE ONE PAYMENT A MONTH ON ITS OPEN DAY
      *    (THE 28TH FOR A LOAN OPENED LATER IN THE MONTH), STARTING
      *    THE MONTH AFTER IT OPENED; THE PAYMENTS ALREADY MADE COVER
      *    THE EARLIEST INSTALLMENTS AND THE LAST ONE IS ONLY WHAT
      *    REMAINS OF THE BALANCE. AN INSTALLMENT ALREADY MISSED IS
      *    NOT FORECAST. THE FLOOR-PLAN LENDER DRAFTS A MONTH'S
      *    INTEREST ON THE HULLS ON HAND ON THE FIRST OF THE MONTH,
      *    ON A 360-DAY YEAR AS CBLHJB40 ACCRUES IT.
           L2-BOAT-LINE.
               OPEN INPUT LOAN-MASTER.
               PERFORM L3-READ-LOAN
                   UNTIL MORE-RECS = 'NO'.
               CLOSE LOAN-MASTER.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT HULL-FILE.
               PERFORM L3-READ-HULL
                   UNTIL MORE-RECS = 'NO'.
               CLOSE HULL-FILE.
               MOVE 'YES' TO MORE-RECS.
               PERFORM L3-FLOOR-INTEREST
                   VARYING C-FIRST-SUB FROM 1 BY 1
                       UNTIL C-FIRST-SUB > C-FIRST-CTR.

           L3-READ-LOAN.
               READ LOAN-MASTER
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       IF BL-BALANCE NUMERIC AND BL-BALANCE > 0
                           AND BL-PMT NUMERIC
                           AND BL-PMTS-MADE NUMERIC
                           AND (BL-PAID-DATE = 0
                               OR BL-PAID-DATE NOT NUMERIC)
                           PERFORM L4-PROJECT-LOAN
                       END-IF
               END-READ.

           L4-PROJECT-LOAN.
               MOVE BL-OPEN-DATE           TO C-VAL-DATE.
               CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS.
               IF C-DATE-STATUS NOT = 'Y'
                   ADD 1 TO C-BAD-DATE-CTR
               ELSE
                   MOVE BL-BALANCE         TO C-REMAIN
                   COMPUTE C-INST-NO = BL-PMTS-MADE + 1
                   MOVE 'N'                TO C-LOAN-DONE-SW
                   PERFORM L5-LOAN-INSTALLMENT
                       UNTIL C-LOAN-DONE
               END-IF.

           L5-LOAN-INSTALLMENT.
               IF C-INST-NO > BL-TERM OR C-REMAIN = 0
                   SET C-LOAN-DONE TO TRUE
               ELSE
                   COMPUTE C-MONTHS-TOTAL =
                       BL-OPEN-MONTH - 1 + C-INST-NO
                   DIVIDE C-MONTHS-TOTAL BY 12
                       GIVING C-YEARS-ADD REMAINDER C-MONTH-REM
                   COMPUTE C-INST-YEAR = BL-OPEN-YEAR + C-YEARS-ADD
                   COMPUTE C-INST-MONTH = C-MONTH-REM + 1
                   MOVE BL-OPEN-DAY        TO C-INST-DAY
                   IF C-INST-DAY > 28
                       MOVE 28             TO C-INST-DAY
                   END-IF
                   IF C-INST-DATE > C-HORIZON-END
                       SET C-LOAN-DONE TO TRUE
                   ELSE
                       IF BL-PMT < C-REMAIN
                           MOVE BL-PMT     TO C-AMOUNT
                       ELSE
                           MOVE C-REMAIN   TO C-AMOUNT
                       END-IF
                       SUBTRACT C-AMOUNT FROM C-REMAIN
                       MOVE C-INST-DATE    TO C-WORK-DATE
                       MOVE 0              TO C-LAG-DAYS
                       MOVE 0              TO C-STALE-DAYS
                       MOVE 4              TO C-SRC
                       PERFORM L5-PLACE-AMOUNT
                       ADD 1 TO C-INST-NO
                   END-IF
               END-IF.

           L3-READ-HULL.
               READ HULL-FILE
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       IF HS-ON-HAND AND HS-COST NUMERIC
                           ADD 1       TO C-HULL-CTR
                           ADD HS-COST TO C-HULL-COST
                       END-IF
               END-READ.

           L3-FLOOR-INTEREST.
               COMPUTE C-AMOUNT ROUNDED =
                   C-HULL-COST * C-ANN-RATE
                   * FT-DAYS-PRIOR(C-FIRST-SUB) / 36000.
               MOVE FT-DATE(C-FIRST-SUB)   TO C-WORK-DATE.
               MOVE 0                      TO C-LAG-DAYS.
               MOVE 99999                  TO C-STALE-DAYS.
               MOVE 5                      TO C-SRC.
               PERFORM L5-PLACE-AMOUNT.

      *    STUDENTS. A CHARGE ON A PAYMENT PLAN COMES IN BY ITS
      *    INSTALLMENTS, WHAT HAS BEEN PAID SINCE THE SCHEDULE WAS
      *    BUILT (BASIS LESS OPEN) COVERING THE EARLIEST OF THEM AS
      *    CBLHJB32 AGES THEM; ANY OTHER OPEN CHARGE IS DUE THIRTY
      *    DAYS AFTER IT WAS MADE. ANYTHING MORE THAN 90 DAYS PAST
      *    DUE IS NOT FORECAST.
           L2-STUDENT-LINE.
               OPEN INPUT PLAN-SCHED.
               PERFORM L3-LOAD-PLAN
                   UNTIL MORE-RECS = 'NO'.
               CLOSE PLAN-SCHED.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT STDNT-AR.
               PERFORM L3-READ-AR
                   UNTIL MORE-RECS = 'NO'.
               CLOSE STDNT-AR.
               MOVE 'YES' TO MORE-RECS.

           L3-LOAD-PLAN.
               READ PLAN-SCHED
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       IF C-PLN-CTR < 3000
                           ADD 1 TO C-PLN-CTR
                           MOVE PS-ID       TO PLN-ID(C-PLN-CTR)
                           MOVE PS-TERM     TO PLN-TERM(C-PLN-CTR)
                           MOVE PS-DUE-DATE TO PLN-DUE-DATE(C-PLN-CTR)
                           MOVE PS-AMOUNT   TO PLN-AMOUNT(C-PLN-CTR)
                           MOVE PS-BASIS    TO PLN-BASIS(C-PLN-CTR)
                       ELSE
                           MOVE 'PLAN-TABLE'   TO C-OVFL-TABLE
                           PERFORM L4-TABLE-OVERFLOW
                       END-IF
               END-READ.

           L3-READ-AR.
               READ STDNT-AR
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       IF AR-OPEN-AMT NUMERIC AND AR-OPEN-AMT > 0
                           PERFORM L4-PROJECT-CHARGE
                       END-IF
               END-READ.

           L4-PROJECT-CHARGE.
               MOVE AR-OPEN-AMT            TO C-REMAIN.
               MOVE 'N'                    TO C-PLN-FOUND-SW.
               MOVE 90                     TO C-STALE-DAYS.
               MOVE 7                      TO C-SRC.
               PERFORM L5-PLAN-INSTALLMENT
                   VARYING C-PLN-SUB FROM 1 BY 1
                       UNTIL C-PLN-SUB > C-PLN-CTR.
               IF NOT C-PLN-FOUND
                   MOVE AR-OPEN-AMT        TO C-AMOUNT
                   MOVE AR-CHARGE-DATE     TO C-WORK-DATE
                   MOVE 30                 TO C-LAG-DAYS
                   PERFORM L5-PLACE-AMOUNT
               END-IF.

           L5-PLAN-INSTALLMENT.
               IF PLN-ID(C-PLN-SUB) = AR-ID
                   AND (PLN-TERM(C-PLN-SUB) = AR-TERM
                       OR AR-TERM = SPACES)
                   IF NOT C-PLN-FOUND
                       SET C-PLN-FOUND TO TRUE
                       IF AR-OPEN-AMT < PLN-BASIS(C-PLN-SUB)
                           COMPUTE C-PLN-PAID =
                               PLN-BASIS(C-PLN-SUB) - AR-OPEN-AMT
                       ELSE
                           MOVE 0 TO C-PLN-PAID
                       END-IF
                   END-IF
                   MOVE PLN-AMOUNT(C-PLN-SUB) TO C-AMOUNT
                   IF C-PLN-PAID NOT < C-AMOUNT
                       SUBTRACT C-AMOUNT FROM C-PLN-PAID
                       MOVE 0 TO C-AMOUNT
                   ELSE
                       SUBTRACT C-PLN-PAID FROM C-AMOUNT
                       MOVE 0 TO C-PLN-PAID
                   END-IF
                   IF C-AMOUNT > C-REMAIN
                       MOVE C-REMAIN TO C-AMOUNT
                   END-IF
                   SUBTRACT C-AMOUNT FROM C-REMAIN
                   MOVE PLN-DUE-DATE(C-PLN-SUB) TO C-WORK-DATE
                   MOVE 0                  TO C-LAG-DAYS
                   PERFORM L5-PLACE-AMOUNT
               END-IF.

      *    PIZZA. THE STORES DEPOSIT EVERY DAY, SO EACH WEEK TAKES
      *    THE AVERAGE WEEK OF SALES FROM THE LAST THREE FULL MONTHS
      *    ON PIZZAHST.DAT. A PURCHASE ORDER NOT YET INVOICED IS
      *    PAID THIRTY DAYS AFTER IT WAS PLACED; AN APPROVED INVOICE
      *    ON ITS DUE DATE. EITHER ALREADY PAST DUE GOES OUT IN THE
      *    FIRST WEEK.
           L2-PIZZA-LINE.
               OPEN INPUT PIZZA-HIST.
               PERFORM L3-READ-PIZZA
                   UNTIL MORE-RECS = 'NO'.
               CLOSE PIZZA-HIST.
               MOVE 'YES' TO MORE-RECS.
               PERFORM VARYING C-WEEK FROM 1 BY 1
                   UNTIL C-WEEK > 3
                       IF PZ-SEEN(C-WEEK) = 'Y'
                           ADD 1 TO C-PIZZA-MONTHS
                       END-IF
               END-PERFORM.
               IF C-PIZZA-MONTHS > 0
                   COMPUTE C-PIZZA-WEEKLY ROUNDED =
                       C-PIZZA-SUM / C-PIZZA-MONTHS * 12 / 52
               END-IF.
               PERFORM VARYING C-WEEK FROM 1 BY 1
                   UNTIL C-WEEK > 13
                       MOVE C-PIZZA-WEEKLY TO WKT-SRC-AMT(C-WEEK, 8)
                       ADD C-PIZZA-WEEKLY  TO SRT-TOTAL(8)
               END-PERFORM.
               OPEN INPUT PO-REGISTER.
               PERFORM L3-LOAD-PO
                   UNTIL MORE-RECS = 'NO'.
               CLOSE PO-REGISTER.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT AP-POSTED.
               PERFORM L3-READ-POSTED
                   UNTIL MORE-RECS = 'NO'.
               CLOSE AP-POSTED.
               MOVE 'YES' TO MORE-RECS.
               PERFORM L3-PROJECT-PO
                   VARYING C-PO-SUB FROM 1 BY 1
                       UNTIL C-PO-SUB > C-PO-CTR.
               OPEN INPUT AP-OPEN.
               PERFORM L3-READ-AP-OPEN
                   UNTIL MORE-RECS = 'NO'.
               CLOSE AP-OPEN.
               MOVE 'YES' TO MORE-RECS.

           L3-READ-PIZZA.
               READ PIZZA-HIST
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       IF PH-YEAR NUMERIC AND PH-MONTH NUMERIC
                           AND PH-TOTAL-SALES NUMERIC
                           COMPUTE C-MONTHS-BACK = C-ASOF-MONTHS
                               - (PH-YEAR * 12 + PH-MONTH)
                           IF C-MONTHS-BACK >= 1 AND C-MONTHS-BACK <= 3
                               ADD PH-TOTAL-SALES TO C-PIZZA-SUM
                               MOVE 'Y' TO PZ-SEEN(C-MONTHS-BACK)
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-PO.
               READ PO-REGISTER
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       IF C-PO-CTR < 1000
                           ADD 1 TO C-PO-CTR
                           MOVE PG-PO-NO      TO POT-PO-NO(C-PO-CTR)
                           MOVE PG-INGREDIENT TO
                               POT-INGREDIENT(C-PO-CTR)
                           MOVE PG-ORDER-QTY  TO
                               POT-ORDER-QTY(C-PO-CTR)
                           IF PG-UNIT-PRICE NUMERIC
                               MOVE PG-UNIT-PRICE TO
                                   POT-UNIT-PRICE(C-PO-CTR)
                           ELSE
                               MOVE 0 TO POT-UNIT-PRICE(C-PO-CTR)
                           END-IF
                           MOVE PG-ORDER-DATE TO
                               POT-ORDER-DATE(C-PO-CTR)
                           MOVE 0 TO POT-INV-QTY(C-PO-CTR)
                       ELSE
                           MOVE 'PO-TABLE'     TO C-OVFL-TABLE
                           PERFORM L4-TABLE-OVERFLOW
                       END-IF
               END-READ.

           L3-READ-POSTED.
               READ AP-POSTED
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       PERFORM VARYING C-PO-SUB FROM 1 BY 1
                           UNTIL C-PO-SUB > C-PO-CTR
                               OR (POT-PO-NO(C-PO-SUB) = AX-PO-NO
                               AND POT-INGREDIENT(C-PO-SUB) =
                                   AX-INGREDIENT)
                       END-PERFORM
                       IF C-PO-SUB <= C-PO-CTR AND AX-QTY NUMERIC
                           ADD AX-QTY TO POT-INV-QTY(C-PO-SUB)
                       END-IF
               END-READ.

           L3-PROJECT-PO.
               IF POT-ORDER-QTY(C-PO-SUB) > POT-INV-QTY(C-PO-SUB)
                   COMPUTE C-OPEN-QTY = POT-ORDER-QTY(C-PO-SUB)
                       - POT-INV-QTY(C-PO-SUB)
                   COMPUTE C-AMOUNT ROUNDED =
                       C-OPEN-QTY * POT-UNIT-PRICE(C-PO-SUB)
                   MOVE POT-ORDER-DATE(C-PO-SUB) TO C-WORK-DATE
                   MOVE 30                 TO C-LAG-DAYS
                   MOVE 99999              TO C-STALE-DAYS
                   MOVE 9                  TO C-SRC
                   PERFORM L5-PLACE-AMOUNT
               END-IF.

           L3-READ-AP-OPEN.
               READ AP-OPEN
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       IF AO-OPEN AND AO-AMOUNT NUMERIC
                           MOVE AO-AMOUNT   TO C-AMOUNT
                           MOVE AO-DUE-DATE TO C-WORK-DATE
                           MOVE 0           TO C-LAG-DAYS
                           MOVE 99999       TO C-STALE-DAYS
                           MOVE 9           TO C-SRC
                           PERFORM L5-PLACE-AMOUNT
                       END-IF
               END-READ.

      *    PUTS C-AMOUNT FOR SOURCE C-SRC IN THE WEEK THAT HOLDS
      *    C-WORK-DATE PLUS C-LAG-DAYS. A DATE ALREADY PASSED FALLS
      *    IN THE FIRST WEEK UNLESS IT IS MORE THAN C-STALE-DAYS
      *    PAST, WHEN IT IS COUNTED AS NOT FORECAST; A DATE PAST THE
      *    THIRTEENTH WEEK IS DROPPED.
           L5-PLACE-AMOUNT.
               IF C-AMOUNT > 0
                   MOVE C-WORK-DATE        TO C-VAL-DATE
                   CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS
                   IF C-DATE-STATUS NOT = 'Y'
                       ADD 1 TO C-BAD-DATE-CTR
                   ELSE
                       COMPUTE C-DAY-NO =
                           FUNCTION INTEGER-OF-DATE(C-WORK-DATE)
                           + C-LAG-DAYS - C-ASOF-INT
                       EVALUATE TRUE
                           WHEN C-DAY-NO + C-STALE-DAYS < 0
                               ADD C-AMOUNT TO SRT-NOT-FCST(C-SRC)
                               MOVE 0 TO C-WEEK-SUB
                           WHEN C-DAY-NO < 1
                               MOVE 1 TO C-WEEK-SUB
                           WHEN C-DAY-NO > 91
                               MOVE 0 TO C-WEEK-SUB
                           WHEN OTHER
                               COMPUTE C-WEEK-SUB = (C-DAY-NO + 6) / 7
                       END-EVALUATE
                       IF C-WEEK-SUB > 0
                           ADD C-AMOUNT TO
                               WKT-SRC-AMT(C-WEEK-SUB, C-SRC)
                           ADD C-AMOUNT TO SRT-TOTAL(C-SRC)
                           ADD 1 TO C-PLACED-CTR
                       END-IF
                   END-IF
               END-IF.

           L4-TABLE-OVERFLOW.
               IF NOT C-OVFL
                   SET C-OVFL TO TRUE
                   DISPLAY 'CBLHJB95 - ' C-OVFL-TABLE
                       ' OVERFLOW, FORECAST INCOMPLETE'
                   MOVE 8 TO RETURN-CODE
               END-IF.

      *    EACH WEEK STARTS WITH THE CASH THE LAST ONE ENDED WITH.
           L2-ROLL-FORWARD.
               PERFORM L3-ROLL-WEEK
                   VARYING C-WEEK FROM 1 BY 1
                       UNTIL C-WEEK > 13.

           L3-ROLL-WEEK.
               IF C-WEEK = 1
                   MOVE C-BEGIN-CASH       TO WKT-BEGIN(1)
               ELSE
                   MOVE WKT-END(C-WEEK - 1) TO WKT-BEGIN(C-WEEK)
               END-IF.
               PERFORM VARYING C-SRC-SUB FROM 1 BY 1
                   UNTIL C-SRC-SUB > 9
                       MOVE SRC-LINE(C-SRC-SUB) TO C-LN-SUB
                       IF SRC-INFLOW(C-SRC-SUB)
                           ADD WKT-SRC-AMT(C-WEEK, C-SRC-SUB)
                               TO WKT-LINE-IN(C-WEEK, C-LN-SUB)
                                  WKT-IN(C-WEEK)
                       ELSE
                           ADD WKT-SRC-AMT(C-WEEK, C-SRC-SUB)
                               TO WKT-LINE-OUT(C-WEEK, C-LN-SUB)
                                  WKT-OUT(C-WEEK)
                       END-IF
               END-PERFORM.
               COMPUTE WKT-END(C-WEEK) = WKT-BEGIN(C-WEEK)
                   + WKT-IN(C-WEEK) - WKT-OUT(C-WEEK).
               ADD WKT-IN(C-WEEK)          TO C-GT-IN.
               ADD WKT-OUT(C-WEEK)         TO C-GT-OUT.
               IF WKT-END(C-WEEK) < C-MIN-CASH
                   SET WKT-BELOW(C-WEEK) TO TRUE
                   ADD 1 TO C-BELOW-CTR
                   DISPLAY 'CBLHJB95 - WEEK ' C-WEEK ' ENDING '
                       WKT-THRU(C-WEEK)
                       ' PROJECTED BELOW MINIMUM CASH'
               END-IF.

           L2-WEEKLY-REPORT.
               MOVE WEEK-HEADING           TO C-HEADING.
               PERFORM L4-HEADING.
               PERFORM L3-WEEK-BLOCK
                   VARYING C-WEEK FROM 1 BY 1
                       UNTIL C-WEEK > 13.

           L3-WEEK-BLOCK.
               MOVE C-WEEK                 TO WT-WEEK.
               MOVE WKT-FROM(C-WEEK)       TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO WT-FROM.
               MOVE WKT-THRU(C-WEEK)       TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO WT-THRU.
      *    A WEEK'S BLOCK IS KEPT TOGETHER ON ONE PAGE.
               IF LINAGE-COUNTER > 46
                   PERFORM L4-HEADING
               END-IF.
               WRITE PRTLINE FROM WEEK-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
               PERFORM L4-WEEK-LINE
                   VARYING C-LN-SUB FROM 1 BY 1
                       UNTIL C-LN-SUB > 4.
               MOVE 'ALL LINES'            TO WD-LINE-NAME.
               MOVE WKT-IN(C-WEEK)         TO WD-IN.
               MOVE WKT-OUT(C-WEEK)        TO WD-OUT.
               COMPUTE WD-NET = WKT-IN(C-WEEK) - WKT-OUT(C-WEEK).
               COMPUTE WD-CUM = WKT-END(C-WEEK) - C-BEGIN-CASH.
               WRITE PRTLINE FROM WEEK-DETAIL-LINE
                   AFTER ADVANCING 2 LINES.
               MOVE WKT-BEGIN(C-WEEK)      TO WC-BEGIN.
               MOVE WKT-END(C-WEEK)        TO WC-END.
               IF WKT-BELOW(C-WEEK)
                   MOVE '** BELOW MINIMUM CASH **' TO WC-FLAG
               ELSE
                   MOVE SPACES             TO WC-FLAG
               END-IF.
               WRITE PRTLINE FROM WEEK-CASH-LINE
                   AFTER ADVANCING 1 LINE.

           L4-WEEK-LINE.
               COMPUTE LINE-CUM(C-LN-SUB) = LINE-CUM(C-LN-SUB)
                   + WKT-LINE-IN(C-WEEK, C-LN-SUB)
                   - WKT-LINE-OUT(C-WEEK, C-LN-SUB).
               MOVE LINE-NAME(C-LN-SUB)    TO WD-LINE-NAME.
               MOVE WKT-LINE-IN(C-WEEK, C-LN-SUB)  TO WD-IN.
               MOVE WKT-LINE-OUT(C-WEEK, C-LN-SUB) TO WD-OUT.
               COMPUTE WD-NET = WKT-LINE-IN(C-WEEK, C-LN-SUB)
                   - WKT-LINE-OUT(C-WEEK, C-LN-SUB).
               MOVE LINE-CUM(C-LN-SUB)     TO WD-CUM.
               IF C-LN-SUB = 1
                   WRITE PRTLINE FROM WEEK-DETAIL-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   WRITE PRTLINE FROM WEEK-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF.

           L2-SUMMARY-REPORT.
               MOVE SUMMARY-HEADING        TO C-HEADING.
               PERFORM L4-HEADING.
               PERFORM L3-SUMMARY-WEEK
                   VARYING C-WEEK FROM 1 BY 1
                       UNTIL C-WEEK > 13.
               MOVE C-GT-IN                TO ST-IN.
               MOVE C-GT-OUT               TO ST-OUT.
               MOVE WKT-END(13)            TO ST-END.
               WRITE PRTLINE FROM SUMMARY-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
               MOVE SPACES                 TO NOTE-LINE.
               MOVE C-MIN-CASH             TO NL-AMOUNT.
               IF C-BELOW-CTR = 0
                   MOVE 'MINIMUM CASH - NO WEEK BELOW'
                                           TO NL-TEXT
               ELSE
                   MOVE 'MINIMUM CASH - SEE FLAGGED WEEKS'
                                           TO NL-TEXT
               END-IF.
               WRITE PRTLINE FROM NOTE-LINE
                   AFTER ADVANCING 2 LINES.
               IF C-OVFL
                   MOVE C-OVFL-TABLE       TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.

           L3-SUMMARY-WEEK.
               MOVE C-WEEK                 TO SL-WEEK.
               MOVE WKT-THRU(C-WEEK)       TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO SL-THRU.
               MOVE WKT-BEGIN(C-WEEK)      TO SL-BEGIN.
               MOVE WKT-IN(C-WEEK)         TO SL-IN.
               MOVE WKT-OUT(C-WEEK)        TO SL-OUT.
               MOVE WKT-END(C-WEEK)        TO SL-END.
               IF WKT-BELOW(C-WEEK)
                   MOVE '** BELOW MINIMUM CASH **' TO SL-FLAG
               ELSE
                   MOVE SPACES             TO SL-FLAG
               END-IF.
               WRITE PRTLINE FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.

           L2-SOURCES-REPORT.
               MOVE SOURCE-HEADING         TO C-HEADING.
               PERFORM L4-HEADING.
               PERFORM L3-SOURCE-LINE
                   VARYING C-SRC-SUB FROM 1 BY 1
                       UNTIL C-SRC-SUB > 9.
               MOVE 'ASSUMPTIONS'          TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 3 LINES.
               MOVE SPACES                 TO NOTE-LINE.
               IF C-RECON-FOUND
                   MOVE 'RECONCILED BANK BALANCE'  TO NL-TEXT
                   MOVE C-BEGIN-CASH       TO NL-AMOUNT
                   MOVE C-RECON-DATE       TO C-DATE-IN
                   PERFORM L5-FORMAT-DATE
                   STRING 'AS OF ' C-DATE-OUT ' (BANKRECN.DAT)'
                       DELIMITED BY SIZE INTO NL-MEMO
               ELSE
                   MOVE 'RECONCILED BANK BALANCE'  TO NL-TEXT
                   MOVE 0                  TO NL-AMOUNT
                   MOVE 'NONE ON FILE - STARTING FROM ZERO'
                                           TO NL-MEMO
               END-IF.
               WRITE PRTLINE FROM NOTE-LINE
                   AFTER ADVANCING 2 LINES.
               MOVE SPACES                 TO NOTE-LINE.
               MOVE 'MINIMUM CASH'         TO NL-TEXT.
               MOVE C-MIN-CASH             TO NL-AMOUNT.
               MOVE 'CASHMIN.DAT'          TO NL-MEMO.
               WRITE PRTLINE FROM NOTE-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE SPACES                 TO NOTE-LINE.
               MOVE 'FLOOR-PLANNED HULLS ON HAND'  TO NL-TEXT.
               MOVE C-HULL-COST            TO NL-AMOUNT.
               MOVE C-ANN-RATE             TO C-RATE-EDIT.
               STRING 'FINANCED AT ' C-RATE-EDIT
                   ' PERCENT A YEAR (FLOORRT.DAT)'
                   DELIMITED BY SIZE INTO NL-MEMO.
               WRITE PRTLINE FROM NOTE-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE SPACES                 TO NOTE-LINE.
               MOVE 'AVERAGE WEEKLY PIZZA DEPOSIT'  TO NL-TEXT.
               MOVE C-PIZZA-WEEKLY         TO NL-AMOUNT.
               IF C-PIZZA-MONTHS = 0
                   MOVE 'NO SALES ON PIZZAHST.DAT FOR THE LAST 3 MONTHS'
                                           TO NL-MEMO
               ELSE
                   STRING 'FROM ' C-PIZZA-MONTHS
                       ' FULL MONTH(S) OF PIZZAHST.DAT'
                       DELIMITED BY SIZE INTO NL-MEMO
               END-IF.
               WRITE PRTLINE FROM NOTE-LINE
                   AFTER ADVANCING 1 LINE.
               IF C-BAD-DATE-CTR > 0
                   MOVE SPACES             TO NOTE-LINE
                   MOVE 'ITEMS SKIPPED FOR A BAD DATE'  TO NL-TEXT
                   STRING C-BAD-DATE-CTR ' ITEM(S) NOT FORECAST'
                       DELIMITED BY SIZE INTO NL-MEMO
                   WRITE PRTLINE FROM NOTE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF.
               MOVE 'RENT COLLECTION BY BUILDING'  TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 3 LINES.
               IF C-NO-HISTORY
                   MOVE 'NO RECEIPT HISTORY - FULL COLLECTION ASSUMED'
                                           TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF.
               WRITE PRTLINE FROM BLD-HEADING
                   AFTER ADVANCING 2 LINES.
               IF C-BLD-CTR = 0
                   MOVE 'NO BUILDINGS ON FILE' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               PERFORM L3-BUILDING-LINE
                   VARYING C-BLD-SUB FROM 1 BY 1
                       UNTIL C-BLD-SUB > C-BLD-CTR.

           L3-SOURCE-LINE.
               MOVE SRC-NAME(C-SRC-SUB)    TO SR-NAME.
               MOVE SRC-LINE(C-SRC-SUB)    TO C-LN-SUB.
               MOVE LINE-NAME(C-LN-SUB)    TO SR-LINE-NAME.
               IF SRC-INFLOW(C-SRC-SUB)
                   MOVE 'IN'               TO SR-DIR
               ELSE
                   MOVE 'OUT'              TO SR-DIR
               END-IF.
               MOVE SRT-TOTAL(C-SRC-SUB)   TO SR-TOTAL.
               MOVE SRT-NOT-FCST(C-SRC-SUB) TO SR-NOT-FCST.
               WRITE PRTLINE FROM SOURCE-LINE
                   AFTER ADVANCING 1 LINE.

           L3-BUILDING-LINE.
               MOVE BLT-BLD-CODE(C-BLD-SUB)    TO BD-BLD-CODE.
               MOVE BLT-UNITS(C-BLD-SUB)       TO BD-UNITS.
               MOVE BLT-MONTHLY-DUE(C-BLD-SUB) TO BD-MONTHLY-DUE.
               MOVE BLT-ARREARS(C-BLD-SUB)     TO BD-ARREARS.
               MOVE BLT-WIN-RCPTS(C-BLD-SUB)   TO BD-WIN-RCPTS.
               COMPUTE BD-RATE ROUNDED = BLT-RATE(C-BLD-SUB) * 100.
               IF BLT-OWNED(C-BLD-SUB)
                   MOVE BLT-FEE-PCT(C-BLD-SUB) TO C-FEE-EDIT
                   MOVE SPACES             TO BD-FEE
                   STRING C-FEE-EDIT ' PERCENT'
                       DELIMITED BY SIZE INTO BD-FEE
               ELSE
                   MOVE 'NOT OWNER-MANAGED' TO BD-FEE
               END-IF.
               WRITE PRTLINE FROM BLD-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
               END-WRITE.

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
               MOVE 'CBLHJB95'             TO RL-PROGRAM-ID.
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

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB95'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
      *    READ IS EVERY RECORD ON EVERY INPUT, PROCESSED THE AMOUNTS
      *    PLACED IN A WEEK, REJECTED THE ITEMS WITH A BAD DATE.
               MOVE C-READ-CTR             TO RL-RECS-READ.
               MOVE C-PLACED-CTR           TO RL-RECS-PROCESSED.
               MOVE C-BAD-DATE-CTR         TO RL-RECS-REJECTED.
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
           MOVE SPACES TO FP-MONBILLS-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'MONBILLS.IDX' DELIMITED BY SIZE
               INTO FP-MONBILLS-IDX.
           MOVE SPACES TO FP-RENTRCPT-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RENTRCPT.PST' DELIMITED BY SIZE
               INTO FP-RENTRCPT-PST.
           MOVE SPACES TO FP-OWNER-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'OWNER.DAT' DELIMITED BY SIZE
               INTO FP-OWNER-DAT.
           MOVE SPACES TO FP-DEPLEDG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'DEPLEDG.DAT' DELIMITED BY SIZE
               INTO FP-DEPLEDG-DAT.
           MOVE SPACES TO FP-PAYQUE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PAYQUE.DAT' DELIMITED BY SIZE
               INTO FP-PAYQUE-DAT.
           MOVE SPACES TO FP-BOATLOAN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BOATLOAN.DAT' DELIMITED BY SIZE
               INTO FP-BOATLOAN-DAT.
           MOVE SPACES TO FP-BOATHULL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BOATHULL.DAT' DELIMITED BY SIZE
               INTO FP-BOATHULL-DAT.
           MOVE SPACES TO FP-FLOORRT-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'FLOORRT.DAT' DELIMITED BY SIZE
               INTO FP-FLOORRT-DAT.
           MOVE SPACES TO FP-STDNTAR-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STDNTAR.DAT' DELIMITED BY SIZE
               INTO FP-STDNTAR-DAT.
           MOVE SPACES TO FP-PLANSCHD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PLANSCHD.DAT' DELIMITED BY SIZE
               INTO FP-PLANSCHD-DAT.
           MOVE SPACES TO FP-PIZZAHST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PIZZAHST.DAT' DELIMITED BY SIZE
               INTO FP-PIZZAHST-DAT.
           MOVE SPACES TO FP-POREG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'POREG.DAT' DELIMITED BY SIZE
               INTO FP-POREG-DAT.
           MOVE SPACES TO FP-APINV-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'APINV.PST' DELIMITED BY SIZE
               INTO FP-APINV-PST.
           MOVE SPACES TO FP-APOPEN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'APOPEN.DAT' DELIMITED BY SIZE
               INTO FP-APOPEN-DAT.
           MOVE SPACES TO FP-BANKRECN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BANKRECN.DAT' DELIMITED BY SIZE
               INTO FP-BANKRECN-DAT.
           MOVE SPACES TO FP-CASHMIN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CASHMIN.DAT' DELIMITED BY SIZE
               INTO FP-CASHMIN-DAT.
           MOVE SPACES TO FP-CASHFCST-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CASHFCST.PRT' DELIMITED BY SIZE
               INTO FP-CASHFCST-PRT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB95.
