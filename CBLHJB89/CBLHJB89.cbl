       IDENTIFICATION DIVISION.
      *COMBINED CUSTOMER STATEMENT. MONTHLY ('M' ON PROCCAL.DAT),
      *AHEAD OF THE CBLHJB15 RENT STATEMENTS. A FAMILY THAT RENTS
      *FROM US, CARRIES A BOAT LOAN, HAS A BOAT IN THE SERVICE SHOP,
      *AND BUYS POP FROM THE FUNDRAISER USED TO GET A SEPARATE PIECE
      *OF PAPER FROM EACH LINE. EVERY CUSTMST.DAT CUSTOMER WITH MORE
      *THAN ONE ACTIVE RELATIONSHIP NOW GETS ONE PAGE ON COMBSTMT.PRT
      *SHOWING: THE RENT DUE FOR EACH UNIT ON MONBILLS.IDX (SAME
      *MATH AS CBLHJB04 AND CBLHJB15, MATCHED THROUGH TENANT.IDX ON
      *SURNAME AND STREET THE WAY CBLHJB51 MATCHES), THE BALANCE,
      *ANY PAST-DUE INSTALLMENTS AND THE NEXT PAYMENT ON EACH OPEN
      *BOATLOAN.DAT LOAN (SURNAME AND STATE), THE SVCORD.DAT REPAIR
      *ORDERS STILL IN THE SHOP OR BILLED OR WARRANTIED THIS MONTH,
      *AND THIS CAMPAIGN'S CBLPOPSL.DAT POP PURCHASES (CAMPCTL.DAT,
      *PRICED AS CBLHJB05 PRICES THEM), WITH A SINGLE TOTAL OWED.
      *A CUSTOMER WHOSE MAILPREF.DAT PREFERENCE IS C (ONE MAILING)
      *HAS EACH RENT UNIT AND LOAN ON THE STATEMENT WRITTEN TO
      *STMTSUPP.DAT FOR THE MONTH, AND CBLHJB15 HOLDS BACK THAT
      *UNIT'S SEPARATE RENT STATEMENT. STMTSUPP.PRT LISTS EVERY
      *ITEM COMBINED AND WHETHER ITS SEPARATE MAILING WAS HELD BACK.
      *MONBILLS.IDX AND TENANT.IDX ARE INDEXED BY BUILDING AND
      *UNIT AND ARE READ HERE IN KEY ORDER.
       PROGRAM-ID. CBLHJB89.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT CUST-MASTER
               ASSIGN TO DYNAMIC FP-CUSTMST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-CUST-STATUS.

           SELECT OPTIONAL MAIL-PREF
               ASSIGN TO DYNAMIC FP-MAILPREF-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TENANT-MASTER
               ASSIGN TO DYNAMIC FP-TENANT-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS TN-KEY.

           SELECT OPTIONAL BILL-INPUT
               ASSIGN TO DYNAMIC FP-MONBILLS-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS I-KEY.

           SELECT OPTIONAL BLD-RATE-FILE
               ASSIGN TO DYNAMIC FP-BLDRATE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOAN-MASTER
               ASSIGN TO DYNAMIC FP-BOATLOAN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ORDER-MASTER
               ASSIGN TO DYNAMIC FP-SVCORD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POP-INPUT
               ASSIGN TO DYNAMIC FP-CBLPOPSL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CAMP-CTL
               ASSIGN TO DYNAMIC FP-CAMPCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STMT-SUPP
               ASSIGN TO DYNAMIC FP-STMTSUPP-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-COMBSTMT-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT SUPPOUT
               ASSIGN TO DYNAMIC FP-STMTSUPP-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
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

           FD MAIL-PREF
           LABEL RECORD IS STANDARD
           DATA RECORD IS MP-REC
           RECORD CONTAINS 15 CHARACTERS.

       01 MP-REC.
           05 MP-CUST-ID               PIC 9(6).
           05 MP-PREF                  PIC X.
           05 MP-ASKED-DATE            PIC 9(8).

           FD TENANT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS TN-REC
           RECORD CONTAINS 79 CHARACTERS.

       01 TN-REC.
           05 TN-KEY.
               10 TN-BLD-CODE          PIC XX.
               10 TN-UNIT              PIC 99.
           05 TN-NAME                  PIC X(25).
           05 TN-ADDRESS               PIC X(15).
           05 TN-CITY                  PIC X(10).
           05 TN-STATE                 PIC XX.
           05 TN-ZIP                   PIC 9(5).
           05 TN-PHONE                 PIC X(10).
           05 TN-MOVE-IN               PIC 9(8).

           FD BILL-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 I-REC.
           05 I-KEY.
               10 I-BLD-CODE           PIC XX.
               10 I-UNIT               PIC 99.
                   88 VAL-UNIT-PREM    VALUE 23, 25.
           05 I-TENANTS                PIC 9.
               88 VAL-BASE-TENANTS     VALUE 1.
               88 VAL-2-3-TENANTS      VALUE 2 THRU 3.
               88 VAL-4-TENANTS        VALUE 4 THRU 9.
           05 I-ELECTRIC               PIC 999V99.
           05 I-GAS                    PIC 999V99.
           05 I-WATER                  PIC 999V99.
           05 I-GARBAGE                PIC 99V99.
           05 I-PRIOR-BALANCE          PIC 9(4)V99.
           05 I-LEASE-START.
               10 I-LEASE-YEAR         PIC 9(4).
               10 I-LEASE-MONTH        PIC 99.
               10 I-LEASE-DAY          PIC 99.
           05 I-LEASE-TERM             PIC 99.

           FD BLD-RATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BR-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 BR-REC.
           05 BR-BLD-CODE              PIC XX.
           05 BR-BLD-NAME              PIC X(15).
           05 BR-RATE-TYPE             PIC X.
           05 BR-RATE                  PIC S9V9999.
           05 BR-UNIT-COUNT            PIC 9(3).
           05 BR-BASE-RENT             PIC 9(4)V99.

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

           FD ORDER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SO-REC
           RECORD CONTAINS 55 CHARACTERS.

       01 SO-REC.
           05 SO-RO-NO                 PIC X(6).
           05 SO-CUST-ID               PIC 9(6).
           05 SO-HULL-ID               PIC X(8).
           05 SO-OPEN-DATE             PIC 9(8).
           05 SO-STATUS                PIC X.
           05 SO-CLOSE-DATE            PIC 9(8).
           05 SO-BILL-STATUS           PIC X.
           05 SO-BILL-DATE             PIC 9(8).
           05 SO-INVOICE-AMT           PIC 9(7)V99.

           FD POP-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS PO-REC
           RECORD CONTAINS 105 CHARACTERS.

       01 PO-REC.
           05 PO-LNAME                 PIC X(15).
           05 PO-FNAME                 PIC X(15).
           05 PO-ADDRESS               PIC X(15).
           05 PO-CITY                  PIC X(10).
           05 PO-STATE                 PIC XX.
           05 PO-ZIP                   PIC 9(9).
           05 PO-POP-TYPE              PIC 99.
           05 PO-CASES                 PIC 99.
           05 PO-TEAM                  PIC X.
           05 PO-CAMPAIGN              PIC X(4).
           05 FILLER                   PIC X(30).

           FD CAMP-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS CA-REC
           RECORD CONTAINS 4 CHARACTERS.

       01 CA-REC.
           05 CA-CAMPAIGN              PIC X(4).

           FD STMT-SUPP
           LABEL RECORD IS STANDARD
           DATA RECORD IS SS-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 SS-REC.
           05 SS-STMT-DATE             PIC 9(8).
           05 SS-TYPE                  PIC X.
           05 SS-CUST-ID               PIC 9(6).
           05 SS-KEY                   PIC X(17).

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS.

       01 PRTLINE                      PIC X(132).

           FD SUPPOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS SUPPLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 SUPPLINE                     PIC X(132).

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
           05 FP-CUSTMST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-MAILPREF-DAT        PIC X(40)   VALUE SPACES.
           05 FP-TENANT-IDX          PIC X(40)   VALUE SPACES.
           05 FP-MONBILLS-IDX        PIC X(40)   VALUE SPACES.
           05 FP-BLDRATE-DAT         PIC X(40)   VALUE SPACES.
           05 FP-BOATLOAN-DAT        PIC X(40)   VALUE SPACES.
           05 FP-SVCORD-DAT          PIC X(40)   VALUE SPACES.
           05 FP-CBLPOPSL-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CAMPCTL-DAT         PIC X(40)   VALUE SPACES.
           05 FP-STMTSUPP-DAT        PIC X(40)   VALUE SPACES.
           05 FP-COMBSTMT-PRT        PIC X(40)   VALUE SPACES.
           05 FP-STMTSUPP-PRT        PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 C-CUST-STATUS        PIC XX      VALUE '00'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-READ-CTR           PIC 9(7)    VALUE 0.
               05 C-STMT-CTR           PIC 9(5)    VALUE 0.
               05 C-ONE-MAIL-CTR       PIC 9(5)    VALUE 0.
               05 C-RENT-HELD-CTR      PIC 9(5)    VALUE 0.
               05 C-LOAN-HELD-CTR      PIC 9(5)    VALUE 0.
               05 C-PRF-CTR            PIC 9(4)    VALUE 0.
               05 C-PRF-SUB            PIC 9(4)    VALUE 0.
               05 C-TEN-CTR            PIC 9(4)    VALUE 0.
               05 C-TEN-SUB            PIC 9(4)    VALUE 0.
               05 C-BIL-CTR            PIC 9(4)    VALUE 0.
               05 C-BIL-SUB            PIC 9(4)    VALUE 0.
               05 C-BLD-RATE-CTR       PIC 999     VALUE 0.
               05 BR-SUB               PIC 999     VALUE 0.
               05 C-LN-CTR             PIC 9(4)    VALUE 0.
               05 C-LN-SUB             PIC 9(4)    VALUE 0.
               05 C-ORD-CTR            PIC 9(4)    VALUE 0.
               05 C-ORD-SUB            PIC 9(4)    VALUE 0.
               05 C-POP-CTR            PIC 9(4)    VALUE 0.
               05 C-POP-SUB            PIC 9(4)    VALUE 0.
               05 C-SLN-CTR            PIC 99      VALUE 0.
               05 C-SLN-SUB            PIC 99      VALUE 0.
               05 C-OVFL-SW            PIC X       VALUE 'N'.
                  88 C-OVFL            VALUE 'Y'.
               05 C-OVFL-TABLE         PIC X(15)   VALUE SPACES.
               05 C-ONE-MAIL-SW        PIC X       VALUE 'N'.
                  88 C-ONE-MAIL        VALUE 'Y'.
               05 C-SEL-CAMPAIGN       PIC X(4)    VALUE SPACES.
               05 C-REL-CTR            PIC 9       VALUE 0.
               05 C-HAS-RENT           PIC X       VALUE 'N'.
               05 C-HAS-LOAN           PIC X       VALUE 'N'.
               05 C-HAS-SVC            PIC X       VALUE 'N'.
               05 C-HAS-POP            PIC X       VALUE 'N'.
               05 C-TOTAL-OWED         PIC 9(8)V99 VALUE 0.
               05 C-DEP                PIC 9V99    VALUE 0.
               05 C-DEP-AMT            PIC 9(5)V99 VALUE 0.
               05 C-POP-AMT            PIC 9(7)V99 VALUE 0.
               05 C-MONTHS-ELAPSED     PIC S9(5)   VALUE 0.
               05 C-PMTS-BEHIND        PIC S9(5)   VALUE 0.
               05 C-PAST-DUE-AMT       PIC 9(8)V99 VALUE 0.
               05 C-NEXT-AMT           PIC 9(8)V99 VALUE 0.
               05 C-DUE-MONTHS         PIC 9(7)    VALUE 0.
               05 C-DUE-YEAR           PIC 9(4)    VALUE 0.
               05 C-DUE-MONTH          PIC 99      VALUE 0.
               05 C-DUE-DAY            PIC 99      VALUE 0.
               05 C-BEHIND-ED          PIC Z9.
               05 C-CASES-ED           PIC ZZ,ZZ9.
               05 C-NAME-WORK          PIC X(31)   VALUE SPACES.
               05 C-OPEN-DATE.
                   10 C-OPEN-YEAR      PIC 9(4).
                   10 C-OPEN-MONTH     PIC 99.
                   10 C-OPEN-DAY       PIC 99.
               05 C-TODAY-DATE.
                   10 C-TODAY-YEAR     PIC 9(4).
                   10 C-TODAY-MONTH    PIC 99.
                   10 C-TODAY-DAY      PIC 99.
               05 C-TODAY-DATE-N REDEFINES C-TODAY-DATE PIC 9(8).
               05 C-TODAY-PERIOD       PIC 9(6)    VALUE 0.
               05 C-BILL-PERIOD        PIC 9(6)    VALUE 0.
               05 CALCS.
                   10 C-BASE-RENT      PIC 9(5)V99   VALUE 0.
                   10 C-TENANT-CHARGE  PIC 9(5)V99   VALUE 0.
                   10 C-PREM-DISC      PIC S9(6)V99  VALUE 0.
                   10 C-TOTAL-UTIL-COST PIC 9(6)V99  VALUE 0.
                   10 C-SUBTOTAL       PIC 9(6)V99   VALUE 0.
                   10 C-RENT-DUE       PIC 9(6)V99   VALUE 0.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

           01 PREF-TABLE.
               05 PRF-ENTRY            OCCURS 2000 TIMES.
                   10 PRF-CUST-ID      PIC 9(6).
                   10 PRF-PREF         PIC X.

           01 TENANT-TABLE.
               05 TEN-ENTRY            OCCURS 1000 TIMES.
                   10 TEN-BLD-CODE     PIC XX.
                   10 TEN-UNIT         PIC 99.
                   10 TEN-NAME         PIC X(25).
                   10 TEN-ADDRESS      PIC X(15).

           01 BILL-TABLE.
               05 BIL-ENTRY            OCCURS 1000 TIMES.
                   10 BIL-BLD-CODE     PIC XX.
                   10 BIL-UNIT         PIC 99.
                   10 BIL-RENT-DUE     PIC 9(6)V99.

           01 BLD-RATE-TABLE.
               05 BLD-RATE-ENTRY       OCCURS 200 TIMES.
                   10 BRT-BLD-CODE     PIC XX.
                   10 BRT-BLD-NAME     PIC X(15).
                   10 BRT-RATE-TYPE    PIC X.
                       88 BRT-PREMIUM-BLD      VALUE 'P'.
                       88 BRT-SEASONAL-BLD     VALUE 'S'.
                       88 BRT-ALWAYS-DISC-BLD  VALUE 'A'.
                   10 BRT-RATE         PIC S9V9999.

           01 LOAN-TABLE.
               05 LN-ENTRY             OCCURS 1000 TIMES.
                   10 LN-LAST-NAME     PIC X(15).
                   10 LN-STATE         PIC XX.
                   10 LN-TERM          PIC 9(3).
                   10 LN-PMT           PIC 9(6)V99.
                   10 LN-BALANCE       PIC 9(8)V99.
                   10 LN-OPEN-DATE     PIC 9(8).
                   10 LN-PMTS-MADE     PIC 9(3).

      *    ONLY ORDERS STILL IN THE SHOP, OR BILLED OR WARRANTIED
      *    IN THE STATEMENT MONTH, ARE KEPT.
           01 ORDER-TABLE.
               05 ORD-ENTRY            OCCURS 2000 TIMES.
                   10 ORD-RO-NO        PIC X(6).
                   10 ORD-CUST-ID      PIC 9(6).
                   10 ORD-BILL-STATUS  PIC X.
                   10 ORD-BILL-DATE    PIC 9(8).
                   10 ORD-INVOICE-AMT  PIC 9(7)V99.

      *    ONE ENTRY PER BUYER (SURNAME AND STREET) FOR THE CAMPAIGN.
           01 POP-TABLE.
               05 POP-ENTRY            OCCURS 2000 TIMES.
                   10 POP-LNAME        PIC X(15).
                   10 POP-ADDRESS      PIC X(15).
                   10 POP-CASES        PIC 9(5).
                   10 POP-AMOUNT       PIC 9(7)V99.

      *    THE LINES GATHERED FOR THE CUSTOMER IN HAND. AN R OR L
      *    LINE CARRIES THE KEY OF THE SEPARATE MAILING IT REPLACES.
           01 STMT-LINE-TABLE.
               05 SLN-ENTRY            OCCURS 40 TIMES.
                   10 SLN-TYPE         PIC X.
                   10 SLN-DESC         PIC X(44).
                   10 SLN-BALANCE      PIC 9(8)V99.
                   10 SLN-DUE          PIC 9(8)V99.
                   10 SLN-KEY          PIC X(17).

           01 STMT-HEADER-LINE.
               05 FILLER               PIC X(15)
                  VALUE 'FURLY S RENTALS'.
               05 FILLER               PIC X(30)   VALUE SPACES.
               05 FILLER               PIC X(21)
                  VALUE 'COMBINED STATEMENT - '.
               05 SH-MONTH             PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 SH-DAY               PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 SH-YEAR              PIC X(4).

           01 STMT-NAME-LINE.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 SN-NAME              PIC X(31).
               05 FILLER               PIC X(20)   VALUE SPACES.
               05 FILLER               PIC X(13)
                  VALUE 'CUSTOMER NO: '.
               05 SN-CUST-ID           PIC 9(6).

           01 STMT-ADDR-LINE.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 SA-ADDRESS           PIC X(15).

           01 STMT-CITY-LINE.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 SC-CITY              PIC X(10).
               05 FILLER               PIC XX      VALUE ', '.
               05 SC-STATE             PIC XX.
               05 FILLER               PIC XX      VALUE SPACES.
               05 SC-ZIP               PIC 9(5).

           01 STMT-COL-HEADING.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(44)
                  VALUE 'ACCOUNT'.
               05 FILLER               PIC X(16)
                  VALUE '         BALANCE'.
               05 FILLER               PIC X(16)
                  VALUE '      AMOUNT DUE'.

           01 STMT-ITEM-LINE.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 SI-DESC              PIC X(44).
               05 SI-BALANCE           PIC $$$,$$$,$$9.99
                                       BLANK WHEN ZERO.
               05 FILLER               PIC XX      VALUE SPACES.
               05 SI-DUE               PIC $$$,$$$,$$9.99.

           01 STMT-TOTAL-LINE.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(60)
                  VALUE 'TOTAL OWED'.
               05 ST-TOTAL             PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(24)
                  VALUE 'DUE ON RECEIPT - THANKS '.

           01 STMT-NOTE-LINE.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 SNT-TEXT             PIC X(80).

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(24)   VALUE SPACES.
               05 FILLER               PIC X(50)
                  VALUE 'COMBINED STATEMENTS - SEPARATE MAILINGS'.
               05 FILLER               PIC X(20)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 COL-HEADING.
               05 FILLER               PIC X(8)    VALUE 'CUST NO'.
               05 FILLER               PIC X(17)   VALUE 'LAST NAME'.
               05 FILLER               PIC X(3)    VALUE 'PRF'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(46)
                  VALUE 'ITEM COMBINED'.
               05 FILLER               PIC X(16)
                  VALUE '      AMOUNT DUE'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(24)
                  VALUE 'SEPARATE MAILING'.

           01 DETAIL-LINE.
               05 D-CUST-ID            PIC 9(6).
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-LNAME              PIC X(15).
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-PREF               PIC X.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 D-DESC               PIC X(44).
               05 FILLER               PIC XX      VALUE SPACES.
               05 D-DUE                PIC $$$,$$$,$$9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 D-MAILING            PIC X(26).

           01 TOTAL-LINE1.
               05 FILLER               PIC X(30)
                  VALUE 'CUSTOMERS READ:'.
               05 GT-READ-CTR          PIC ZZZ,ZZ9.
           01 TOTAL-LINE2.
               05 FILLER               PIC X(30)
                  VALUE 'COMBINED STATEMENTS PRINTED:'.
               05 GT-STMT-CTR          PIC ZZZ,ZZ9.
           01 TOTAL-LINE3.
               05 FILLER               PIC X(30)
                  VALUE '  OF WHICH ONE MAILING ONLY:'.
               05 GT-ONE-MAIL-CTR      PIC ZZZ,ZZ9.
           01 TOTAL-LINE4.
               05 FILLER               PIC X(30)
                  VALUE 'RENT STATEMENTS HELD BACK:'.
               05 GT-RENT-HELD-CTR     PIC ZZZ,ZZ9.
           01 TOTAL-LINE5.
               05 FILLER               PIC X(30)
                  VALUE 'LOAN NOTICES HELD BACK:'.
               05 GT-LOAN-HELD-CTR     PIC ZZZ,ZZ9.

           01 NONE-LINE.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 FILLER               PIC X(50)
                  VALUE 'NO CUSTOMER HAS MORE THAN ONE ACTIVE ACCOUNT'.

           01 OVERFLOW-WARN-LINE.
               05 FILLER           PIC X(21)
                  VALUE '*** TABLE OVERFLOW - '.
               05 OVW-TABLE-NAME   PIC X(15).
               05 FILLER           PIC X(40)
                  VALUE ' ENTRIES DROPPED, STATEMENTS INCOMPLETE'.

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
               OPEN INPUT CUST-MASTER.
               IF C-CUST-STATUS NOT = '00'
                   DISPLAY 'CBLHJB89 - UNABLE TO OPEN CUST-MASTER, '
                       'STATUS = ' C-CUST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL
                   AT END
                       MOVE ZEROS TO RC-AS-OF-DATE
                       MOVE 'N'   TO RC-RERUN-FLAG.
               CLOSE RUN-CONTROL.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               IF RC-AS-OF-YEAR = ZERO
                   MOVE CURRENT-YEAR       TO C-TODAY-YEAR
                   MOVE CURRENT-MONTH      TO C-TODAY-MONTH
                   MOVE CURRENT-DAY        TO C-TODAY-DAY
               ELSE
                   MOVE RC-AS-OF-YEAR      TO C-TODAY-YEAR
                   MOVE RC-AS-OF-MONTH     TO C-TODAY-MONTH
                   MOVE RC-AS-OF-DAY       TO C-TODAY-DAY
               END-IF.
               COMPUTE C-TODAY-PERIOD = C-TODAY-DATE-N / 100.
               MOVE C-TODAY-MONTH          TO SH-MONTH.
               MOVE C-TODAY-DAY            TO SH-DAY.
               MOVE C-TODAY-YEAR           TO SH-YEAR.
               MOVE C-TODAY-MONTH          TO TITLE-MONTH.
               MOVE C-TODAY-DAY            TO TITLE-DAY.
               MOVE C-TODAY-YEAR           TO TITLE-YEAR.
               OPEN INPUT CAMP-CTL.
               READ CAMP-CTL
                   AT END
                       MOVE SPACES TO CA-CAMPAIGN.
               CLOSE CAMP-CTL.
               MOVE CA-CAMPAIGN TO C-SEL-CAMPAIGN.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT MAIL-PREF.
               PERFORM L3-LOAD-PREF
                   UNTIL MORE-RECS = 'NO'.
               CLOSE MAIL-PREF.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT TENANT-MASTER.
               PERFORM L3-LOAD-TENANT
                   UNTIL MORE-RECS = 'NO'.
               CLOSE TENANT-MASTER.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT BLD-RATE-FILE.
               PERFORM L3-LOAD-BLD-RATE
                   UNTIL MORE-RECS = 'NO'.
               CLOSE BLD-RATE-FILE.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT BILL-INPUT.
               PERFORM L3-LOAD-BILL
                   UNTIL MORE-RECS = 'NO'.
               CLOSE BILL-INPUT.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT LOAN-MASTER.
               PERFORM L3-LOAD-LOAN
                   UNTIL MORE-RECS = 'NO'.
               CLOSE LOAN-MASTER.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT ORDER-MASTER.
               PERFORM L3-LOAD-ORDER
                   UNTIL MORE-RECS = 'NO'.
               CLOSE ORDER-MASTER.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT POP-INPUT.
               PERFORM L3-LOAD-POP
                   UNTIL MORE-RECS = 'NO'.
               CLOSE POP-INPUT.
               OPEN OUTPUT PRTOUT.
               OPEN OUTPUT SUPPOUT.
               OPEN OUTPUT STMT-SUPP.
               PERFORM L4-HEADING.
               MOVE 'YES' TO MORE-RECS.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-GATHER-ACCOUNTS.
               IF C-REL-CTR > 1
                   PERFORM L3-PRINT-STATEMENT
                   PERFORM L3-LIST-COMBINED
               END-IF.
               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               IF C-STMT-CTR = 0
                   WRITE SUPPLINE FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF.
               MOVE C-READ-CTR             TO GT-READ-CTR.
               MOVE C-STMT-CTR             TO GT-STMT-CTR.
               MOVE C-ONE-MAIL-CTR         TO GT-ONE-MAIL-CTR.
               MOVE C-RENT-HELD-CTR        TO GT-RENT-HELD-CTR.
               MOVE C-LOAN-HELD-CTR        TO GT-LOAN-HELD-CTR.
               WRITE SUPPLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               WRITE SUPPLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               WRITE SUPPLINE FROM TOTAL-LINE3
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               WRITE SUPPLINE FROM TOTAL-LINE4
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               WRITE SUPPLINE FROM TOTAL-LINE5
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               IF C-OVFL
                   MOVE C-OVFL-TABLE       TO OVW-TABLE-NAME
                   WRITE SUPPLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE CUST-MASTER.
               CLOSE STMT-SUPP.
               CLOSE PRTOUT.
               CLOSE SUPPOUT.

           L3-READ-INPUT.
               READ CUST-MASTER
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-READ-CTR
               END-IF.

           L3-LOAD-PREF.
               READ MAIL-PREF
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF C-PRF-CTR < 2000
                           ADD 1 TO C-PRF-CTR
                           MOVE MP-CUST-ID TO PRF-CUST-ID(C-PRF-CTR)
                           MOVE MP-PREF    TO PRF-PREF(C-PRF-CTR)
                       ELSE
                           MOVE 'PREF-TABLE'   TO C-OVFL-TABLE
                           PERFORM L4-TABLE-OVERFLOW
                       END-IF
               END-READ.

           L3-LOAD-TENANT.
               READ TENANT-MASTER
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF C-TEN-CTR < 1000
                           ADD 1 TO C-TEN-CTR
                           MOVE TN-BLD-CODE TO TEN-BLD-CODE(C-TEN-CTR)
                           MOVE TN-UNIT     TO TEN-UNIT(C-TEN-CTR)
                           MOVE TN-NAME     TO TEN-NAME(C-TEN-CTR)
                           MOVE TN-ADDRESS  TO TEN-ADDRESS(C-TEN-CTR)
                       ELSE
                           MOVE 'TENANT-TABLE' TO C-OVFL-TABLE
                           PERFORM L4-TABLE-OVERFLOW
                       END-IF
               END-READ.

           L3-LOAD-BLD-RATE.
               READ BLD-RATE-FILE
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF C-BLD-RATE-CTR < 200
                           ADD 1 TO C-BLD-RATE-CTR
                           MOVE BR-BLD-CODE  TO
                               BRT-BLD-CODE(C-BLD-RATE-CTR)
                           MOVE BR-BLD-NAME  TO
                               BRT-BLD-NAME(C-BLD-RATE-CTR)
                           MOVE BR-RATE-TYPE TO
                               BRT-RATE-TYPE(C-BLD-RATE-CTR)
                           MOVE BR-RATE      TO
                               BRT-RATE(C-BLD-RATE-CTR)
                       ELSE
                           MOVE 'BLD-RATE-TABLE' TO C-OVFL-TABLE
                           PERFORM L4-TABLE-OVERFLOW
                       END-IF
               END-READ.

           L3-LOAD-BILL.
               READ BILL-INPUT
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF C-BIL-CTR < 1000
                           ADD 1 TO C-BIL-CTR
                           PERFORM L4-RENT-CALCS
                           MOVE I-BLD-CODE TO BIL-BLD-CODE(C-BIL-CTR)
                           MOVE I-UNIT     TO BIL-UNIT(C-BIL-CTR)
                           MOVE C-RENT-DUE TO BIL-RENT-DUE(C-BIL-CTR)
                       ELSE
                           MOVE 'BILL-TABLE'   TO C-OVFL-TABLE
                           PERFORM L4-TABLE-OVERFLOW
                       END-IF
               END-READ.

           L3-LOAD-LOAN.
      *    A LOAN PAID IN FULL, OR WITH NOTHING LEFT OWING, IS NOT
      *    AN ACTIVE RELATIONSHIP.
               READ LOAN-MASTER
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF BL-BALANCE > 0 AND BL-PAID-DATE = 0
                           IF C-LN-CTR < 1000
                               ADD 1 TO C-LN-CTR
                               MOVE BL-LAST-NAME TO
                                   LN-LAST-NAME(C-LN-CTR)
                               MOVE BL-STATE     TO LN-STATE(C-LN-CTR)
                               MOVE BL-TERM      TO LN-TERM(C-LN-CTR)
                               MOVE BL-PMT       TO LN-PMT(C-LN-CTR)
                               MOVE BL-BALANCE   TO
                                   LN-BALANCE(C-LN-CTR)
                               MOVE BL-OPEN-DATE TO
                                   LN-OPEN-DATE(C-LN-CTR)
                               MOVE BL-PMTS-MADE TO
                                   LN-PMTS-MADE(C-LN-CTR)
                           ELSE
                               MOVE 'LOAN-TABLE' TO C-OVFL-TABLE
                               PERFORM L4-TABLE-OVERFLOW
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-ORDER.
               READ ORDER-MASTER
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       COMPUTE C-BILL-PERIOD = SO-BILL-DATE / 100
                       IF SO-BILL-STATUS = SPACE
                           OR C-BILL-PERIOD = C-TODAY-PERIOD
                           IF C-ORD-CTR < 2000
                               ADD 1 TO C-ORD-CTR
                               MOVE SO-RO-NO   TO ORD-RO-NO(C-ORD-CTR)
                               MOVE SO-CUST-ID TO
                                   ORD-CUST-ID(C-ORD-CTR)
                               MOVE SO-BILL-STATUS TO
                                   ORD-BILL-STATUS(C-ORD-CTR)
                               MOVE SO-BILL-DATE TO
                                   ORD-BILL-DATE(C-ORD-CTR)
                               MOVE SO-INVOICE-AMT TO
                                   ORD-INVOICE-AMT(C-ORD-CTR)
                           ELSE
                               MOVE 'ORDER-TABLE' TO C-OVFL-TABLE
                               PERFORM L4-TABLE-OVERFLOW
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-POP.
      *    A BLANK OR MISSING CAMPCTL.DAT TAKES EVERY CAMPAIGN, AS
      *    IT DOES FOR CBLHJB05.
               READ POP-INPUT
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF (C-SEL-CAMPAIGN = SPACES
                               OR PO-CAMPAIGN = C-SEL-CAMPAIGN)
                           AND PO-CASES NUMERIC
                           PERFORM L4-ADD-POP
                       END-IF
               END-READ.

           L4-ADD-POP.
      *    PRICED AS CBLHJB05 PRICES THE SALE - CASE PRICE PLUS THE
      *    STATE CAN DEPOSIT ON 24 CANS A CASE.
               EVALUATE PO-STATE
                   WHEN 'IA'
                       MOVE 0.05 TO C-DEP
                   WHEN 'MI'
                       MOVE 0.10 TO C-DEP
                   WHEN 'NE'
                       MOVE 0.05 TO C-DEP
                   WHEN 'WI'
                       MOVE 0.05 TO C-DEP
                   WHEN OTHER
                       MOVE 0    TO C-DEP
               END-EVALUATE.
               COMPUTE C-DEP-AMT = C-DEP * (24 * PO-CASES).
               COMPUTE C-POP-AMT = (18.71 * PO-CASES) + C-DEP-AMT.
               PERFORM VARYING C-POP-SUB FROM 1 BY 1
                   UNTIL C-POP-SUB > C-POP-CTR
                       OR (POP-LNAME(C-POP-SUB) = PO-LNAME
                           AND POP-ADDRESS(C-POP-SUB) = PO-ADDRESS)
               END-PERFORM.
               IF C-POP-SUB > C-POP-CTR
                   IF C-POP-CTR < 2000
                       ADD 1 TO C-POP-CTR
                       MOVE C-POP-CTR  TO C-POP-SUB
                       MOVE PO-LNAME   TO POP-LNAME(C-POP-SUB)
                       MOVE PO-ADDRESS TO POP-ADDRESS(C-POP-SUB)
                       MOVE 0          TO POP-CASES(C-POP-SUB)
                       MOVE 0          TO POP-AMOUNT(C-POP-SUB)
                   ELSE
                       MOVE 'POP-TABLE'    TO C-OVFL-TABLE
                       PERFORM L4-TABLE-OVERFLOW
                   END-IF
               END-IF.
               IF C-POP-SUB <= C-POP-CTR
                   ADD PO-CASES  TO POP-CASES(C-POP-SUB)
                   ADD C-POP-AMT TO POP-AMOUNT(C-POP-SUB)
               END-IF.

           L4-TABLE-OVERFLOW.
               IF NOT C-OVFL
                   SET C-OVFL TO TRUE
                   DISPLAY 'CBLHJB89 - ' C-OVFL-TABLE
                       ' OVERFLOW, STATEMENTS INCOMPLETE'
                   MOVE 8 TO RETURN-CODE
               END-IF.

           L4-RENT-CALCS.
      *    SAME BILLING MATH AS CBLHJB04 AND CBLHJB15 SO THE
      *    COMBINED STATEMENT ALWAYS AGREES WITH THE RENT STATEMENT.
               EVALUATE I-UNIT
                   WHEN 1 THRU 8
                       COMPUTE C-BASE-RENT ROUNDED = 650
                       IF VAL-2-3-TENANTS
                           COMPUTE C-TENANT-CHARGE ROUNDED =
                               25 * I-TENANTS
                       ELSE
                           IF VAL-4-TENANTS
                               MOVE 83.45 TO C-TENANT-CHARGE
                           ELSE
                               MOVE 0     TO C-TENANT-CHARGE
                           END-IF
                       END-IF
                   WHEN 9 THRU 16
                       COMPUTE C-BASE-RENT ROUNDED = 700
                       IF VAL-2-3-TENANTS
                           COMPUTE C-TENANT-CHARGE ROUNDED =
                               35.55 * I-TENANTS
                       ELSE
                           IF VAL-4-TENANTS
                               MOVE 135   TO C-TENANT-CHARGE
                           ELSE
                               MOVE 0     TO C-TENANT-CHARGE
                           END-IF
                       END-IF
                   WHEN 17 THRU 25
                       COMPUTE C-BASE-RENT ROUNDED = 825
                       IF VAL-2-3-TENANTS
                           COMPUTE C-TENANT-CHARGE ROUNDED =
                               50 * I-TENANTS
                       ELSE
                           IF VAL-4-TENANTS
                               MOVE 185.60 TO C-TENANT-CHARGE
                           ELSE
                               MOVE 0      TO C-TENANT-CHARGE
                           END-IF
                       END-IF
               END-EVALUATE.
               MOVE 0 TO C-PREM-DISC.
               PERFORM VARYING BR-SUB FROM 1 BY 1
                   UNTIL BR-SUB > C-BLD-RATE-CTR
                       OR BRT-BLD-CODE(BR-SUB) = I-BLD-CODE
               END-PERFORM.
               IF BR-SUB <= C-BLD-RATE-CTR
                   EVALUATE TRUE
                       WHEN BRT-PREMIUM-BLD(BR-SUB)
                           IF VAL-UNIT-PREM
                               COMPUTE C-PREM-DISC ROUNDED =
                                   C-BASE-RENT * BRT-RATE(BR-SUB)
                           END-IF
                       WHEN BRT-SEASONAL-BLD(BR-SUB)
                           IF C-TODAY-MONTH = 7 OR C-TODAY-MONTH = 12
                               COMPUTE C-PREM-DISC ROUNDED =
                                   C-BASE-RENT * BRT-RATE(BR-SUB)
                           END-IF
                       WHEN BRT-ALWAYS-DISC-BLD(BR-SUB)
                           COMPUTE C-PREM-DISC ROUNDED =
                               C-BASE-RENT * BRT-RATE(BR-SUB)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.
               COMPUTE C-SUBTOTAL ROUNDED =
                   C-TENANT-CHARGE + C-BASE-RENT + C-PREM-DISC.
               COMPUTE C-TOTAL-UTIL-COST ROUNDED =
                   I-ELECTRIC + I-GAS + I-WATER + I-GARBAGE.
               COMPUTE C-RENT-DUE ROUNDED =
                   C-TOTAL-UTIL-COST + C-SUBTOTAL + I-PRIOR-BALANCE.

           L3-GATHER-ACCOUNTS.
               MOVE 0   TO C-SLN-CTR.
               MOVE 0   TO C-REL-CTR.
               MOVE 0   TO C-TOTAL-OWED.
               MOVE 'N' TO C-HAS-RENT.
               MOVE 'N' TO C-HAS-LOAN.
               MOVE 'N' TO C-HAS-SVC.
               MOVE 'N' TO C-HAS-POP.
               IF CU-SRC-TENANT = 'Y'
                   PERFORM L4-GATHER-RENT
                       VARYING C-TEN-SUB FROM 1 BY 1
                           UNTIL C-TEN-SUB > C-TEN-CTR
               END-IF.
               IF CU-SRC-BOAT = 'Y'
                   PERFORM L4-GATHER-LOAN
                       VARYING C-LN-SUB FROM 1 BY 1
                           UNTIL C-LN-SUB > C-LN-CTR
               END-IF.
               PERFORM L4-GATHER-SERVICE
                   VARYING C-ORD-SUB FROM 1 BY 1
                       UNTIL C-ORD-SUB > C-ORD-CTR.
               IF CU-SRC-POP = 'Y'
                   PERFORM L4-GATHER-POP
                       VARYING C-POP-SUB FROM 1 BY 1
                           UNTIL C-POP-SUB > C-POP-CTR
               END-IF.
               IF C-HAS-RENT = 'Y'
                   ADD 1 TO C-REL-CTR
               END-IF.
               IF C-HAS-LOAN = 'Y'
                   ADD 1 TO C-REL-CTR
               END-IF.
               IF C-HAS-SVC = 'Y'
                   ADD 1 TO C-REL-CTR
               END-IF.
               IF C-HAS-POP = 'Y'
                   ADD 1 TO C-REL-CTR
               END-IF.

           L4-GATHER-RENT.
      *    THE TENANT IS THE CUSTOMER WHEN THE FIRST 15 BYTES OF THE
      *    TENANT NAME AND THE STREET AGREE, AS CBLHJB51 MATCHES.
               IF TEN-NAME(C-TEN-SUB)(1:15) = CU-LNAME
                   AND TEN-ADDRESS(C-TEN-SUB) = CU-ADDRESS
                   PERFORM VARYING C-BIL-SUB FROM 1 BY 1
                       UNTIL C-BIL-SUB > C-BIL-CTR
                           OR (BIL-BLD-CODE(C-BIL-SUB) =
                                   TEN-BLD-CODE(C-TEN-SUB)
                               AND BIL-UNIT(C-BIL-SUB) =
                                   TEN-UNIT(C-TEN-SUB))
                   END-PERFORM
                   IF C-BIL-SUB <= C-BIL-CTR
                       PERFORM L5-NEXT-LINE
                       MOVE 'Y' TO C-HAS-RENT
                       MOVE 'R' TO SLN-TYPE(C-SLN-SUB)
                       PERFORM L5-FIND-BLD-NAME
                       MOVE BIL-RENT-DUE(C-BIL-SUB) TO
                           SLN-DUE(C-SLN-SUB)
                       MOVE SPACES TO SLN-KEY(C-SLN-SUB)
                       MOVE BIL-BLD-CODE(C-BIL-SUB) TO
                           SLN-KEY(C-SLN-SUB)(1:2)
                       MOVE BIL-UNIT(C-BIL-SUB) TO
                           SLN-KEY(C-SLN-SUB)(3:2)
                   END-IF
               END-IF.

           L5-FIND-BLD-NAME.
               PERFORM VARYING BR-SUB FROM 1 BY 1
                   UNTIL BR-SUB > C-BLD-RATE-CTR
                       OR BRT-BLD-CODE(BR-SUB) =
                           BIL-BLD-CODE(C-BIL-SUB)
               END-PERFORM.
               MOVE SPACES TO SLN-DESC(C-SLN-SUB).
               IF BR-SUB <= C-BLD-RATE-CTR
                   STRING 'RENT - ' BRT-BLD-NAME(BR-SUB)
                       ' UNIT ' BIL-UNIT(C-BIL-SUB)
                       DELIMITED BY SIZE INTO SLN-DESC(C-SLN-SUB)
               ELSE
                   STRING 'RENT - BUILDING ' BIL-BLD-CODE(C-BIL-SUB)
                       ' UNIT ' BIL-UNIT(C-BIL-SUB)
                       DELIMITED BY SIZE INTO SLN-DESC(C-SLN-SUB)
               END-IF.

           L4-GATHER-LOAN.
      *    A LOAN SHOULD HAVE ONE PAYMENT PER MONTH SINCE ITS OPEN
      *    DATE, AS CBLHJB38 AGES IT. WHAT IS BEHIND IS PAST DUE;
      *    THE NEXT INSTALLMENT FALLS ONE MONTH AFTER THE LAST ONE
      *    MADE. NEITHER IS MORE THAN THE BALANCE LEFT.
               IF LN-LAST-NAME(C-LN-SUB) = CU-LNAME
                   AND LN-STATE(C-LN-SUB) = CU-STATE
                   MOVE LN-OPEN-DATE(C-LN-SUB) TO C-OPEN-DATE
                   COMPUTE C-MONTHS-ELAPSED =
                       (C-TODAY-YEAR - C-OPEN-YEAR) * 12
                       + (C-TODAY-MONTH - C-OPEN-MONTH)
                   IF C-TODAY-DAY < C-OPEN-DAY
                       SUBTRACT 1 FROM C-MONTHS-ELAPSED
                   END-IF
                   IF C-MONTHS-ELAPSED > LN-TERM(C-LN-SUB)
                       MOVE LN-TERM(C-LN-SUB) TO C-MONTHS-ELAPSED
                   END-IF
                   COMPUTE C-PMTS-BEHIND =
                       C-MONTHS-ELAPSED - LN-PMTS-MADE(C-LN-SUB)
                   IF C-PMTS-BEHIND < 0
                       MOVE 0 TO C-PMTS-BEHIND
                   END-IF
                   COMPUTE C-PAST-DUE-AMT =
                       C-PMTS-BEHIND * LN-PMT(C-LN-SUB)
                   IF C-PAST-DUE-AMT > LN-BALANCE(C-LN-SUB)
                       MOVE LN-BALANCE(C-LN-SUB) TO C-PAST-DUE-AMT
                   END-IF
                   COMPUTE C-NEXT-AMT =
                       LN-BALANCE(C-LN-SUB) - C-PAST-DUE-AMT
                   IF C-NEXT-AMT > LN-PMT(C-LN-SUB)
                       MOVE LN-PMT(C-LN-SUB) TO C-NEXT-AMT
                   END-IF
                   COMPUTE C-DUE-MONTHS =
                       C-OPEN-YEAR * 12 + C-OPEN-MONTH - 1
                       + LN-PMTS-MADE(C-LN-SUB) + C-PMTS-BEHIND + 1
                   DIVIDE C-DUE-MONTHS BY 12 GIVING C-DUE-YEAR
                       REMAINDER C-DUE-MONTH
                   ADD 1 TO C-DUE-MONTH
                   MOVE C-OPEN-DAY TO C-DUE-DAY
                   IF C-DUE-DAY > 28
                       MOVE 28 TO C-DUE-DAY
                   END-IF
                   MOVE 'Y' TO C-HAS-LOAN
                   PERFORM L5-NEXT-LINE
                   MOVE 'L' TO SLN-TYPE(C-SLN-SUB)
                   MOVE SPACES TO SLN-DESC(C-SLN-SUB)
                   STRING 'BOAT LOAN - NEXT PAYMENT DUE '
                       C-DUE-MONTH '/' C-DUE-DAY '/' C-DUE-YEAR
                       DELIMITED BY SIZE INTO SLN-DESC(C-SLN-SUB)
                   MOVE LN-BALANCE(C-LN-SUB) TO SLN-BALANCE(C-SLN-SUB)
                   MOVE C-NEXT-AMT TO SLN-DUE(C-SLN-SUB)
                   MOVE SPACES TO SLN-KEY(C-SLN-SUB)
                   MOVE LN-LAST-NAME(C-LN-SUB) TO
                       SLN-KEY(C-SLN-SUB)(1:15)
                   MOVE LN-STATE(C-LN-SUB) TO
                       SLN-KEY(C-SLN-SUB)(16:2)
                   IF C-PAST-DUE-AMT > 0
                       PERFORM L5-NEXT-LINE
                       MOVE 'L' TO SLN-TYPE(C-SLN-SUB)
                       MOVE SPACES TO SLN-KEY(C-SLN-SUB)
                       MOVE SPACES TO SLN-DESC(C-SLN-SUB)
                       MOVE C-PMTS-BEHIND TO C-BEHIND-ED
                       STRING 'BOAT LOAN - PAST DUE, '
                           C-BEHIND-ED ' PAYMENT(S) BEHIND'
                           DELIMITED BY SIZE INTO SLN-DESC(C-SLN-SUB)
                       MOVE C-PAST-DUE-AMT TO SLN-DUE(C-SLN-SUB)
                   END-IF
               END-IF.

           L4-GATHER-SERVICE.
      *    AN ORDER STILL IN THE SHOP IS LISTED WITH NOTHING DUE
      *    UNTIL CBLHJB72 PRICES IT; WARRANTY WORK IS NEVER BILLED
      *    TO THE CUSTOMER.
               IF ORD-CUST-ID(C-ORD-SUB) = CU-CUST-ID
                   MOVE 'Y' TO C-HAS-SVC
                   PERFORM L5-NEXT-LINE
                   MOVE 'S' TO SLN-TYPE(C-SLN-SUB)
                   MOVE SPACES TO SLN-KEY(C-SLN-SUB)
                   MOVE SPACES TO SLN-DESC(C-SLN-SUB)
                   EVALUATE ORD-BILL-STATUS(C-ORD-SUB)
                       WHEN 'B'
                           STRING 'SERVICE - REPAIR ORDER '
                               ORD-RO-NO(C-ORD-SUB) ' INVOICED'
                               DELIMITED BY SIZE
                               INTO SLN-DESC(C-SLN-SUB)
                           MOVE ORD-INVOICE-AMT(C-ORD-SUB) TO
                               SLN-DUE(C-SLN-SUB)
                       WHEN 'W'
                           STRING 'SERVICE - REPAIR ORDER '
                               ORD-RO-NO(C-ORD-SUB) ' UNDER WARRANTY'
                               DELIMITED BY SIZE
                               INTO SLN-DESC(C-SLN-SUB)
                       WHEN OTHER
                           STRING 'SERVICE - REPAIR ORDER '
                               ORD-RO-NO(C-ORD-SUB) ' IN THE SHOP'
                               DELIMITED BY SIZE
                               INTO SLN-DESC(C-SLN-SUB)
                   END-EVALUATE
               END-IF.

           L4-GATHER-POP.
               IF POP-LNAME(C-POP-SUB) = CU-LNAME
                   AND POP-ADDRESS(C-POP-SUB) = CU-ADDRESS
                   MOVE 'Y' TO C-HAS-POP
                   PERFORM L5-NEXT-LINE
                   MOVE 'P' TO SLN-TYPE(C-SLN-SUB)
                   MOVE SPACES TO SLN-KEY(C-SLN-SUB)
                   MOVE SPACES TO SLN-DESC(C-SLN-SUB)
                   MOVE POP-CASES(C-POP-SUB) TO C-CASES-ED
                   STRING 'POP FUNDRAISER -' C-CASES-ED ' CASES'
                       DELIMITED BY SIZE INTO SLN-DESC(C-SLN-SUB)
                   MOVE POP-AMOUNT(C-POP-SUB) TO SLN-DUE(C-SLN-SUB)
               END-IF.

           L5-NEXT-LINE.
      *    PAST 40 LINES THE LAST ONE IS REUSED, SO THE TOTAL STAYS
      *    RIGHT EVEN IF THE DETAIL IS SHORT.
               IF C-SLN-CTR < 40
                   ADD 1 TO C-SLN-CTR
               ELSE
                   MOVE 'STMT-LINE-TABLE' TO C-OVFL-TABLE
                   PERFORM L4-TABLE-OVERFLOW
                   ADD SLN-DUE(C-SLN-CTR) TO C-TOTAL-OWED
               END-IF.
               MOVE C-SLN-CTR TO C-SLN-SUB.
               MOVE 0 TO SLN-BALANCE(C-SLN-SUB).
               MOVE 0 TO SLN-DUE(C-SLN-SUB).

           L3-PRINT-STATEMENT.
               ADD 1 TO C-STMT-CTR.
               MOVE 'N' TO C-ONE-MAIL-SW.
               PERFORM VARYING C-PRF-SUB FROM 1 BY 1
                   UNTIL C-PRF-SUB > C-PRF-CTR
                       OR PRF-CUST-ID(C-PRF-SUB) = CU-CUST-ID
               END-PERFORM.
               IF C-PRF-SUB <= C-PRF-CTR
                   IF PRF-PREF(C-PRF-SUB) = 'C'
                       SET C-ONE-MAIL TO TRUE
                       ADD 1 TO C-ONE-MAIL-CTR
                   END-IF
               END-IF.
               IF C-STMT-CTR = 1
                   WRITE PRTLINE FROM STMT-HEADER-LINE
               ELSE
                   WRITE PRTLINE FROM STMT-HEADER-LINE
                       AFTER ADVANCING PAGE
               END-IF.
               MOVE SPACES TO C-NAME-WORK.
               STRING CU-FNAME DELIMITED BY '  '
                   ' '      DELIMITED BY SIZE
                   CU-LNAME DELIMITED BY '  '
                   INTO C-NAME-WORK.
               MOVE C-NAME-WORK            TO SN-NAME.
               MOVE CU-CUST-ID             TO SN-CUST-ID.
               MOVE CU-ADDRESS             TO SA-ADDRESS.
               MOVE CU-CITY                TO SC-CITY.
               MOVE CU-STATE               TO SC-STATE.
               MOVE CU-ZIP(1:5)            TO SC-ZIP.
               WRITE PRTLINE FROM STMT-NAME-LINE
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM STMT-ADDR-LINE
                   AFTER ADVANCING 1 LINE.
               WRITE PRTLINE FROM STMT-CITY-LINE
                   AFTER ADVANCING 1 LINE.
               WRITE PRTLINE FROM STMT-COL-HEADING
                   AFTER ADVANCING 3 LINES.
               WRITE PRTLINE FROM SPACES.
               PERFORM L4-PRINT-ITEM
                   VARYING C-SLN-SUB FROM 1 BY 1
                       UNTIL C-SLN-SUB > C-SLN-CTR.
               MOVE C-TOTAL-OWED           TO ST-TOTAL.
               WRITE PRTLINE FROM STMT-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
               IF C-ONE-MAIL
                   MOVE 'AS YOU ASKED, THIS IS YOUR ONLY STATEMENT THIS'
                       TO SNT-TEXT
                   WRITE PRTLINE FROM STMT-NOTE-LINE
                       AFTER ADVANCING 3 LINES
                   MOVE 'MONTH - NO SEPARATE RENT STATEMENT OR LOAN'
                       TO SNT-TEXT
                   WRITE PRTLINE FROM STMT-NOTE-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE 'NOTICE WILL BE MAILED.' TO SNT-TEXT
                   WRITE PRTLINE FROM STMT-NOTE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF.

           L4-PRINT-ITEM.
               ADD SLN-DUE(C-SLN-SUB) TO C-TOTAL-OWED.
               MOVE SLN-DESC(C-SLN-SUB)    TO SI-DESC.
               MOVE SLN-BALANCE(C-SLN-SUB) TO SI-BALANCE.
               MOVE SLN-DUE(C-SLN-SUB)     TO SI-DUE.
               WRITE PRTLINE FROM STMT-ITEM-LINE
                   AFTER ADVANCING 1 LINE.

           L3-LIST-COMBINED.
               PERFORM L4-LIST-ONE-ITEM
                   VARYING C-SLN-SUB FROM 1 BY 1
                       UNTIL C-SLN-SUB > C-SLN-CTR.
               WRITE SUPPLINE FROM SPACES
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

           L4-LIST-ONE-ITEM.
               MOVE CU-CUST-ID             TO D-CUST-ID.
               MOVE CU-LNAME               TO D-LNAME.
               IF C-ONE-MAIL
                   MOVE 'C'                TO D-PREF
               ELSE
                   MOVE 'S'                TO D-PREF
               END-IF.
               MOVE SLN-DESC(C-SLN-SUB)    TO D-DESC.
               MOVE SLN-DUE(C-SLN-SUB)     TO D-DUE.
               EVALUATE TRUE
                   WHEN SLN-TYPE(C-SLN-SUB) = 'R' AND C-ONE-MAIL
                       MOVE 'RENT STATEMENT HELD BACK' TO D-MAILING
                       ADD 1 TO C-RENT-HELD-CTR
                       PERFORM L5-WRITE-SUPPRESSION
                   WHEN SLN-TYPE(C-SLN-SUB) = 'R'
                       MOVE 'RENT STATEMENT ALSO SENT' TO D-MAILING
                   WHEN SLN-TYPE(C-SLN-SUB) = 'L'
                       AND SLN-KEY(C-SLN-SUB) = SPACES
                       MOVE SPACES TO D-MAILING
                   WHEN SLN-TYPE(C-SLN-SUB) = 'L' AND C-ONE-MAIL
                       MOVE 'LOAN NOTICE HELD BACK' TO D-MAILING
                       ADD 1 TO C-LOAN-HELD-CTR
                       PERFORM L5-WRITE-SUPPRESSION
                   WHEN SLN-TYPE(C-SLN-SUB) = 'L'
                       MOVE 'LOAN NOTICE ALSO SENT' TO D-MAILING
                   WHEN OTHER
                       MOVE 'COMBINED STATEMENT ONLY' TO D-MAILING
               END-EVALUATE.
               WRITE SUPPLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

           L5-WRITE-SUPPRESSION.
               MOVE C-TODAY-DATE-N         TO SS-STMT-DATE.
               MOVE SLN-TYPE(C-SLN-SUB)    TO SS-TYPE.
               MOVE CU-CUST-ID             TO SS-CUST-ID.
               MOVE SLN-KEY(C-SLN-SUB)     TO SS-KEY.
               WRITE SS-REC.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               IF PAGE-CTR = 1
                   WRITE SUPPLINE FROM TITLE-LINE
               ELSE
                   WRITE SUPPLINE FROM TITLE-LINE
                       AFTER ADVANCING PAGE
               END-IF.
               WRITE SUPPLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.
               WRITE SUPPLINE FROM SPACES.

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
               MOVE 'CBLHJB89'             TO RL-PROGRAM-ID.
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
               MOVE 'CBLHJB89'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR          TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH         TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY           TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE C-READ-CTR             TO RL-RECS-READ.
               MOVE C-STMT-CTR             TO RL-RECS-PROCESSED.
               MOVE 0                      TO RL-RECS-REJECTED.
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
           MOVE SPACES TO FP-CUSTMST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CUSTMST.DAT' DELIMITED BY SIZE
               INTO FP-CUSTMST-DAT.
           MOVE SPACES TO FP-MAILPREF-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'MAILPREF.DAT' DELIMITED BY SIZE
               INTO FP-MAILPREF-DAT.
           MOVE SPACES TO FP-TENANT-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENANT.IDX' DELIMITED BY SIZE
               INTO FP-TENANT-IDX.
           MOVE SPACES TO FP-MONBILLS-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'MONBILLS.IDX' DELIMITED BY SIZE
               INTO FP-MONBILLS-IDX.
           MOVE SPACES TO FP-BLDRATE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BLDRATE.DAT' DELIMITED BY SIZE
               INTO FP-BLDRATE-DAT.
           MOVE SPACES TO FP-BOATLOAN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BOATLOAN.DAT' DELIMITED BY SIZE
               INTO FP-BOATLOAN-DAT.
           MOVE SPACES TO FP-SVCORD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'SVCORD.DAT' DELIMITED BY SIZE
               INTO FP-SVCORD-DAT.
           MOVE SPACES TO FP-CBLPOPSL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CBLPOPSL.DAT' DELIMITED BY SIZE
               INTO FP-CBLPOPSL-DAT.
           MOVE SPACES TO FP-CAMPCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CAMPCTL.DAT' DELIMITED BY SIZE
               INTO FP-CAMPCTL-DAT.
           MOVE SPACES TO FP-STMTSUPP-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STMTSUPP.DAT' DELIMITED BY SIZE
               INTO FP-STMTSUPP-DAT.
           MOVE SPACES TO FP-COMBSTMT-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'COMBSTMT.PRT' DELIMITED BY SIZE
               INTO FP-COMBSTMT-PRT.
           MOVE SPACES TO FP-STMTSUPP-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STMTSUPP.PRT' DELIMITED BY SIZE
               INTO FP-STMTSUPP-PRT.
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

       END PROGRAM CBLHJB89.
