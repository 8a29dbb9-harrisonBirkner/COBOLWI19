       IDENTIFICATION DIVISION.
      *DISBURSEMENTS - CHECK PRINTING, CHECK REGISTER, AND THE BANK
      *POSITIVE-PAY FILE. EVERY PROGRAM THAT APPROVES MONEY GOING
      *OUT QUEUES IT ON PAYQUE.DAT: OWNER REMITTANCES (CBLHJB46),
      *DEPOSIT REFUNDS (CBLHJB17), MOVE-OUT REFUNDS (CBLHJB47), AND
      *YEAR-END COMMISSIONS (CBLHJB43). THIS STEP FIRST APPLIES THE
      *VOIDS AND REISSUES KEYED ON CHKTRAN.DAT, THEN PAYS THE QUEUE,
      *PRINTING ONE CHECK PER PAYMENT ON CHECKS.PRT WITH SEQUENTIAL
      *NUMBERS FROM THE CHECK-STOCK CONTROL RECORD CHKCTL.DAT. THE
      *PAYEE NAME AND ADDRESS COME FROM PAYEE.DAT WHEN THE OFFICE
      *HAS KEYED ONE (A FORWARDING ADDRESS, OR THE SALESPEOPLE, WHO
      *ARE ON NO OTHER FILE), ELSE FROM OWNER.DAT FOR AN OWNER OR
      *THE UNIT'S LAST TENANT ON TENANT.HIS FOR A REFUND, WITH THE
      *CUSTMST.DAT ADDRESS OF RECORD WINNING FOR A TENANT THE
      *CUSTOMER MASTER KNOWS. A PAYMENT WITH NO ADDRESS, OR WITH NO
      *CHECK STOCK LEFT, IS HELD ON THE QUEUE FOR THE NEXT RUN; ONE
      *THAT MATCHES A CHECK ALREADY ON THE HISTORY IS REJECTED AS A
      *DUPLICATE. EVERY CHECK IS KEPT ON CHKHIST.DAT (CBLHJB52
      *MARKS THEM CLEARED). THE REGISTER (CHKREG.PRT) LISTS EVERY
      *ISSUE, VOID, REISSUE, HOLD, AND REJECT WITH TOTALS BY
      *PAYMENT TYPE; POSPAY.DAT CARRIES THE NIGHT'S ISSUES AND
      *VOIDS FOR THE BANK; AND CHKSUM.DAT CARRIES THE CASH-OUT
      *TOTALS BY SOURCE FOR THE CBLHJB26 GENERAL LEDGER EXTRACT.
      *A CHECK TURNED OVER TO THE STATE AS UNCLAIMED PROPERTY IS
      *MARKED E ON CHKHIST.DAT BY CBLHJB94 AND CAN NO LONGER BE
      *VOIDED OR REISSUED HERE - THE OWNER CLAIMS IT FROM THE STATE.
       PROGRAM-ID. CBLHJB82.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL TRAN-INPUT
               ASSIGN TO DYNAMIC FP-CHKTRAN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRAN-POSTED
               ASSIGN TO DYNAMIC FP-CHKTRAN-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAY-QUEUE
               ASSIGN TO DYNAMIC FP-PAYQUE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL QUEUE-POSTED
               ASSIGN TO DYNAMIC FP-PAYQUE-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHECK-CTL
               ASSIGN TO DYNAMIC FP-CHKCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHECK-HIST
               ASSIGN TO DYNAMIC FP-CHKHIST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYEE-FILE
               ASSIGN TO DYNAMIC FP-PAYEE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OWNER-MASTER
               ASSIGN TO DYNAMIC FP-OWNER-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TENANT-HIST
               ASSIGN TO DYNAMIC FP-TENANT-HIS
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUST-MASTER
               ASSIGN TO DYNAMIC FP-CUSTMST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POS-PAY
               ASSIGN TO DYNAMIC FP-POSPAY-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-SUM
               ASSIGN TO DYNAMIC FP-CHKSUM-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-PRINT
               ASSIGN TO DYNAMIC FP-CHECKS-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-CHKREG-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD TRAN-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS KT-REC
           RECORD CONTAINS 35 CHARACTERS.

       01 KT-REC.
           05 KT-TYPE                  PIC X.
               88 VAL-CHECK-TRANS      VALUE 'V','R'.
               88 KT-VOID              VALUE 'V'.
               88 KT-REISSUE           VALUE 'R'.
           05 KT-CHECK-NO              PIC 9(6).
           05 KT-DATE                  PIC 9(8).
           05 KT-REASON                PIC X(20).

           FD TRAN-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS KT-PST-REC
           RECORD CONTAINS 35 CHARACTERS.

       01 KT-PST-REC                   PIC X(35).

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

           FD QUEUE-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS PQ-PST-REC
           RECORD CONTAINS 52 CHARACTERS.

       01 PQ-PST-REC                   PIC X(52).

           FD CHECK-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS CC-REC
           RECORD CONTAINS 24 CHARACTERS.

       01 CC-REC.
           05 CC-ACCOUNT               PIC X(12).
           05 CC-NEXT-CHECK            PIC 9(6).
           05 CC-LAST-CHECK            PIC 9(6).

           FD CHECK-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS CK-REC
           RECORD CONTAINS 90 CHARACTERS.

       01 CK-REC                       PIC X(90).

           FD PAYEE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PY-REC
           RECORD CONTAINS 64 CHARACTERS.

       01 PY-REC.
           05 PY-PAY-TYPE              PIC X.
           05 PY-PAYEE-KEY             PIC X(6).
           05 PY-NAME                  PIC X(25).
           05 PY-ADDRESS               PIC X(15).
           05 PY-CITY                  PIC X(10).
           05 PY-STATE                 PIC XX.
           05 PY-ZIP                   PIC 9(5).

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

           FD TENANT-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS TH-REC
           RECORD CONTAINS 87 CHARACTERS.

       01 TH-REC.
           05 TH-BLD-CODE              PIC XX.
           05 TH-UNIT                  PIC 99.
           05 TH-NAME.
               10 TH-LNAME             PIC X(15).
               10 TH-FNAME             PIC X(10).
           05 TH-ADDRESS               PIC X(15).
           05 TH-CITY                  PIC X(10).
           05 TH-STATE                 PIC XX.
           05 TH-ZIP                   PIC 9(5).
           05 TH-PHONE                 PIC X(10).
           05 TH-MOVE-IN               PIC 9(8).
           05 TH-MOVE-OUT-DATE         PIC 9(8).

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

           FD POS-PAY
           LABEL RECORD IS STANDARD
           DATA RECORD IS PP-REC
           RECORD CONTAINS 62 CHARACTERS.

       01 PP-REC.
           05 PP-ACCOUNT               PIC X(12).
           05 PP-CHECK-NO              PIC 9(6).
           05 PP-ISSUE-DATE            PIC 9(8).
           05 PP-AMOUNT                PIC 9(8)V99.
           05 PP-PAYEE                 PIC X(25).
           05 PP-VOID-IND              PIC X.

           FD CHECK-SUM
           LABEL RECORD IS STANDARD
           DATA RECORD IS CS-REC
           RECORD CONTAINS 35 CHARACTERS.

       01 CS-REC.
           05 CS-SOURCE                PIC X(8).
           05 CS-TOT-AMOUNT            PIC 9(9)V99.
           05 CS-PROGRAM-ID            PIC X(8).
           05 CS-RUN-DATE              PIC 9(8).

           FD CHECK-PRINT
           LABEL RECORD IS OMITTED
           DATA RECORD IS CHKLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 CHKLINE                      PIC X(132).

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
           05 FP-CHKTRAN-DAT         PIC X(40)   VALUE SPACES.
           05 FP-CHKTRAN-PST         PIC X(40)   VALUE SPACES.
           05 FP-PAYQUE-DAT          PIC X(40)   VALUE SPACES.
           05 FP-PAYQUE-PST          PIC X(40)   VALUE SPACES.
           05 FP-CHKCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-CHKHIST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-PAYEE-DAT           PIC X(40)   VALUE SPACES.
           05 FP-OWNER-DAT           PIC X(40)   VALUE SPACES.
           05 FP-TENANT-HIS          PIC X(40)   VALUE SPACES.
           05 FP-CUSTMST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-POSPAY-DAT          PIC X(40)   VALUE SPACES.
           05 FP-CHKSUM-DAT          PIC X(40)   VALUE SPACES.
           05 FP-CHECKS-PRT          PIC X(40)   VALUE SPACES.
           05 FP-CHKREG-PRT          PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-QUEUE           PIC X(3)    VALUE 'YES'.
               05 MORE-CHECKS          PIC X(3)    VALUE 'YES'.
               05 MORE-PAYEES          PIC X(3)    VALUE 'YES'.
               05 MORE-OWNERS          PIC X(3)    VALUE 'YES'.
               05 MORE-TEN-HIST        PIC X(3)    VALUE 'YES'.
               05 MORE-CUSTS           PIC X(3)    VALUE 'YES'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-STOCK-SW           PIC X       VALUE 'N'.
                  88 C-STOCK-ON-FILE   VALUE 'Y'.
               05 C-FOUND-SW           PIC X       VALUE 'N'.
                  88 C-PAYEE-FOUND     VALUE 'Y'.
               05 C-FIRST-CHECK-SW     PIC X       VALUE 'Y'.
               05 C-RERUN-SW           PIC X       VALUE 'N'.
                  88 C-RERUN           VALUE 'Y'.
               05 C-PYE-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-PYE-OVFL        VALUE 'Y'.
               05 C-OWN-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-OWN-OVFL        VALUE 'Y'.
               05 C-THS-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-THS-OVFL        VALUE 'Y'.
               05 C-CUS-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-CUS-OVFL        VALUE 'Y'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-TRAN-CTR           PIC 9(5)    VALUE 0.
               05 C-QUEUE-CTR          PIC 9(5)    VALUE 0.
               05 C-APPLIED-CTR        PIC 9(5)    VALUE 0.
               05 C-REJECT-CTR         PIC 9(5)    VALUE 0.
               05 C-ISSUE-CTR          PIC 9(5)    VALUE 0.
               05 C-VOID-CTR           PIC 9(5)    VALUE 0.
               05 C-HELD-CTR           PIC 9(5)    VALUE 0.
               05 C-ISSUE-AMT          PIC 9(9)V99 VALUE 0.
               05 C-VOID-AMT           PIC 9(9)V99 VALUE 0.
               05 C-STOCK-LEFT         PIC 9(6)    VALUE 0.
               05 C-REJECT-MSG         PIC X(30)   VALUE SPACES.
               05 C-ACCOUNT            PIC X(12)   VALUE SPACES.
               05 C-NEXT-CHECK         PIC 9(6)    VALUE 0.
               05 C-LAST-CHECK         PIC 9(6)    VALUE 0.
               05 C-CKT-CTR            PIC 9(4)    VALUE 0.
               05 C-CKT-SUB            PIC 9(4)    VALUE 0.
               05 C-OLD-SUB            PIC 9(4)    VALUE 0.
               05 C-QUE-CTR            PIC 9(4)    VALUE 0.
               05 C-QUE-SUB            PIC 9(4)    VALUE 0.
               05 C-PYE-CTR            PIC 9(3)    VALUE 0.
               05 C-PYE-SUB            PIC 9(3)    VALUE 0.
               05 C-OWN-CTR            PIC 9(3)    VALUE 0.
               05 C-OWN-SUB            PIC 9(3)    VALUE 0.
               05 C-THS-CTR            PIC 9(4)    VALUE 0.
               05 C-THS-SUB            PIC 9(4)    VALUE 0.
               05 C-CUS-CTR            PIC 9(4)    VALUE 0.
               05 C-CUS-SUB            PIC 9(4)    VALUE 0.
               05 C-TYP-SUB            PIC 9       VALUE 0.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
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

      *    THE PAYMENT BEING MADE - FROM A QUEUE ENTRY, OR FROM THE
      *    HISTORY WHEN A CHECK IS REISSUED - WITH THE PAYEE NAME
      *    AND ADDRESS ONCE THEY ARE RESOLVED.
           01 PAYMENT-WORK.
               05 PW-PAY-TYPE          PIC X.
               05 PW-PAYEE-KEY         PIC X(6).
               05 PW-KEY-R REDEFINES PW-PAYEE-KEY.
                   10 PW-BLD-CODE      PIC XX.
                   10 PW-UNIT          PIC XX.
                   10 FILLER           PIC XX.
               05 PW-AMOUNT            PIC 9(7)V99.
               05 PW-SOURCE            PIC X(8).
               05 PW-MEMO              PIC X(20).
               05 PW-REISSUE-OF        PIC 9(6).
               05 PW-NAME              PIC X(25).
               05 PW-ADDRESS           PIC X(15).
               05 PW-CITY              PIC X(10).
               05 PW-STATE             PIC XX.
               05 PW-ZIP               PIC 9(5).

      *    AMOUNT-IN-WORDS WORK AREA FOR THE CHECK FACE.
           01 WORDS-WORK.
               05 C-WORDS              PIC X(110)  VALUE SPACES.
               05 C-WORD               PIC X(20)   VALUE SPACES.
               05 C-WORD-PTR           PIC 9(3)    VALUE 0.
               05 C-DOLLARS            PIC 9(7)    VALUE 0.
               05 C-CENTS              PIC 99      VALUE 0.
               05 C-MILLIONS           PIC 9       VALUE 0.
               05 C-BELOW-MILLION      PIC 9(6)    VALUE 0.
               05 C-THOUSANDS          PIC 9(3)    VALUE 0.
               05 C-UNITS              PIC 9(3)    VALUE 0.
               05 C-GRP                PIC 9(3)    VALUE 0.
               05 C-GRP-HUND           PIC 9       VALUE 0.
               05 C-GRP-REST           PIC 99      VALUE 0.
               05 C-GRP-TENS           PIC 9       VALUE 0.
               05 C-GRP-ONES           PIC 9       VALUE 0.

           01 ONES-WORDS.
               05 FILLER  PIC X(9) VALUE 'ONE      '.
               05 FILLER  PIC X(9) VALUE 'TWO      '.
               05 FILLER  PIC X(9) VALUE 'THREE    '.
               05 FILLER  PIC X(9) VALUE 'FOUR     '.
               05 FILLER  PIC X(9) VALUE 'FIVE     '.
               05 FILLER  PIC X(9) VALUE 'SIX      '.
               05 FILLER  PIC X(9) VALUE 'SEVEN    '.
               05 FILLER  PIC X(9) VALUE 'EIGHT    '.
               05 FILLER  PIC X(9) VALUE 'NINE     '.
               05 FILLER  PIC X(9) VALUE 'TEN      '.
               05 FILLER  PIC X(9) VALUE 'ELEVEN   '.
               05 FILLER  PIC X(9) VALUE 'TWELVE   '.
               05 FILLER  PIC X(9) VALUE 'THIRTEEN '.
               05 FILLER  PIC X(9) VALUE 'FOURTEEN '.
               05 FILLER  PIC X(9) VALUE 'FIFTEEN  '.
               05 FILLER  PIC X(9) VALUE 'SIXTEEN  '.
               05 FILLER  PIC X(9) VALUE 'SEVENTEEN'.
               05 FILLER  PIC X(9) VALUE 'EIGHTEEN '.
               05 FILLER  PIC X(9) VALUE 'NINETEEN '.
           01 ONES-TABLE REDEFINES ONES-WORDS.
               05 ONES-ENTRY           PIC X(9) OCCURS 19 TIMES.

           01 TENS-WORDS.
               05 FILLER  PIC X(7) VALUE 'TEN    '.
               05 FILLER  PIC X(7) VALUE 'TWENTY '.
               05 FILLER  PIC X(7) VALUE 'THIRTY '.
               05 FILLER  PIC X(7) VALUE 'FORTY  '.
               05 FILLER  PIC X(7) VALUE 'FIFTY  '.
               05 FILLER  PIC X(7) VALUE 'SIXTY  '.
               05 FILLER  PIC X(7) VALUE 'SEVENTY'.
               05 FILLER  PIC X(7) VALUE 'EIGHTY '.
               05 FILLER  PIC X(7) VALUE 'NINETY '.
           01 TENS-TABLE REDEFINES TENS-WORDS.
               05 TENS-ENTRY           PIC X(7) OCCURS 9 TIMES.

      *    PAYMENT TYPES: CODE, REGISTER DESCRIPTION, AND THE GL
      *    SOURCE CODES CBLHJB26 MAPS THROUGH GLCHART.DAT FOR THE
      *    CHECKS ISSUED AND THE CHECKS VOIDED.
           01 TYPE-CODES.
               05 FILLER               PIC X(33)
                  VALUE 'OOWNER REMITTANCECHKOWNR VOIDOWNR'.
               05 FILLER               PIC X(33)
                  VALUE 'DDEPOSIT REFUND  CHKDEPR VOIDDEPR'.
               05 FILLER               PIC X(33)
                  VALUE 'MMOVE-OUT REFUND CHKMOVE VOIDMOVE'.
               05 FILLER               PIC X(33)
                  VALUE 'CCOMMISSION      CHKCOMM VOIDCOMM'.
           01 TYPE-CODE-TABLE REDEFINES TYPE-CODES.
               05 TYP-ENTRY            OCCURS 4 TIMES.
                   10 TYP-CODE         PIC X.
                   10 TYP-DESC         PIC X(16).
                   10 TYP-GL-ISSUE     PIC X(8).
                   10 TYP-GL-VOID      PIC X(8).

           01 TYPE-TOTALS.
               05 TYT-ENTRY            OCCURS 4 TIMES.
                   10 TYT-ISSUE-CTR    PIC 9(5)    VALUE 0.
                   10 TYT-ISSUE-AMT    PIC 9(9)V99 VALUE 0.
                   10 TYT-VOID-CTR     PIC 9(5)    VALUE 0.
                   10 TYT-VOID-AMT     PIC 9(9)V99 VALUE 0.
                   10 TYT-HELD-CTR     PIC 9(5)    VALUE 0.
                   10 TYT-HELD-AMT     PIC 9(9)V99 VALUE 0.

      *    THE CHECK HISTORY, REWRITTEN AT THE END OF THE RUN.
      *    CKT-RUN-ACTION MARKS THE CHECKS ISSUED (I) OR VOIDED (V)
      *    TONIGHT - THOSE ARE WHAT GO TO THE BANK ON POSPAY.DAT.
           01 CHECK-TABLE.
               05 CKT-ENTRY            OCCURS 5000 TIMES.
                   10 CKT-RECORD.
                       15 CKT-CHECK-NO     PIC 9(6).
                       15 CKT-ISSUE-DATE   PIC 9(8).
                       15 CKT-PAY-TYPE     PIC X.
                       15 CKT-PAYEE-KEY    PIC X(6).
                       15 CKT-PAYEE-NAME   PIC X(25).
                       15 CKT-AMOUNT       PIC 9(7)V99.
                       15 CKT-MEMO         PIC X(20).
                       15 CKT-STATUS       PIC X.
                           88 CKT-OUTSTANDING  VALUE 'I'.
                           88 CKT-VOIDED       VALUE 'V'.
                           88 CKT-CLEARED      VALUE 'C'.
                           88 CKT-ESCHEATED    VALUE 'E'.
                       15 CKT-STATUS-DATE  PIC 9(8).
                       15 CKT-REISSUE-OF   PIC 9(6).
                   10 CKT-RUN-ACTION       PIC X.

      *    THE PAYMENT QUEUE. QT-DISP IS P PAID, R REJECTED, OR H
      *    HELD - HELD ENTRIES ARE WRITTEN BACK TO PAYQUE.DAT.
           01 QUEUE-TABLE.
               05 QUE-ENTRY            OCCURS 2000 TIMES.
                   10 QT-RECORD.
                       15 QT-PAY-TYPE      PIC X.
                       15 QT-PAYEE-KEY     PIC X(6).
                       15 QT-AMOUNT        PIC 9(7)V99.
                       15 QT-APPROVE-DATE  PIC 9(8).
                       15 QT-SOURCE        PIC X(8).
                       15 QT-MEMO          PIC X(20).
                   10 QT-DISP              PIC X.

           01 PAYEE-TABLE.
               05 PYE-ENTRY            OCCURS 500 TIMES.
                   10 PYT-PAY-TYPE     PIC X.
                   10 PYT-PAYEE-KEY    PIC X(6).
                   10 PYT-NAME         PIC X(25).
                   10 PYT-ADDRESS      PIC X(15).
                   10 PYT-CITY         PIC X(10).
                   10 PYT-STATE        PIC XX.
                   10 PYT-ZIP          PIC 9(5).

      *    ONE ENTRY PER OWNER - THE FIRST OWNER.DAT RECORD THAT
      *    CARRIES A REMITTANCE ADDRESS.
           01 OWNER-TABLE.
               05 OWN-ENTRY            OCCURS 500 TIMES.
                   10 OWT-OWNER-CODE   PIC X(4).
                   10 OWT-NAME         PIC X(20).
                   10 OWT-ADDRESS      PIC X(15).
                   10 OWT-CITY         PIC X(10).
                   10 OWT-STATE        PIC XX.
                   10 OWT-ZIP          PIC 9(5).

      *    ONE ENTRY PER UNIT - THE TENANT WHO MOVED OUT LAST.
           01 TEN-HIST-TABLE.
               05 THS-ENTRY            OCCURS 2000 TIMES.
                   10 THT-BLD-CODE     PIC XX.
                   10 THT-UNIT         PIC 99.
                   10 THT-LNAME        PIC X(15).
                   10 THT-FNAME        PIC X(10).
                   10 THT-ADDRESS      PIC X(15).
                   10 THT-CITY         PIC X(10).
                   10 THT-STATE        PIC XX.
                   10 THT-ZIP          PIC 9(5).
                   10 THT-MOVE-OUT     PIC 9(8).

           01 CUST-TABLE.
               05 CUS-ENTRY            OCCURS 2000 TIMES.
                   10 CT-LNAME         PIC X(15).
                   10 CT-FNAME         PIC X(15).
                   10 CT-ADDRESS       PIC X(15).
                   10 CT-CITY          PIC X(10).
                   10 CT-STATE         PIC XX.
                   10 CT-ZIP           PIC 9(9).

      *    CHECK FACE AND REMITTANCE STUB - ONE CHECK PER PAGE.
           01 CHK-LINE1.
               05 FILLER               PIC X(40)
                  VALUE 'DISBURSEMENT CHECK - OPERATING ACCOUNT '.
               05 CK1-ACCOUNT          PIC X(12).
               05 FILLER               PIC X(36)   VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'CHECK NO. '.
               05 CK1-CHECK-NO         PIC 9(6).

           01 CHK-LINE2.
               05 FILLER               PIC X(88)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 CK2-DATE             PIC X(10).

           01 CHK-LINE3.
               05 FILLER               PIC X(4)    VALUE 'PAY '.
               05 CK3-WORDS            PIC X(110).

           01 CHK-LINE4.
               05 FILLER               PIC X(16)
                  VALUE 'TO THE ORDER OF '.
               05 CK4-NAME             PIC X(25).
               05 FILLER               PIC X(47)   VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'AMOUNT: '.
               05 CK4-AMOUNT           PIC $*,***,**9.99.

           01 CHK-LINE5.
               05 FILLER               PIC X(16)   VALUE SPACES.
               05 CK5-ADDRESS          PIC X(15).

           01 CHK-LINE6.
               05 FILLER               PIC X(16)   VALUE SPACES.
               05 CK6-CITY             PIC X(10).
               05 FILLER               PIC XX      VALUE ', '.
               05 CK6-STATE            PIC XX.
               05 FILLER               PIC X       VALUE SPACES.
               05 CK6-ZIP              PIC 9(5).

           01 CHK-LINE7.
               05 FILLER               PIC X(6)    VALUE 'MEMO: '.
               05 CK7-MEMO             PIC X(20).
               05 FILLER               PIC X(62)   VALUE SPACES.
               05 FILLER               PIC X(18)
                  VALUE 'VOID AFTER 90 DAYS'.

           01 STUB-SEPARATOR.
               05 FILLER               PIC X(45)
                  VALUE '- - - - DETACH AND RETAIN THIS STATEMENT - - '.
               05 FILLER               PIC X(4)    VALUE '- - '.

           01 STUB-LINE1.
               05 FILLER               PIC X(10)   VALUE 'CHECK NO. '.
               05 SB1-CHECK-NO         PIC 9(6).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 SB1-DATE             PIC X(10).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'PAYEE: '.
               05 SB1-NAME             PIC X(25).

           01 STUB-LINE2.
               05 FILLER               PIC X(5)    VALUE 'FOR: '.
               05 SB2-TYPE-DESC        PIC X(16).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 SB2-MEMO             PIC X(20).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'SOURCE: '.
               05 SB2-SOURCE           PIC X(8).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 SB2-AMOUNT           PIC $$,$$$,$$9.99.

           01 STUB-LINE3.
               05 FILLER               PIC X(27)
                  VALUE 'REPLACES VOIDED CHECK NO.  '.
               05 SB3-REISSUE-OF       PIC 9(6).

      *    CHECK REGISTER.
           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(30)
                  VALUE 'DISBURSEMENTS - CHECK REGISTER'.
               05 FILLER               PIC X(38)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 REG-HEADING.
               05 FILLER               PIC X(6)    VALUE 'CHECK '.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'DATE'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'TYPE'.
               05 FILLER               PIC X(6)    VALUE ' KEY  '.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(25)   VALUE 'PAYEE'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(20)   VALUE 'MEMO'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(13)
                  VALUE '       AMOUNT'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'ACTION'.

           01 SECTION-LINE.
               05 SECTION-TEXT         PIC X(50).

           01 REG-LINE.
               05 R-CHECK-NO           PIC X(6).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 R-DATE               PIC X(10).
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 R-TYPE               PIC X.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 R-KEY                PIC X(6).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 R-PAYEE              PIC X(25).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 R-MEMO               PIC X(20).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 R-AMOUNT             PIC $$,$$$,$$9.99.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 R-ACTION             PIC X(36).

           01 NONE-LINE.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 NONE-TEXT            PIC X(50).

           01 TYPE-HEADING.
               05 FILLER               PIC X(16)   VALUE 'PAYMENT TYPE'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'ISSUED'.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'AMOUNT'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'VOIDED'.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'AMOUNT'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(4)    VALUE 'HELD'.
               05 FILLER               PIC X(12)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'AMOUNT'.

           01 TYPE-LINE.
               05 TL-DESC              PIC X(16).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 TL-ISSUE-CTR         PIC ZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 TL-ISSUE-AMT         PIC $$$$,$$$,$$9.99.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 TL-VOID-CTR          PIC ZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 TL-VOID-AMT          PIC $$$$,$$$,$$9.99.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 TL-HELD-CTR          PIC ZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 TL-HELD-AMT          PIC $$$$,$$$,$$9.99.

           01 TOTAL-LINE1.
               05 FILLER               PIC X(19)
                  VALUE 'VOIDS/REISSUES:    '.
               05 GT-TRAN-CTR          PIC ZZ,ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(9)    VALUE 'APPLIED: '.
               05 GT-APPLIED-CTR       PIC ZZ,ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(14)
                  VALUE 'QUEUE ENTRIES:'.
               05 GT-QUEUE-CTR         PIC ZZ,ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'HELD: '.
               05 GT-HELD-CTR          PIC ZZ,ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'REJECTED: '.
               05 GT-REJECT-CTR        PIC ZZ,ZZ9.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(19)
                  VALUE 'CHECKS ISSUED:     '.
               05 GT-ISSUE-CTR         PIC ZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 GT-ISSUE-AMT         PIC $$$$,$$$,$$9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'CHECKS VOIDED: '.
               05 GT-VOID-CTR          PIC ZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 GT-VOID-AMT          PIC $$$$,$$$,$$9.99.

           01 STOCK-LINE.
               05 FILLER               PIC X(19)
                  VALUE 'NEXT CHECK NUMBER: '.
               05 SK-NEXT-CHECK        PIC 9(6).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(15)
                  VALUE 'LAST IN STOCK: '.
               05 SK-LAST-CHECK        PIC 9(6).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(16)
                  VALUE 'CHECKS REMAINING'.
               05 FILLER               PIC X(2)    VALUE ': '.
               05 SK-STOCK-LEFT        PIC ZZZ,ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 SK-WARNING           PIC X(40).

           01 OVERFLOW-WARN-LINE.
               05 FILLER               PIC X(31)
                  VALUE '*** WARNING - TABLE OVERFLOW: '.
               05 OVW-TABLE-NAME       PIC X(15).
               05 FILLER               PIC X(40)
                  VALUE ' - SOME PAYEES MAY BE HELD FOR ADDRESS'.

       PROCEDURE DIVISION.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               PERFORM L3-WRITE-RUN-LOG-START.
               PERFORM L2-INIT.
               PERFORM L2-MAINLINE
                   UNTIL MORE-RECS = 'NO'.
               PERFORM L2-PAY-QUEUE.
               PERFORM L2-CLOSING.
               STOP RUN.

           L2-INIT.
               MOVE C-RUNLOG-DATE          TO C-ASOF-DATE.
               MOVE C-RUNLOG-MONTH         TO TITLE-MONTH.
               MOVE C-RUNLOG-DAY           TO TITLE-DAY.
               MOVE C-RUNLOG-YEAR          TO TITLE-YEAR.
               OPEN INPUT CHECK-CTL.
               READ CHECK-CTL
                   AT END
                       MOVE 'N' TO C-STOCK-SW
                   NOT AT END
                       IF CC-NEXT-CHECK NUMERIC
                           AND CC-LAST-CHECK NUMERIC
                           AND CC-NEXT-CHECK > 0
                           MOVE 'Y'           TO C-STOCK-SW
                           MOVE CC-ACCOUNT    TO C-ACCOUNT
                           MOVE CC-NEXT-CHECK TO C-NEXT-CHECK
                           MOVE CC-LAST-CHECK TO C-LAST-CHECK
                       END-IF
               END-READ.
               CLOSE CHECK-CTL.
               IF NOT C-STOCK-ON-FILE
                   DISPLAY 'CBLHJB82 - NO CHECK-STOCK CONTROL RECORD '
                       'ON CHKCTL.DAT, NO CHECKS WILL PRINT'
               END-IF.
               OPEN INPUT CHECK-HIST.
               PERFORM L3-LOAD-CHECK-HIST
                   UNTIL MORE-CHECKS = 'NO'.
               CLOSE CHECK-HIST.
               OPEN INPUT PAY-QUEUE.
               PERFORM L3-LOAD-QUEUE
                   UNTIL MORE-QUEUE = 'NO'.
               CLOSE PAY-QUEUE.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT PAYEE-FILE.
               PERFORM L3-LOAD-PAYEES
                   UNTIL MORE-PAYEES = 'NO'.
               CLOSE PAYEE-FILE.
               OPEN INPUT OWNER-MASTER.
               PERFORM L3-LOAD-OWNERS
                   UNTIL MORE-OWNERS = 'NO'.
               CLOSE OWNER-MASTER.
               OPEN INPUT TENANT-HIST.
               PERFORM L3-LOAD-TENANT-HIST
                   UNTIL MORE-TEN-HIST = 'NO'.
               CLOSE TENANT-HIST.
               OPEN INPUT CUST-MASTER.
               PERFORM L3-LOAD-CUST-MASTER
                   UNTIL MORE-CUSTS = 'NO'.
               CLOSE CUST-MASTER.
               OPEN OUTPUT PRTOUT.
               OPEN OUTPUT CHECK-PRINT.
               OPEN EXTEND TRAN-POSTED.
               OPEN EXTEND QUEUE-POSTED.
               OPEN INPUT TRAN-INPUT.
               PERFORM L4-HEADING-FIRST.
               MOVE 'VOIDS AND REISSUES' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-APPLY-TRAN
                   THRU L3-APPLY-TRAN-EXIT.
               MOVE KT-REC                 TO KT-PST-REC.
               WRITE KT-PST-REC.
               PERFORM L3-READ-INPUT.

           L2-PAY-QUEUE.
               IF C-TRAN-CTR = 0
                   MOVE 'NO VOIDS OR REISSUES KEYED' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L4-HEADING
               END-IF.
               MOVE 'PAYMENT QUEUE'        TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-HEADING.
               PERFORM L3-PAY-ENTRY
                   THRU L3-PAY-ENTRY-EXIT
                   VARYING C-QUE-SUB FROM 1 BY 1
                       UNTIL C-QUE-SUB > C-QUE-CTR.
               IF C-QUE-CTR = 0
                   MOVE 'NO PAYMENTS QUEUED'   TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L4-HEADING
               END-IF.

           L2-CLOSING.
               CLOSE TRAN-INPUT.
               CLOSE TRAN-POSTED.
               CLOSE QUEUE-POSTED.
               CLOSE CHECK-PRINT.
      *    APPLIED AND REJECTED VOIDS AND REISSUES MOVE TO
      *    CHKTRAN.PST AND THE INPUT IS EMPTIED, SO A RERUN NEVER
      *    VOIDS A CHECK TWICE. PAID AND REJECTED QUEUE ENTRIES
      *    MOVE TO PAYQUE.PST; ONLY THE HELD ONES STAY QUEUED.
               OPEN OUTPUT TRAN-INPUT.
               CLOSE TRAN-INPUT.
               OPEN OUTPUT PAY-QUEUE.
               PERFORM VARYING C-QUE-SUB FROM 1 BY 1
                   UNTIL C-QUE-SUB > C-QUE-CTR
                       IF QT-DISP(C-QUE-SUB) = 'H'
                           MOVE QT-RECORD(C-QUE-SUB) TO PQ-REC
                           WRITE PQ-REC
                       END-IF
               END-PERFORM.
               CLOSE PAY-QUEUE.
               OPEN OUTPUT CHECK-HIST.
               PERFORM VARYING C-CKT-SUB FROM 1 BY 1
                   UNTIL C-CKT-SUB > C-CKT-CTR
                       MOVE CKT-RECORD(C-CKT-SUB) TO CK-REC
                       WRITE CK-REC
               END-PERFORM.
               CLOSE CHECK-HIST.
               IF C-STOCK-ON-FILE
                   OPEN OUTPUT CHECK-CTL
                   MOVE C-ACCOUNT          TO CC-ACCOUNT
                   MOVE C-NEXT-CHECK       TO CC-NEXT-CHECK
                   MOVE C-LAST-CHECK       TO CC-LAST-CHECK
                   WRITE CC-REC
                   CLOSE CHECK-CTL
               END-IF.
      *    A FORCED RERUN THAT FINDS NOTHING TO PAY OR VOID LEAVES
      *    THE FIRST PASS'S BANK AND LEDGER FILES ALONE - THEY MAY
      *    NOT HAVE BEEN SENT OR POSTED YET.
               IF NOT C-RERUN
                   OR C-ISSUE-CTR > 0 OR C-VOID-CTR > 0
                   PERFORM L3-WRITE-POSITIVE-PAY
                   PERFORM L3-WRITE-GL-SUMMARY
               END-IF.
               PERFORM L3-REGISTER-TOTALS.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PRTOUT.

           L3-READ-INPUT.
               READ TRAN-INPUT
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-TRAN-CTR
               END-IF.

           L3-LOAD-CHECK-HIST.
               READ CHECK-HIST
                   AT END
                       MOVE 'NO' TO MORE-CHECKS
                   NOT AT END
                       IF C-CKT-CTR < 5000
                           ADD 1 TO C-CKT-CTR
                           MOVE CK-REC TO CKT-RECORD(C-CKT-CTR)
                           MOVE SPACE  TO CKT-RUN-ACTION(C-CKT-CTR)
                       ELSE
                           DISPLAY 'CBLHJB82 - CHECK-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-CHECKS
                       END-IF
               END-READ.

           L3-LOAD-QUEUE.
               READ PAY-QUEUE
                   AT END
                       MOVE 'NO' TO MORE-QUEUE
                   NOT AT END
                       ADD 1 TO C-QUEUE-CTR
                       IF C-QUE-CTR < 2000
                           ADD 1 TO C-QUE-CTR
                           MOVE PQ-REC TO QT-RECORD(C-QUE-CTR)
                           MOVE 'H'    TO QT-DISP(C-QUE-CTR)
                       ELSE
                           DISPLAY 'CBLHJB82 - QUEUE-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-QUEUE
                       END-IF
               END-READ.

           L3-LOAD-PAYEES.
               READ PAYEE-FILE
                   AT END
                       MOVE 'NO' TO MORE-PAYEES
                   NOT AT END
                       IF C-PYE-CTR < 500
                           ADD 1 TO C-PYE-CTR
                           MOVE PY-PAY-TYPE  TO PYT-PAY-TYPE(C-PYE-CTR)
                           MOVE PY-PAYEE-KEY TO
                               PYT-PAYEE-KEY(C-PYE-CTR)
                           MOVE PY-NAME      TO PYT-NAME(C-PYE-CTR)
                           MOVE PY-ADDRESS   TO PYT-ADDRESS(C-PYE-CTR)
                           MOVE PY-CITY      TO PYT-CITY(C-PYE-CTR)
                           MOVE PY-STATE     TO PYT-STATE(C-PYE-CTR)
                           MOVE PY-ZIP       TO PYT-ZIP(C-PYE-CTR)
                       ELSE
                           IF NOT C-PYE-OVFL
                               SET C-PYE-OVFL TO TRUE
                               DISPLAY 'CBLHJB82 - PAYEE-TABLE '
                                   'OVERFLOW, PAYEES INCOMPLETE'
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-OWNERS.
               READ OWNER-MASTER
                   AT END
                       MOVE 'NO' TO MORE-OWNERS
                   NOT AT END
                       IF OW-ADDRESS NOT = SPACES
                           PERFORM L4-ADD-OWNER
                       END-IF
               END-READ.

           L4-ADD-OWNER.
               PERFORM VARYING C-OWN-SUB FROM 1 BY 1
                   UNTIL C-OWN-SUB > C-OWN-CTR
                       OR OWT-OWNER-CODE(C-OWN-SUB) = OW-OWNER-CODE
               END-PERFORM.
               IF C-OWN-SUB > C-OWN-CTR
                   IF C-OWN-CTR < 500
                       ADD 1 TO C-OWN-CTR
                       MOVE OW-OWNER-CODE TO OWT-OWNER-CODE(C-OWN-CTR)
                       MOVE OW-OWNER-NAME TO OWT-NAME(C-OWN-CTR)
                       MOVE OW-ADDRESS    TO OWT-ADDRESS(C-OWN-CTR)
                       MOVE OW-CITY       TO OWT-CITY(C-OWN-CTR)
                       MOVE OW-STATE      TO OWT-STATE(C-OWN-CTR)
                       MOVE OW-ZIP        TO OWT-ZIP(C-OWN-CTR)
                   ELSE
                       IF NOT C-OWN-OVFL
                           SET C-OWN-OVFL TO TRUE
                           DISPLAY 'CBLHJB82 - OWNER-TABLE '
                               'OVERFLOW, OWNERS INCOMPLETE'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF.

           L3-LOAD-TENANT-HIST.
               READ TENANT-HIST
                   AT END
                       MOVE 'NO' TO MORE-TEN-HIST
                   NOT AT END
                       PERFORM L4-ADD-TENANT-HIST
               END-READ.

           L4-ADD-TENANT-HIST.
      *    A UNIT CAN HAVE SEVERAL PAST TENANTS - THE REFUND GOES TO
      *    THE ONE WHO MOVED OUT LAST.
               PERFORM VARYING C-THS-SUB FROM 1 BY 1
                   UNTIL C-THS-SUB > C-THS-CTR
                       OR (THT-BLD-CODE(C-THS-SUB) = TH-BLD-CODE
                           AND THT-UNIT(C-THS-SUB) = TH-UNIT)
               END-PERFORM.
               IF C-THS-SUB > C-THS-CTR
                   IF C-THS-CTR < 2000
                       ADD 1 TO C-THS-CTR
                       MOVE C-THS-CTR TO C-THS-SUB
                       MOVE 0 TO THT-MOVE-OUT(C-THS-SUB)
                   ELSE
                       IF NOT C-THS-OVFL
                           SET C-THS-OVFL TO TRUE
                           DISPLAY 'CBLHJB82 - TEN-HIST-TABLE '
                               'OVERFLOW, TENANTS INCOMPLETE'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF.
               IF C-THS-SUB <= C-THS-CTR
                   AND TH-MOVE-OUT-DATE >= THT-MOVE-OUT(C-THS-SUB)
                   MOVE TH-BLD-CODE      TO THT-BLD-CODE(C-THS-SUB)
                   MOVE TH-UNIT          TO THT-UNIT(C-THS-SUB)
                   MOVE TH-LNAME         TO THT-LNAME(C-THS-SUB)
                   MOVE TH-FNAME         TO THT-FNAME(C-THS-SUB)
                   MOVE TH-ADDRESS       TO THT-ADDRESS(C-THS-SUB)
                   MOVE TH-CITY          TO THT-CITY(C-THS-SUB)
                   MOVE TH-STATE         TO THT-STATE(C-THS-SUB)
                   MOVE TH-ZIP           TO THT-ZIP(C-THS-SUB)
                   MOVE TH-MOVE-OUT-DATE TO THT-MOVE-OUT(C-THS-SUB)
               END-IF.

           L3-LOAD-CUST-MASTER.
               READ CUST-MASTER
                   AT END
                       MOVE 'NO' TO MORE-CUSTS
                   NOT AT END
                       IF CU-SRC-TENANT = 'Y'
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
                                   DISPLAY 'CBLHJB82 - CUST-TABLE '
                                       'OVERFLOW, ADDRESSES INCOMPLETE'
                                   MOVE 8 TO RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
               END-READ.

           L3-APPLY-TRAN.
               MOVE SPACES                 TO REG-LINE.
               MOVE KT-CHECK-NO            TO R-CHECK-NO.
               MOVE KT-DATE                TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO R-DATE.
               IF NOT VAL-CHECK-TRANS
                   MOVE 'TRAN TYPE NOT V OR R' TO C-REJECT-MSG
                   GO TO L3-APPLY-TRAN-REJECT
               END-IF.
               PERFORM L4-FIND-CHECK.
               IF C-CKT-SUB > C-CKT-CTR
                   MOVE 'CHECK NOT ON HISTORY' TO C-REJECT-MSG
                   GO TO L3-APPLY-TRAN-REJECT
               END-IF.
               MOVE CKT-PAY-TYPE(C-CKT-SUB)   TO R-TYPE.
               MOVE CKT-PAYEE-KEY(C-CKT-SUB)  TO R-KEY.
               MOVE CKT-PAYEE-NAME(C-CKT-SUB) TO R-PAYEE.
               MOVE CKT-MEMO(C-CKT-SUB)       TO R-MEMO.
               MOVE CKT-AMOUNT(C-CKT-SUB)     TO R-AMOUNT.
               IF CKT-VOIDED(C-CKT-SUB)
                   MOVE 'CHECK ALREADY VOID' TO C-REJECT-MSG
                   GO TO L3-APPLY-TRAN-REJECT
               END-IF.
               IF CKT-CLEARED(C-CKT-SUB)
                   MOVE 'CHECK HAS CLEARED THE BANK' TO C-REJECT-MSG
                   GO TO L3-APPLY-TRAN-REJECT
               END-IF.
               IF CKT-ESCHEATED(C-CKT-SUB)
                   MOVE 'CHECK TURNED OVER TO STATE' TO C-REJECT-MSG
                   GO TO L3-APPLY-TRAN-REJECT
               END-IF.
      *    A REISSUE NEEDS A FRESH CHECK AND A MAILING ADDRESS
      *    BEFORE THE ORIGINAL IS VOIDED - OTHERWISE THE PAYEE IS
      *    LEFT WITH NEITHER.
               IF KT-REISSUE
                   MOVE CKT-PAY-TYPE(C-CKT-SUB)  TO PW-PAY-TYPE
                   MOVE CKT-PAYEE-KEY(C-CKT-SUB) TO PW-PAYEE-KEY
                   MOVE CKT-AMOUNT(C-CKT-SUB)    TO PW-AMOUNT
                   MOVE CKT-MEMO(C-CKT-SUB)      TO PW-MEMO
                   MOVE 'CBLHJB82'               TO PW-SOURCE
                   MOVE CKT-CHECK-NO(C-CKT-SUB)  TO PW-REISSUE-OF
                   PERFORM L4-RESOLVE-PAYEE
                   IF NOT C-PAYEE-FOUND
                       MOVE 'NO PAYEE ADDRESS FOR REISSUE'
                           TO C-REJECT-MSG
                       GO TO L3-APPLY-TRAN-REJECT
                   END-IF
                   IF NOT C-STOCK-ON-FILE
                       OR C-NEXT-CHECK > C-LAST-CHECK
                       MOVE 'NO CHECK STOCK FOR REISSUE'
                           TO C-REJECT-MSG
                       GO TO L3-APPLY-TRAN-REJECT
                   END-IF
                   IF C-CKT-CTR NOT < 5000
                       MOVE 'CHECK HISTORY IS FULL' TO C-REJECT-MSG
                       GO TO L3-APPLY-TRAN-REJECT
                   END-IF
               END-IF.
               ADD 1 TO C-APPLIED-CTR.
               MOVE C-CKT-SUB              TO C-OLD-SUB.
               PERFORM L4-VOID-CHECK.
               MOVE SPACES                 TO R-ACTION.
               STRING 'VOIDED - ' KT-REASON
                   DELIMITED BY SIZE INTO R-ACTION.
               PERFORM L5-PUT-REG-LINE.
               IF KT-REISSUE
                   PERFORM L4-ISSUE-CHECK
               END-IF.
               GO TO L3-APPLY-TRAN-EXIT.

           L3-APPLY-TRAN-REJECT.
               ADD 1 TO C-REJECT-CTR.
               MOVE KT-TYPE                TO R-TYPE.
               MOVE SPACES                 TO R-ACTION.
               STRING 'REJECTED - ' C-REJECT-MSG
                   DELIMITED BY SIZE INTO R-ACTION.
               PERFORM L5-PUT-REG-LINE.

           L3-APPLY-TRAN-EXIT.
               EXIT.

           L4-FIND-CHECK.
               PERFORM VARYING C-CKT-SUB FROM 1 BY 1
                   UNTIL C-CKT-SUB > C-CKT-CTR
                       OR CKT-CHECK-NO(C-CKT-SUB) = KT-CHECK-NO
               END-PERFORM.

           L4-VOID-CHECK.
               MOVE 'V'           TO CKT-STATUS(C-OLD-SUB).
               MOVE C-ASOF-DATE   TO CKT-STATUS-DATE(C-OLD-SUB).
               MOVE 'V'           TO CKT-RUN-ACTION(C-OLD-SUB).
               ADD 1                       TO C-VOID-CTR.
               ADD CKT-AMOUNT(C-OLD-SUB)   TO C-VOID-AMT.
               PERFORM L5-FIND-TYPE.
               IF C-TYP-SUB <= 4
                   ADD 1 TO TYT-VOID-CTR(C-TYP-SUB)
                   ADD CKT-AMOUNT(C-OLD-SUB)
                       TO TYT-VOID-AMT(C-TYP-SUB)
               END-IF.

           L5-FIND-TYPE.
               PERFORM VARYING C-TYP-SUB FROM 1 BY 1
                   UNTIL C-TYP-SUB > 4
                       OR TYP-CODE(C-TYP-SUB) = CKT-PAY-TYPE(C-OLD-SUB)
               END-PERFORM.

           L3-PAY-ENTRY.
               MOVE SPACES                 TO REG-LINE.
               MOVE QT-PAY-TYPE(C-QUE-SUB)  TO R-TYPE.
               MOVE QT-PAYEE-KEY(C-QUE-SUB) TO R-KEY.
               MOVE QT-MEMO(C-QUE-SUB)      TO R-MEMO.
               IF QT-AMOUNT(C-QUE-SUB) NUMERIC
                   MOVE QT-AMOUNT(C-QUE-SUB) TO R-AMOUNT
               END-IF.
               MOVE QT-PAY-TYPE(C-QUE-SUB)  TO PW-PAY-TYPE.
               MOVE QT-PAYEE-KEY(C-QUE-SUB) TO PW-PAYEE-KEY.
               MOVE QT-SOURCE(C-QUE-SUB)    TO PW-SOURCE.
               MOVE QT-MEMO(C-QUE-SUB)      TO PW-MEMO.
               MOVE 0                       TO PW-REISSUE-OF.
               PERFORM VARYING C-TYP-SUB FROM 1 BY 1
                   UNTIL C-TYP-SUB > 4
                       OR TYP-CODE(C-TYP-SUB) = PW-PAY-TYPE
               END-PERFORM.
               IF C-TYP-SUB > 4
                   OR PW-PAYEE-KEY = SPACES
                   OR QT-AMOUNT(C-QUE-SUB) NOT NUMERIC
                   MOVE 'INVALID QUEUE ENTRY' TO C-REJECT-MSG
                   GO TO L3-PAY-ENTRY-REJECT
               END-IF.
               IF QT-AMOUNT(C-QUE-SUB) = 0
                   MOVE 'ZERO AMOUNT'      TO C-REJECT-MSG
                   GO TO L3-PAY-ENTRY-REJECT
               END-IF.
               MOVE QT-AMOUNT(C-QUE-SUB)   TO PW-AMOUNT.
      *    THE SAME PAYEE, AMOUNT, AND MEMO ON A CHECK THAT WAS NOT
      *    VOIDED IS A SECOND APPROVAL OF THE SAME PAYMENT - A
      *    RERUN STATEMENT OR YEAR-END CLOSE - NOT A NEW ONE.
               PERFORM VARYING C-CKT-SUB FROM 1 BY 1
                   UNTIL C-CKT-SUB > C-CKT-CTR
                       OR (CKT-PAY-TYPE(C-CKT-SUB) = PW-PAY-TYPE
                           AND CKT-PAYEE-KEY(C-CKT-SUB) = PW-PAYEE-KEY
                           AND CKT-AMOUNT(C-CKT-SUB) = PW-AMOUNT
                           AND CKT-MEMO(C-CKT-SUB) = PW-MEMO
                           AND NOT CKT-VOIDED(C-CKT-SUB))
               END-PERFORM.
               IF C-CKT-SUB <= C-CKT-CTR
                   MOVE SPACES             TO C-REJECT-MSG
                   STRING 'DUPLICATE OF CHECK '
                       CKT-CHECK-NO(C-CKT-SUB)
                       DELIMITED BY SIZE INTO C-REJECT-MSG
                   GO TO L3-PAY-ENTRY-REJECT
               END-IF.
               PERFORM L4-RESOLVE-PAYEE.
               IF NOT C-PAYEE-FOUND
                   MOVE 'NO PAYEE ADDRESS ON FILE' TO C-REJECT-MSG
                   GO TO L3-PAY-ENTRY-HOLD
               END-IF.
               MOVE PW-NAME                TO R-PAYEE.
               IF NOT C-STOCK-ON-FILE
                   OR C-NEXT-CHECK > C-LAST-CHECK
                   MOVE 'OUT OF CHECK STOCK' TO C-REJECT-MSG
                   GO TO L3-PAY-ENTRY-HOLD
               END-IF.
               IF C-CKT-CTR NOT < 5000
                   MOVE 'CHECK HISTORY IS FULL' TO C-REJECT-MSG
                   GO TO L3-PAY-ENTRY-HOLD
               END-IF.
               MOVE 'P'                    TO QT-DISP(C-QUE-SUB).
               MOVE QT-RECORD(C-QUE-SUB)   TO PQ-PST-REC.
               WRITE PQ-PST-REC.
               PERFORM L4-ISSUE-CHECK.
               GO TO L3-PAY-ENTRY-EXIT.

           L3-PAY-ENTRY-HOLD.
               ADD 1 TO C-HELD-CTR.
               IF C-TYP-SUB <= 4
                   ADD 1         TO TYT-HELD-CTR(C-TYP-SUB)
                   ADD PW-AMOUNT TO TYT-HELD-AMT(C-TYP-SUB)
               END-IF.
               MOVE 'H'                    TO QT-DISP(C-QUE-SUB).
               MOVE SPACES                 TO R-ACTION.
               STRING 'HELD - ' C-REJECT-MSG
                   DELIMITED BY SIZE INTO R-ACTION.
               PERFORM L5-PUT-REG-LINE.
               GO TO L3-PAY-ENTRY-EXIT.

           L3-PAY-ENTRY-REJECT.
               ADD 1 TO C-REJECT-CTR.
               MOVE 'R'                    TO QT-DISP(C-QUE-SUB).
               MOVE QT-RECORD(C-QUE-SUB)   TO PQ-PST-REC.
               WRITE PQ-PST-REC.
               MOVE SPACES                 TO R-ACTION.
               STRING 'REJECTED - ' C-REJECT-MSG
                   DELIMITED BY SIZE INTO R-ACTION.
               PERFORM L5-PUT-REG-LINE.

           L3-PAY-ENTRY-EXIT.
               EXIT.

           L4-RESOLVE-PAYEE.
      *    A PAYEE.DAT ENTRY WINS OVER EVERYTHING. OTHERWISE AN
      *    OWNER IS PAID AT THE OWNER.DAT REMITTANCE ADDRESS AND A
      *    REFUND GOES TO THE UNIT'S LAST TENANT ON TENANT.HIS, AT
      *    THE CUSTOMER MASTER ADDRESS OF RECORD WHEN CBLHJB51 HAS
      *    MATCHED THEM (SURNAME AND FIRST NAME, TENANT SOURCE).
               MOVE 'N'                    TO C-FOUND-SW.
               MOVE SPACES                 TO PW-NAME.
               MOVE SPACES                 TO PW-ADDRESS.
               MOVE SPACES                 TO PW-CITY.
               MOVE SPACES                 TO PW-STATE.
               MOVE 0                      TO PW-ZIP.
               PERFORM VARYING C-PYE-SUB FROM 1 BY 1
                   UNTIL C-PYE-SUB > C-PYE-CTR
                       OR (PYT-PAY-TYPE(C-PYE-SUB) = PW-PAY-TYPE
                           AND PYT-PAYEE-KEY(C-PYE-SUB) = PW-PAYEE-KEY)
               END-PERFORM.
               IF C-PYE-SUB <= C-PYE-CTR
                   MOVE PYT-NAME(C-PYE-SUB)    TO PW-NAME
                   MOVE PYT-ADDRESS(C-PYE-SUB) TO PW-ADDRESS
                   MOVE PYT-CITY(C-PYE-SUB)    TO PW-CITY
                   MOVE PYT-STATE(C-PYE-SUB)   TO PW-STATE
                   MOVE PYT-ZIP(C-PYE-SUB)     TO PW-ZIP
               ELSE
                   EVALUATE PW-PAY-TYPE
                       WHEN 'O'
                           PERFORM L5-OWNER-ADDRESS
                       WHEN 'D'
                       WHEN 'M'
                           PERFORM L5-TENANT-ADDRESS
                   END-EVALUATE
               END-IF.
               IF PW-NAME NOT = SPACES
                   AND PW-ADDRESS NOT = SPACES
                   AND PW-CITY NOT = SPACES
                   MOVE 'Y'                TO C-FOUND-SW
               END-IF.

           L5-OWNER-ADDRESS.
               PERFORM VARYING C-OWN-SUB FROM 1 BY 1
                   UNTIL C-OWN-SUB > C-OWN-CTR
                       OR OWT-OWNER-CODE(C-OWN-SUB) = PW-PAYEE-KEY(1:4)
               END-PERFORM.
               IF C-OWN-SUB <= C-OWN-CTR
                   MOVE OWT-NAME(C-OWN-SUB)    TO PW-NAME
                   MOVE OWT-ADDRESS(C-OWN-SUB) TO PW-ADDRESS
                   MOVE OWT-CITY(C-OWN-SUB)    TO PW-CITY
                   MOVE OWT-STATE(C-OWN-SUB)   TO PW-STATE
                   MOVE OWT-ZIP(C-OWN-SUB)     TO PW-ZIP
               END-IF.

           L5-TENANT-ADDRESS.
               PERFORM VARYING C-THS-SUB FROM 1 BY 1
                   UNTIL C-THS-SUB > C-THS-CTR
                       OR (THT-BLD-CODE(C-THS-SUB) = PW-BLD-CODE
                           AND THT-UNIT(C-THS-SUB) = PW-UNIT)
               END-PERFORM.
               IF C-THS-SUB <= C-THS-CTR
                   STRING THT-FNAME(C-THS-SUB) DELIMITED BY '  '
                       ' ' DELIMITED BY SIZE
                       THT-LNAME(C-THS-SUB) DELIMITED BY '  '
                       INTO PW-NAME
                   MOVE THT-ADDRESS(C-THS-SUB) TO PW-ADDRESS
                   MOVE THT-CITY(C-THS-SUB)    TO PW-CITY
                   MOVE THT-STATE(C-THS-SUB)   TO PW-STATE
                   MOVE THT-ZIP(C-THS-SUB)     TO PW-ZIP
                   PERFORM VARYING C-CUS-SUB FROM 1 BY 1
                       UNTIL C-CUS-SUB > C-CUS-CTR
                           OR (CT-LNAME(C-CUS-SUB) =
                                   THT-LNAME(C-THS-SUB)
                               AND CT-FNAME(C-CUS-SUB)(1:10) =
                                   THT-FNAME(C-THS-SUB))
                   END-PERFORM
                   IF C-CUS-SUB <= C-CUS-CTR
                       MOVE CT-ADDRESS(C-CUS-SUB)  TO PW-ADDRESS
                       MOVE CT-CITY(C-CUS-SUB)     TO PW-CITY
                       MOVE CT-STATE(C-CUS-SUB)    TO PW-STATE
                       MOVE CT-ZIP(C-CUS-SUB)(1:5) TO PW-ZIP
                   END-IF
               END-IF.

           L4-ISSUE-CHECK.
               ADD 1 TO C-CKT-CTR.
               MOVE C-CKT-CTR              TO C-CKT-SUB.
               MOVE C-NEXT-CHECK    TO CKT-CHECK-NO(C-CKT-SUB).
               MOVE C-ASOF-DATE     TO CKT-ISSUE-DATE(C-CKT-SUB).
               MOVE PW-PAY-TYPE     TO CKT-PAY-TYPE(C-CKT-SUB).
               MOVE PW-PAYEE-KEY    TO CKT-PAYEE-KEY(C-CKT-SUB).
               MOVE PW-NAME         TO CKT-PAYEE-NAME(C-CKT-SUB).
               MOVE PW-AMOUNT       TO CKT-AMOUNT(C-CKT-SUB).
               MOVE PW-MEMO         TO CKT-MEMO(C-CKT-SUB).
               MOVE 'I'             TO CKT-STATUS(C-CKT-SUB).
               MOVE C-ASOF-DATE     TO CKT-STATUS-DATE(C-CKT-SUB).
               MOVE PW-REISSUE-OF   TO CKT-REISSUE-OF(C-CKT-SUB).
               MOVE 'I'             TO CKT-RUN-ACTION(C-CKT-SUB).
               ADD 1 TO C-NEXT-CHECK.
               ADD 1                       TO C-ISSUE-CTR.
               ADD PW-AMOUNT               TO C-ISSUE-AMT.
               PERFORM VARYING C-TYP-SUB FROM 1 BY 1
                   UNTIL C-TYP-SUB > 4
                       OR TYP-CODE(C-TYP-SUB) = PW-PAY-TYPE
               END-PERFORM.
               IF C-TYP-SUB <= 4
                   ADD 1         TO TYT-ISSUE-CTR(C-TYP-SUB)
                   ADD PW-AMOUNT TO TYT-ISSUE-AMT(C-TYP-SUB)
               END-IF.
               PERFORM L5-PRINT-CHECK.
               MOVE CKT-CHECK-NO(C-CKT-SUB) TO R-CHECK-NO.
               MOVE C-ASOF-DATE            TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO R-DATE.
               MOVE PW-PAY-TYPE            TO R-TYPE.
               MOVE PW-PAYEE-KEY           TO R-KEY.
               MOVE PW-NAME                TO R-PAYEE.
               MOVE PW-MEMO                TO R-MEMO.
               MOVE PW-AMOUNT              TO R-AMOUNT.
               MOVE SPACES                 TO R-ACTION.
               IF PW-REISSUE-OF > 0
                   STRING 'REISSUE OF CHECK ' PW-REISSUE-OF
                       DELIMITED BY SIZE INTO R-ACTION
               ELSE
                   STRING 'ISSUED - ' PW-SOURCE
                       DELIMITED BY SIZE INTO R-ACTION
               END-IF.
               PERFORM L5-PUT-REG-LINE.

           L5-PRINT-CHECK.
               MOVE C-ACCOUNT              TO CK1-ACCOUNT.
               MOVE CKT-CHECK-NO(C-CKT-SUB) TO CK1-CHECK-NO.
               IF C-FIRST-CHECK-SW = 'Y'
                   MOVE 'N' TO C-FIRST-CHECK-SW
                   WRITE CHKLINE FROM CHK-LINE1
               ELSE
                   WRITE CHKLINE FROM CHK-LINE1
                       AFTER ADVANCING PAGE
               END-IF.
               MOVE C-ASOF-DATE            TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO CK2-DATE.
               WRITE CHKLINE FROM CHK-LINE2
                   AFTER ADVANCING 2 LINES.
               PERFORM L6-AMOUNT-IN-WORDS.
               MOVE C-WORDS                TO CK3-WORDS.
               WRITE CHKLINE FROM CHK-LINE3
                   AFTER ADVANCING 2 LINES.
               MOVE PW-NAME                TO CK4-NAME.
               MOVE PW-AMOUNT              TO CK4-AMOUNT.
               WRITE CHKLINE FROM CHK-LINE4
                   AFTER ADVANCING 2 LINES.
               MOVE PW-ADDRESS             TO CK5-ADDRESS.
               WRITE CHKLINE FROM CHK-LINE5
                   AFTER ADVANCING 1 LINE.
               MOVE PW-CITY                TO CK6-CITY.
               MOVE PW-STATE               TO CK6-STATE.
               MOVE PW-ZIP                 TO CK6-ZIP.
               WRITE CHKLINE FROM CHK-LINE6
                   AFTER ADVANCING 1 LINE.
               MOVE PW-MEMO                TO CK7-MEMO.
               WRITE CHKLINE FROM CHK-LINE7
                   AFTER ADVANCING 3 LINES.
               WRITE CHKLINE FROM STUB-SEPARATOR
                   AFTER ADVANCING 6 LINES.
               MOVE CKT-CHECK-NO(C-CKT-SUB) TO SB1-CHECK-NO.
               MOVE C-DATE-OUT             TO SB1-DATE.
               MOVE PW-NAME                TO SB1-NAME.
               WRITE CHKLINE FROM STUB-LINE1
                   AFTER ADVANCING 2 LINES.
               MOVE TYP-DESC(C-TYP-SUB)    TO SB2-TYPE-DESC.
               MOVE PW-MEMO                TO SB2-MEMO.
               MOVE PW-SOURCE              TO SB2-SOURCE.
               MOVE PW-AMOUNT              TO SB2-AMOUNT.
               WRITE CHKLINE FROM STUB-LINE2
                   AFTER ADVANCING 1 LINE.
               IF PW-REISSUE-OF > 0
                   MOVE PW-REISSUE-OF      TO SB3-REISSUE-OF
                   WRITE CHKLINE FROM STUB-LINE3
                       AFTER ADVANCING 1 LINE
               END-IF.

           L6-AMOUNT-IN-WORDS.
      *    THE LEGAL AMOUNT, E.G. ONE THOUSAND TWO HUNDRED FIVE AND
      *    40/100 DOLLARS, WITH THE REST OF THE LINE STARRED OUT.
               MOVE SPACES                 TO C-WORDS.
               MOVE 1                      TO C-WORD-PTR.
               MOVE PW-AMOUNT              TO C-DOLLARS.
               COMPUTE C-CENTS = (PW-AMOUNT - C-DOLLARS) * 100.
               DIVIDE C-DOLLARS BY 1000000 GIVING C-MILLIONS
                   REMAINDER C-BELOW-MILLION.
               DIVIDE C-BELOW-MILLION BY 1000 GIVING C-THOUSANDS
                   REMAINDER C-UNITS.
               IF C-DOLLARS = 0
                   MOVE 'ZERO'             TO C-WORD
                   PERFORM L7-APPEND-WORD
               END-IF.
               IF C-MILLIONS > 0
                   MOVE C-MILLIONS         TO C-GRP
                   PERFORM L7-GROUP-WORDS
                   MOVE 'MILLION'          TO C-WORD
                   PERFORM L7-APPEND-WORD
               END-IF.
               IF C-THOUSANDS > 0
                   MOVE C-THOUSANDS        TO C-GRP
                   PERFORM L7-GROUP-WORDS
                   MOVE 'THOUSAND'         TO C-WORD
                   PERFORM L7-APPEND-WORD
               END-IF.
               IF C-UNITS > 0
                   MOVE C-UNITS            TO C-GRP
                   PERFORM L7-GROUP-WORDS
               END-IF.
               MOVE 'AND'                  TO C-WORD.
               PERFORM L7-APPEND-WORD.
               MOVE SPACES                 TO C-WORD.
               STRING C-CENTS '/100' DELIMITED BY SIZE INTO C-WORD.
               PERFORM L7-APPEND-WORD.
               MOVE 'DOLLARS'              TO C-WORD.
               PERFORM L7-APPEND-WORD.
               IF C-WORD-PTR < 110
                   ADD 1 TO C-WORD-PTR
                   MOVE ALL '*' TO C-WORDS(C-WORD-PTR:)
               END-IF.

           L7-GROUP-WORDS.
               DIVIDE C-GRP BY 100 GIVING C-GRP-HUND
                   REMAINDER C-GRP-REST.
               IF C-GRP-HUND > 0
                   MOVE ONES-ENTRY(C-GRP-HUND) TO C-WORD
                   PERFORM L7-APPEND-WORD
                   MOVE 'HUNDRED'          TO C-WORD
                   PERFORM L7-APPEND-WORD
               END-IF.
               IF C-GRP-REST > 0 AND C-GRP-REST < 20
                   MOVE ONES-ENTRY(C-GRP-REST) TO C-WORD
                   PERFORM L7-APPEND-WORD
               END-IF.
               IF C-GRP-REST >= 20
                   DIVIDE C-GRP-REST BY 10 GIVING C-GRP-TENS
                       REMAINDER C-GRP-ONES
                   MOVE SPACES             TO C-WORD
                   IF C-GRP-ONES > 0
                       STRING TENS-ENTRY(C-GRP-TENS) DELIMITED BY ' '
                           '-' DELIMITED BY SIZE
                           ONES-ENTRY(C-GRP-ONES) DELIMITED BY ' '
                           INTO C-WORD
                   ELSE
                       MOVE TENS-ENTRY(C-GRP-TENS) TO C-WORD
                   END-IF
                   PERFORM L7-APPEND-WORD
               END-IF.

           L7-APPEND-WORD.
               IF C-WORD-PTR > 1
                   STRING ' ' DELIMITED BY SIZE
                       INTO C-WORDS WITH POINTER C-WORD-PTR
               END-IF.
               STRING C-WORD DELIMITED BY ' '
                   INTO C-WORDS WITH POINTER C-WORD-PTR.

           L5-PUT-REG-LINE.
               WRITE PRTLINE FROM REG-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L3-WRITE-POSITIVE-PAY.
      *    THE BANK PAYS ONLY CHECKS ON ITS ISSUE FILE, AT THE
      *    AMOUNT AND TO THE PAYEE SHOWN, AND REFUSES ANY CHECK
      *    SENT AS VOID.
               OPEN OUTPUT POS-PAY.
               PERFORM VARYING C-CKT-SUB FROM 1 BY 1
                   UNTIL C-CKT-SUB > C-CKT-CTR
                       IF CKT-RUN-ACTION(C-CKT-SUB) NOT = SPACE
                           MOVE C-ACCOUNT      TO PP-ACCOUNT
                           MOVE CKT-CHECK-NO(C-CKT-SUB)
                                               TO PP-CHECK-NO
                           MOVE CKT-ISSUE-DATE(C-CKT-SUB)
                                               TO PP-ISSUE-DATE
                           MOVE CKT-AMOUNT(C-CKT-SUB) TO PP-AMOUNT
                           MOVE CKT-PAYEE-NAME(C-CKT-SUB) TO PP-PAYEE
                           MOVE CKT-RUN-ACTION(C-CKT-SUB)
                                               TO PP-VOID-IND
                           WRITE PP-REC
                       END-IF
               END-PERFORM.
               CLOSE POS-PAY.

           L3-WRITE-GL-SUMMARY.
      *    ONE RECORD PER GL SOURCE WITH MONEY TONIGHT: CHECKS
      *    ISSUED CREDIT CASH AGAINST THE PAYABLE THEY SETTLE, AND
      *    VOIDS PUT IT BACK.
               OPEN OUTPUT CHECK-SUM.
               PERFORM VARYING C-TYP-SUB FROM 1 BY 1
                   UNTIL C-TYP-SUB > 4
                       IF TYT-ISSUE-AMT(C-TYP-SUB) > 0
                           MOVE TYP-GL-ISSUE(C-TYP-SUB) TO CS-SOURCE
                           MOVE TYT-ISSUE-AMT(C-TYP-SUB)
                                               TO CS-TOT-AMOUNT
                           MOVE 'CBLHJB82'     TO CS-PROGRAM-ID
                           MOVE C-ASOF-DATE    TO CS-RUN-DATE
                           WRITE CS-REC
                       END-IF
                       IF TYT-VOID-AMT(C-TYP-SUB) > 0
                           MOVE TYP-GL-VOID(C-TYP-SUB) TO CS-SOURCE
                           MOVE TYT-VOID-AMT(C-TYP-SUB)
                                               TO CS-TOT-AMOUNT
                           MOVE 'CBLHJB82'     TO CS-PROGRAM-ID
                           MOVE C-ASOF-DATE    TO CS-RUN-DATE
                           WRITE CS-REC
                       END-IF
               END-PERFORM.
               CLOSE CHECK-SUM.

           L3-REGISTER-TOTALS.
               WRITE PRTLINE FROM TYPE-HEADING
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM L4-HEADING.
               PERFORM VARYING C-TYP-SUB FROM 1 BY 1
                   UNTIL C-TYP-SUB > 4
                       MOVE TYP-DESC(C-TYP-SUB)      TO TL-DESC
                       MOVE TYT-ISSUE-CTR(C-TYP-SUB) TO TL-ISSUE-CTR
                       MOVE TYT-ISSUE-AMT(C-TYP-SUB) TO TL-ISSUE-AMT
                       MOVE TYT-VOID-CTR(C-TYP-SUB)  TO TL-VOID-CTR
                       MOVE TYT-VOID-AMT(C-TYP-SUB)  TO TL-VOID-AMT
                       MOVE TYT-HELD-CTR(C-TYP-SUB)  TO TL-HELD-CTR
                       MOVE TYT-HELD-AMT(C-TYP-SUB)  TO TL-HELD-AMT
                       WRITE PRTLINE FROM TYPE-LINE
                           AFTER ADVANCING 1 LINE
                               AT EOP
                                   PERFORM L4-HEADING
                       END-WRITE
               END-PERFORM.
               MOVE C-TRAN-CTR             TO GT-TRAN-CTR.
               MOVE C-APPLIED-CTR          TO GT-APPLIED-CTR.
               MOVE C-QUEUE-CTR            TO GT-QUEUE-CTR.
               MOVE C-HELD-CTR             TO GT-HELD-CTR.
               MOVE C-REJECT-CTR           TO GT-REJECT-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 2 LINES.
               MOVE C-ISSUE-CTR            TO GT-ISSUE-CTR.
               MOVE C-ISSUE-AMT            TO GT-ISSUE-AMT.
               MOVE C-VOID-CTR             TO GT-VOID-CTR.
               MOVE C-VOID-AMT             TO GT-VOID-AMT.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.
      *    THE OPERATOR LOADS NEW STOCK AND RESETS CHKCTL.DAT
      *    THROUGH CBLHJB25 BEFORE THE PRINTER RUNS OUT.
               IF C-STOCK-ON-FILE
                   MOVE C-NEXT-CHECK       TO SK-NEXT-CHECK
                   MOVE C-LAST-CHECK       TO SK-LAST-CHECK
                   IF C-NEXT-CHECK > C-LAST-CHECK
                       MOVE 0              TO C-STOCK-LEFT
                   ELSE
                       COMPUTE C-STOCK-LEFT =
                           C-LAST-CHECK - C-NEXT-CHECK + 1
                   END-IF
                   MOVE C-STOCK-LEFT       TO SK-STOCK-LEFT
                   MOVE SPACES             TO SK-WARNING
                   IF C-STOCK-LEFT < 25
                       MOVE '*** CHECK STOCK LOW - LOAD NEW STOCK ***'
                           TO SK-WARNING
                   END-IF
                   WRITE PRTLINE FROM STOCK-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   MOVE 'NO CHECK-STOCK CONTROL RECORD ON CHKCTL.DAT'
                       TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               IF C-PYE-OVFL
                   MOVE 'PAYEE-TABLE'      TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               IF C-OWN-OVFL
                   MOVE 'OWNER-TABLE'      TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               IF C-THS-OVFL
                   MOVE 'TEN-HIST-TABLE'   TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.
               IF C-CUS-OVFL
                   MOVE 'CUST-TABLE'       TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.

           L5-FORMAT-DATE.
               MOVE SPACES                 TO C-DATE-OUT.
               STRING C-DATE-IN-MONTH '/' C-DATE-IN-DAY '/'
                   C-DATE-IN-YEAR
                   DELIMITED BY SIZE INTO C-DATE-OUT.

           L4-HEADING-FIRST.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
               WRITE PRTLINE FROM REG-HEADING
                   AFTER ADVANCING 2 LINES.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM REG-HEADING
                   AFTER ADVANCING 2 LINES.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB82'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
      *    READ IS EVERY VOID/REISSUE AND QUEUE ENTRY; A HELD
      *    ENTRY COUNTS AS PROCESSED - IT IS CARRIED FORWARD ON THE
      *    QUEUE, NOT LOST - SO READ = PROCESSED + REJECTED HOLDS.
               COMPUTE RL-RECS-READ = C-TRAN-CTR + C-QUEUE-CTR.
               COMPUTE RL-RECS-PROCESSED =
                   C-TRAN-CTR + C-QUEUE-CTR - C-REJECT-CTR.
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
               MOVE RC-RERUN-FLAG          TO C-RERUN-SW.
               IF RC-AS-OF-YEAR = ZERO
                   MOVE CURRENT-YEAR       TO C-RUNLOG-YEAR
                   MOVE CURRENT-MONTH      TO C-RUNLOG-MONTH
                   MOVE CURRENT-DAY        TO C-RUNLOG-DAY
               ELSE
                   MOVE RC-AS-OF-DATE      TO C-RUNLOG-DATE
               END-IF.
               MOVE 'CBLHJB82'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-CHKTRAN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CHKTRAN.DAT' DELIMITED BY SIZE
               INTO FP-CHKTRAN-DAT.
           MOVE SPACES TO FP-CHKTRAN-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CHKTRAN.PST' DELIMITED BY SIZE
               INTO FP-CHKTRAN-PST.
           MOVE SPACES TO FP-PAYQUE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PAYQUE.DAT' DELIMITED BY SIZE
               INTO FP-PAYQUE-DAT.
           MOVE SPACES TO FP-PAYQUE-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PAYQUE.PST' DELIMITED BY SIZE
               INTO FP-PAYQUE-PST.
           MOVE SPACES TO FP-CHKCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CHKCTL.DAT' DELIMITED BY SIZE
               INTO FP-CHKCTL-DAT.
           MOVE SPACES TO FP-CHKHIST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CHKHIST.DAT' DELIMITED BY SIZE
               INTO FP-CHKHIST-DAT.
           MOVE SPACES TO FP-PAYEE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PAYEE.DAT' DELIMITED BY SIZE
               INTO FP-PAYEE-DAT.
           MOVE SPACES TO FP-OWNER-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'OWNER.DAT' DELIMITED BY SIZE
               INTO FP-OWNER-DAT.
           MOVE SPACES TO FP-TENANT-HIS.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENANT.HIS' DELIMITED BY SIZE
               INTO FP-TENANT-HIS.
           MOVE SPACES TO FP-CUSTMST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CUSTMST.DAT' DELIMITED BY SIZE
               INTO FP-CUSTMST-DAT.
           MOVE SPACES TO FP-POSPAY-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'POSPAY.DAT' DELIMITED BY SIZE
               INTO FP-POSPAY-DAT.
           MOVE SPACES TO FP-CHKSUM-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CHKSUM.DAT' DELIMITED BY SIZE
               INTO FP-CHKSUM-DAT.
           MOVE SPACES TO FP-CHECKS-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CHECKS.PRT' DELIMITED BY SIZE
               INTO FP-CHECKS-PRT.
           MOVE SPACES TO FP-CHKREG-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CHKREG.PRT' DELIMITED BY SIZE
               INTO FP-CHKREG-PRT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB82.
