       IDENTIFICATION DIVISION.
      *UNCLAIMED-PROPERTY (ESCHEATMENT) TRACKING. MONEY OWED TO
      *PEOPLE WE CANNOT REACH IS KEPT ON ONE REGISTER, ESCHITEM.DAT,
      *WITH THE OWNER'S NAME AND LAST KNOWN ADDRESS, THE DATE IT
      *BECAME DUE, AND THE STATE IT WILL BE REPORTED TO. EACH NIGHT
      *THE RUN PICKS UP TWO KINDS OF ITEM. A DEPOSIT OR MOVE-OUT
      *REFUND CHECK ON THE CBLHJB82 CHECK HISTORY (CHKHIST.DAT) STILL
      *OUTSTANDING PAST THE 90 DAYS PRINTED ON ITS FACE IS ADDED,
      *ADDRESSED THE WAY CBLHJB82 ADDRESSED IT (PAYEE.DAT, ELSE THE
      *UNIT'S LAST TENANT ON TENANT.HIS WITH THE CUSTMST.DAT ADDRESS
      *OF RECORD WINNING). CREDITS THE MASTERS CANNOT CARRY ARE
      *ADDED FROM CREDHELD.DAT, WHERE THE POSTING RUNS LEAVE THEM -
      *UNAPPLIED AND OVERPAID RENT FROM CBLHJB16 (OWNER FROM
      *TENANT.IDX OR TENANT.HIS), STUDENT CREDIT BALANCES FROM
      *CBLHJB32 AND CBLHJB62 (STDNTMST.IDX AND STDNTADR.DAT), AND
      *OVERPAID BOAT LOANS FROM CBLHJB38 (CUSTMST.DAT BY SURNAME AND
      *STATE); CREDHELD.DAT IS THEN EMPTIED. AN OWNER WITH NO KNOWN
      *STATE IS REPORTED TO THE HOLDER'S STATE, WISCONSIN.
      *CLAIMS KEYED ON ESCHTRAN.DAT BY ITEM NUMBER CLOSE AN ITEM THE
      *OWNER HAS COME FORWARD FOR; A CHECK ITEM CLOSES ON ITS OWN
      *ONCE THE CHECK CLEARS OR IS VOIDED. APPLIED CLAIMS MOVE TO
      *ESCHTRAN.PST; A REFUSED CLAIM STAYS ON ESCHTRAN.DAT FOR
      *CORRECTION. EVERY OPEN ITEM IS AGED AGAINST THE DORMANCY
      *TABLE ESCHDORM.DAT BY STATE AND ITEM TYPE (STATE ** IS THE
      *DEFAULT FOR A TYPE), WHICH GIVES THE YEARS TO DORMANCY, HOW
      *MANY DAYS AHEAD THE DUE-DILIGENCE LETTER GOES, AND THE
      *SMALLEST AMOUNT A LETTER IS REQUIRED FOR. THE LETTERS PRINT
      *ON ESCHLTR.PRT, ONE PER ITEM, ONCE. ESCHAGE.PRT LISTS THE
      *NIGHT'S CLAIMS, ITEMS ADDED AND CLOSED, AND EVERY OPEN ITEM
      *WITH ITS DAYS TO DORMANCY, WITH TOTALS BY AGE. THE ANNUAL
      *HOLDER REPORT AND REMITTANCE ARE CBLHJB94.
       PROGRAM-ID. CBLHJB93.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL ESCH-ITEM
               ASSIGN TO DYNAMIC FP-ESCHITEM-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ESCH-TRAN
               ASSIGN TO DYNAMIC FP-ESCHTRAN-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ESCH-TRAN-PST
               ASSIGN TO DYNAMIC FP-ESCHTRAN-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ESCH-DORM
               ASSIGN TO DYNAMIC FP-ESCHDORM-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CREDIT-HELD
               ASSIGN TO DYNAMIC FP-CREDHELD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHECK-HIST
               ASSIGN TO DYNAMIC FP-CHKHIST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYEE-FILE
               ASSIGN TO DYNAMIC FP-PAYEE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TENANT-HIST
               ASSIGN TO DYNAMIC FP-TENANT-HIS
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TENANT-MASTER
               ASSIGN TO DYNAMIC FP-TENANT-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS TN-KEY
                   FILE STATUS IS C-TENANT-STATUS.

           SELECT OPTIONAL CUST-MASTER
               ASSIGN TO DYNAMIC FP-CUSTMST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT IDX-MASTER
               ASSIGN TO DYNAMIC FP-STDNTMST-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS I-ID
                   FILE STATUS IS C-IDX-STATUS.

           SELECT OPTIONAL STDNT-ADDR
               ASSIGN TO DYNAMIC FP-STDNTADR-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LETTER-OUT
               ASSIGN TO DYNAMIC FP-ESCHLTR-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-ESCHAGE-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ESCH-ITEM
           LABEL RECORD IS STANDARD
           DATA RECORD IS ES-REC
           RECORD CONTAINS 129 CHARACTERS.

       01 ES-REC                       PIC X(129).

           FD ESCH-TRAN
           LABEL RECORD IS STANDARD
           DATA RECORD IS ET-REC
           RECORD CONTAINS 34 CHARACTERS.

       01 ET-REC.
           05 ET-ITEM-NO               PIC 9(6).
           05 ET-DATE                  PIC 9(8).
           05 ET-MEMO                  PIC X(20).

           FD ESCH-TRAN-PST
           LABEL RECORD IS STANDARD
           DATA RECORD IS ET-PST-REC
           RECORD CONTAINS 34 CHARACTERS.

       01 ET-PST-REC                   PIC X(34).

           FD ESCH-DORM
           LABEL RECORD IS STANDARD
           DATA RECORD IS ED-REC
           RECORD CONTAINS 15 CHARACTERS.

       01 ED-REC.
           05 ED-STATE                 PIC XX.
           05 ED-TYPE                  PIC X.
           05 ED-YEARS                 PIC 99.
           05 ED-NOTICE-DAYS           PIC 9(3).
           05 ED-MIN-LETTER            PIC 9(5)V99.

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

           FD IDX-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 53 CHARACTERS.

       01 I-REC.
           05 I-ID                     PIC X(7).
           05 I-LNAME                  PIC X(15).
           05 I-FNAME                  PIC X(15).
           05 I-INIT                   PIC X.
           05 I-GPA                    PIC 9V99.
           05 I-EX-STRT-SAL            PIC 9(6)V99.
           05 I-MAJOR                  PIC X(4).

           FD STDNT-ADDR
           LABEL RECORD IS STANDARD
           DATA RECORD IS SD-REC
           RECORD CONTAINS 52 CHARACTERS.

       01 SD-REC.
           05 SD-ID                    PIC X(7).
           05 SD-TIN                   PIC X(9).
           05 SD-ADDRESS               PIC X(15).
           05 SD-CITY                  PIC X(10).
           05 SD-STATE                 PIC XX.
           05 SD-ZIP                   PIC 9(9).

           FD LETTER-OUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS LTR-LINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 LTR-LINE                     PIC X(132).

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
           05 FP-ESCHITEM-DAT        PIC X(40)   VALUE SPACES.
           05 FP-ESCHTRAN-DAT        PIC X(40)   VALUE SPACES.
           05 FP-ESCHTRAN-PST        PIC X(40)   VALUE SPACES.
           05 FP-ESCHDORM-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CREDHELD-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CHKHIST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-PAYEE-DAT           PIC X(40)   VALUE SPACES.
           05 FP-TENANT-HIS          PIC X(40)   VALUE SPACES.
           05 FP-TENANT-IDX          PIC X(40)   VALUE SPACES.
           05 FP-CUSTMST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-STDNTMST-IDX        PIC X(40)   VALUE SPACES.
           05 FP-STDNTADR-DAT        PIC X(40)   VALUE SPACES.
           05 FP-ESCHLTR-PRT         PIC X(40)   VALUE SPACES.
           05 FP-ESCHAGE-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 C-TENANT-STATUS      PIC XX      VALUE '00'.
               05 C-IDX-STATUS         PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-OVFL-SW            PIC X       VALUE 'N'.
                  88 C-OVFL            VALUE 'Y'.
               05 C-OVFL-TABLE         PIC X(15)   VALUE SPACES.
               05 C-TEN-OPEN-SW        PIC X       VALUE 'N'.
                  88 C-TEN-OPEN        VALUE 'Y'.
               05 C-STU-OPEN-SW        PIC X       VALUE 'N'.
                  88 C-STU-OPEN        VALUE 'Y'.
               05 C-FOUND-SW           PIC X       VALUE 'N'.
                  88 C-FOUND           VALUE 'Y'.
               05 C-HAS-ADDR-SW        PIC X       VALUE 'N'.
                  88 C-HAS-ADDR        VALUE 'Y'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-TRAN-CTR           PIC 9(5)    VALUE 0.
               05 C-CLAIM-CTR          PIC 9(5)    VALUE 0.
               05 C-REJECT-CTR         PIC 9(5)    VALUE 0.
               05 C-CRED-READ-CTR      PIC 9(5)    VALUE 0.
               05 C-KEPT-CTR           PIC 9(5)    VALUE 0.
               05 C-ADDED-CTR          PIC 9(5)    VALUE 0.
               05 C-STALE-CTR          PIC 9(5)    VALUE 0.
               05 C-CLOSED-CTR         PIC 9(5)    VALUE 0.
               05 C-LETTER-CTR         PIC 9(5)    VALUE 0.
               05 C-OPEN-CTR           PIC 9(5)    VALUE 0.
               05 C-GT-ADDED           PIC 9(9)V99 VALUE 0.
               05 C-GT-CLOSED          PIC 9(9)V99 VALUE 0.
               05 C-GT-CLAIMED         PIC 9(9)V99 VALUE 0.
               05 C-GT-OPEN            PIC 9(9)V99 VALUE 0.
               05 C-ITM-CTR            PIC 9(4)    VALUE 0.
               05 C-ITM-SUB            PIC 9(4)    VALUE 0.
               05 C-CKT-CTR            PIC 9(4)    VALUE 0.
               05 C-CKT-SUB            PIC 9(4)    VALUE 0.
               05 C-TRN-CTR            PIC 9(3)    VALUE 0.
               05 C-TRN-SUB            PIC 9(3)    VALUE 0.
               05 C-CRD-CTR            PIC 9(4)    VALUE 0.
               05 C-CRD-SUB            PIC 9(4)    VALUE 0.
               05 C-DRM-CTR            PIC 9(3)    VALUE 0.
               05 C-DRM-SUB            PIC 9(3)    VALUE 0.
               05 C-PYE-CTR            PIC 9(3)    VALUE 0.
               05 C-PYE-SUB            PIC 9(3)    VALUE 0.
               05 C-THS-CTR            PIC 9(4)    VALUE 0.
               05 C-THS-SUB            PIC 9(4)    VALUE 0.
               05 C-CUS-CTR            PIC 9(4)    VALUE 0.
               05 C-CUS-SUB            PIC 9(4)    VALUE 0.
               05 C-ADR-CTR            PIC 9(4)    VALUE 0.
               05 C-ADR-SUB            PIC 9(4)    VALUE 0.
               05 C-TYP-SUB            PIC 9       VALUE 0.
               05 C-AGE-SUB            PIC 9       VALUE 0.
               05 C-NEXT-ITEM-NO       PIC 9(6)    VALUE 1.
               05 C-UNIT-KEY           PIC X(4)    VALUE SPACES.
               05 C-UNIT-KEY-R REDEFINES C-UNIT-KEY.
                   10 C-UNIT-BLD-CODE  PIC XX.
                   10 C-UNIT-NO        PIC 99.
      *    A REFUND CHECK IS PRINTED VOID AFTER 90 DAYS; ONE STILL
      *    OUTSTANDING PAST THAT IS TRACKED AS UNCLAIMED PROPERTY.
               05 C-STALE-DAYS         PIC 9(3)    VALUE 90.
      *    AN OWNER WITH NO KNOWN STATE IS REPORTED TO THE HOLDER'S.
               05 C-HOLDER-STATE       PIC XX      VALUE 'WI'.
      *    WITH NO ESCHDORM.DAT ENTRY FOR THE STATE OR THE ** DEFAULT
      *    THE COMMON THREE YEARS, 120-DAY NOTICE, AND $50 MINIMUM
      *    APPLY.
               05 C-DFLT-YEARS         PIC 99      VALUE 3.
               05 C-DFLT-NOTICE-DAYS   PIC 9(3)    VALUE 120.
               05 C-DFLT-MIN-LETTER    PIC 9(5)V99 VALUE 50.00.
               05 C-YEARS              PIC 99      VALUE 0.
               05 C-NOTICE-DAYS        PIC 9(3)    VALUE 0.
               05 C-MIN-LETTER         PIC 9(5)V99 VALUE 0.
               05 C-DAYS-LEFT          PIC S9(7)   VALUE 0.
               05 C-CHECK-AGE          PIC S9(7)   VALUE 0.
               05 C-REMARK             PIC X(24)   VALUE SPACES.
               05 C-REJECT-MSG         PIC X(30)   VALUE SPACES.
               05 C-ASOF-DATE          PIC 9(8)    VALUE 0.
               05 C-DATE-WORK          PIC 9(8)    VALUE 0.
               05 C-DATE-WORK-R REDEFINES C-DATE-WORK.
                   10 C-WORK-YEAR      PIC 9(4).
                   10 C-WORK-MONTH     PIC 99.
                   10 C-WORK-DAY       PIC 99.
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

      *    AN ITEM BEING ADDED, WITH THE OWNER ONCE RESOLVED.
           01 NEW-ITEM.
               05 NI-TYPE              PIC X.
               05 NI-REF               PIC X(17).
               05 NI-DUE-DATE          PIC 9(8).
               05 NI-AMOUNT            PIC 9(7)V99.
               05 NI-NAME              PIC X(25).
               05 NI-ADDRESS           PIC X(15).
               05 NI-CITY              PIC X(10).
               05 NI-STATE             PIC XX.
               05 NI-ZIP               PIC 9(5).

      *    ITEM TYPES: CODE, DESCRIPTION FOR THE LETTERS AND REPORTS.
           01 TYPE-CODES.
               05 FILLER               PIC X(22)
                  VALUE 'CUNCASHED REFUND CHECK'.
               05 FILLER               PIC X(22)
                  VALUE 'RRENT PAYMENT CREDIT  '.
               05 FILLER               PIC X(22)
                  VALUE 'TTUITION CREDIT       '.
               05 FILLER               PIC X(22)
                  VALUE 'LBOAT LOAN OVERPAYMENT'.
           01 TYPE-CODE-TABLE REDEFINES TYPE-CODES.
               05 TYP-ENTRY            OCCURS 4 TIMES.
                   10 TYP-CODE         PIC X.
                   10 TYP-DESC         PIC X(21).

      *    THE REGISTER, REWRITTEN AT THE END OF THE RUN. STATUS O
      *    OPEN, N DUE-DILIGENCE NOTICE SENT, C CLAIMED BY THE OWNER,
      *    X CHECK CLEARED OR VOIDED, R REPORTED TO THE STATE
      *    (CBLHJB94). ITT-RUN-ACTION MARKS WHAT HAPPENED TONIGHT.
           01 ITEM-TABLE.
               05 ITM-ENTRY            OCCURS 5000 TIMES.
                   10 ITT-RECORD.
                       15 ITT-ITEM-NO      PIC 9(6).
                       15 ITT-TYPE         PIC X.
                       15 ITT-REF          PIC X(17).
                       15 ITT-DUE-DATE     PIC 9(8).
                       15 ITT-AMOUNT       PIC 9(7)V99.
                       15 ITT-NAME         PIC X(25).
                       15 ITT-ADDRESS      PIC X(15).
                       15 ITT-CITY         PIC X(10).
                       15 ITT-STATE        PIC XX.
                       15 ITT-ZIP          PIC 9(5).
                       15 ITT-RPT-STATE    PIC XX.
                       15 ITT-DORMANT-DATE PIC 9(8).
                       15 ITT-NOTICE-DATE  PIC 9(8).
                       15 ITT-STATUS       PIC X.
                           88 ITT-OPEN         VALUE 'O'.
                           88 ITT-NOTICED      VALUE 'N'.
                           88 ITT-ACTIVE       VALUE 'O' 'N'.
                           88 ITT-CLAIMED      VALUE 'C'.
                           88 ITT-CLOSED       VALUE 'X'.
                           88 ITT-REPORTED     VALUE 'R'.
                       15 ITT-STATUS-DATE  PIC 9(8).
                       15 ITT-REPORT-YEAR  PIC 9(4).
                   10 ITT-RUN-ACTION       PIC X.

      *    THE CBLHJB82 CHECK HISTORY, READ ONLY.
           01 CHECK-TABLE.
               05 CKT-ENTRY            OCCURS 5000 TIMES.
                   10 CKT-CHECK-NO     PIC 9(6).
                   10 CKT-ISSUE-DATE   PIC 9(8).
                   10 CKT-PAY-TYPE     PIC X.
                   10 CKT-PAYEE-KEY    PIC X(6).
                   10 CKT-PAYEE-NAME   PIC X(25).
                   10 CKT-AMOUNT       PIC 9(7)V99.
                   10 CKT-MEMO         PIC X(20).
                   10 CKT-STATUS       PIC X.
                       88 CKT-OUTSTANDING  VALUE 'I'.
                       88 CKT-VOIDED       VALUE 'V'.
                   10 CKT-STATUS-DATE  PIC 9(8).
                   10 CKT-REISSUE-OF   PIC 9(6).

      *    CLAIMS. TRT-DISP IS A APPLIED OR R REFUSED - REFUSED
      *    CLAIMS ARE WRITTEN BACK TO ESCHTRAN.DAT.
           01 TRAN-TABLE.
               05 TRN-ENTRY            OCCURS 500 TIMES.
                   10 TRT-RECORD.
                       15 TRT-ITEM-NO      PIC 9(6).
                       15 TRT-DATE         PIC 9(8).
                       15 TRT-MEMO         PIC X(20).
                   10 TRT-DISP             PIC X.

      *    CREDITS LEFT BY THE POSTING RUNS. CRT-DISP IS A ADDED TO
      *    THE REGISTER OR K KEPT ON CREDHELD.DAT (REGISTER FULL).
           01 CREDIT-TABLE.
               05 CRD-ENTRY            OCCURS 2000 TIMES.
                   10 CRT-RECORD.
                       15 CRT-SOURCE       PIC X.
                       15 CRT-KEY          PIC X(17).
                       15 CRT-DATE         PIC 9(8).
                       15 CRT-AMOUNT       PIC 9(7)V99.
                       15 CRT-PROGRAM      PIC X(8).
                   10 CRT-DISP             PIC X.

           01 DORM-TABLE.
               05 DRM-ENTRY            OCCURS 200 TIMES.
                   10 DRT-STATE        PIC XX.
                   10 DRT-TYPE         PIC X.
                   10 DRT-YEARS        PIC 99.
                   10 DRT-NOTICE-DAYS  PIC 9(3).
                   10 DRT-MIN-LETTER   PIC 9(5)V99.

           01 PAYEE-TABLE.
               05 PYE-ENTRY            OCCURS 500 TIMES.
                   10 PYT-PAY-TYPE     PIC X.
                   10 PYT-PAYEE-KEY    PIC X(6).
                   10 PYT-NAME         PIC X(25).
                   10 PYT-ADDRESS      PIC X(15).
                   10 PYT-CITY         PIC X(10).
                   10 PYT-STATE        PIC XX.
                   10 PYT-ZIP          PIC 9(5).

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

      *    CUSTOMERS FROM THE RENTAL AND BOAT SIDES.
           01 CUST-TABLE.
               05 CUS-ENTRY            OCCURS 2000 TIMES.
                   10 CT-LNAME         PIC X(15).
                   10 CT-FNAME         PIC X(15).
                   10 CT-ADDRESS       PIC X(15).
                   10 CT-CITY          PIC X(10).
                   10 CT-STATE         PIC XX.
                   10 CT-ZIP           PIC 9(9).
                   10 CT-SRC-BOAT      PIC X.
                   10 CT-SRC-TENANT    PIC X.

           01 ADDR-TABLE.
               05 ADR-ENTRY            OCCURS 3000 TIMES.
                   10 ADR-ID           PIC X(7).
                   10 ADR-ADDRESS      PIC X(15).
                   10 ADR-CITY         PIC X(10).
                   10 ADR-STATE        PIC XX.
                   10 ADR-ZIP          PIC 9(9).

      *    OPEN ITEMS BY DAYS LEFT TO DORMANCY.
           01 AGE-LABELS.
               05 FILLER               PIC X(22)
                  VALUE 'DORMANT - REPORT DUE  '.
               05 FILLER               PIC X(22)
                  VALUE 'DORMANT IN 90 DAYS    '.
               05 FILLER               PIC X(22)
                  VALUE 'DORMANT IN 91-365 DAYS'.
               05 FILLER               PIC X(22)
                  VALUE 'OVER ONE YEAR TO GO   '.
           01 AGE-LABEL-TABLE REDEFINES AGE-LABELS.
               05 AGE-LABEL            PIC X(22)   OCCURS 4 TIMES.

           01 AGE-TOTALS.
               05 AGT-ENTRY            OCCURS 4 TIMES.
                   10 AGT-CTR          PIC 9(5)    VALUE 0.
                   10 AGT-AMOUNT       PIC 9(9)V99 VALUE 0.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-MONTH          PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 TITLE-DAY            PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 TITLE-YEAR           PIC X(4).
               05 FILLER               PIC X(24)   VALUE SPACES.
               05 FILLER               PIC X(50)
                  VALUE 'UNCLAIMED PROPERTY - DORMANCY AGING'.
               05 FILLER               PIC X(28)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 C-HEADING                PIC X(132)  VALUE SPACES.

           01 CLM-HEADING.
               05 FILLER               PIC X(8)    VALUE 'ITEM'.
               05 FILLER               PIC X(12)   VALUE 'CLAIM DATE'.
               05 FILLER               PIC X(22)   VALUE 'MEMO'.
               05 FILLER               PIC X(13)
                  VALUE '       AMOUNT'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'ACTION'.

           01 CLM-LINE.
               05 CL-ITEM-NO           PIC 9(6).
               05 FILLER               PIC XX      VALUE SPACES.
               05 CL-DATE              PIC X(10).
               05 FILLER               PIC XX      VALUE SPACES.
               05 CL-MEMO              PIC X(20).
               05 FILLER               PIC XX      VALUE SPACES.
               05 CL-AMOUNT            PIC $$,$$$,$$9.99
                                       BLANK WHEN ZERO.
               05 FILLER               PIC XX      VALUE SPACES.
               05 CL-ACTION            PIC X(42).

           01 ITM-HEADING.
               05 FILLER               PIC X(8)    VALUE 'ITEM'.
               05 FILLER               PIC X(3)    VALUE 'T'.
               05 FILLER               PIC X(19)
                  VALUE 'REFERENCE'.
               05 FILLER               PIC X(27)   VALUE 'OWNER'.
               05 FILLER               PIC X(4)    VALUE 'ST'.
               05 FILLER               PIC X(12)   VALUE 'DUE DATE'.
               05 FILLER               PIC X(13)
                  VALUE '       AMOUNT'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(12)   VALUE 'DORMANT'.
               05 FILLER               PIC X(8)    VALUE '  DAYS'.
               05 FILLER               PIC X(7)    VALUE 'REMARKS'.

           01 ITM-LINE.
               05 IL-ITEM-NO           PIC 9(6).
               05 FILLER               PIC XX      VALUE SPACES.
               05 IL-TYPE              PIC X.
               05 FILLER               PIC XX      VALUE SPACES.
               05 IL-REF               PIC X(17).
               05 FILLER               PIC XX      VALUE SPACES.
               05 IL-NAME              PIC X(25).
               05 FILLER               PIC XX      VALUE SPACES.
               05 IL-STATE             PIC XX.
               05 FILLER               PIC XX      VALUE SPACES.
               05 IL-DUE-DATE          PIC X(10).
               05 FILLER               PIC XX      VALUE SPACES.
               05 IL-AMOUNT            PIC $$,$$$,$$9.99.
               05 FILLER               PIC XX      VALUE SPACES.
               05 IL-DORMANT           PIC X(10).
               05 FILLER               PIC XX      VALUE SPACES.
               05 IL-DAYS              PIC -----9.
               05 FILLER               PIC XX      VALUE SPACES.
               05 IL-REMARK            PIC X(24).

           01 SECTION-LINE.
               05 SECTION-TEXT         PIC X(60).

           01 NONE-LINE.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 NONE-TEXT            PIC X(50).

           01 AGE-TOTAL-LINE.
               05 AT-LABEL             PIC X(22).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 AT-CTR               PIC ZZ,ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 AT-AMOUNT            PIC $$$$,$$$,$$9.99.

           01 TOTAL-LINE1.
               05 FILLER               PIC X(16)
                  VALUE 'CLAIMS APPLIED: '.
               05 GT-CLAIM-CTR         PIC ZZ,ZZ9.
               05 FILLER               PIC XX      VALUE SPACES.
               05 GT-CLAIMED           PIC $$$$,$$$,$$9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(17)
                  VALUE 'CLAIMS REFUSED:  '.
               05 GT-REJECT-CTR        PIC ZZ,ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(17)
                  VALUE 'LETTERS PRINTED: '.
               05 GT-LETTER-CTR        PIC ZZ,ZZ9.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(16)
                  VALUE 'ITEMS ADDED:    '.
               05 GT-ADDED-CTR         PIC ZZ,ZZ9.
               05 FILLER               PIC XX      VALUE SPACES.
               05 GT-ADDED             PIC $$$$,$$$,$$9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(17)
                  VALUE 'CHECKS CLOSED:   '.
               05 GT-CLOSED-CTR        PIC ZZ,ZZ9.
               05 FILLER               PIC XX      VALUE SPACES.
               05 GT-CLOSED            PIC $$$$,$$$,$$9.99.

           01 TOTAL-LINE3.
               05 FILLER               PIC X(16)
                  VALUE 'OPEN ITEMS:     '.
               05 GT-OPEN-CTR          PIC ZZ,ZZ9.
               05 FILLER               PIC XX      VALUE SPACES.
               05 GT-OPEN              PIC $$$$,$$$,$$9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(17)
                  VALUE 'CREDITS HELD OVER'.
               05 FILLER               PIC XX      VALUE ': '.
               05 GT-KEPT-CTR          PIC ZZ,ZZ9.

           01 OVERFLOW-WARN-LINE.
               05 FILLER           PIC X(21)
                  VALUE '*** TABLE OVERFLOW - '.
               05 OVW-TABLE-NAME   PIC X(15).
               05 FILLER           PIC X(40)
                  VALUE ' ENTRIES DROPPED, RUN INCOMPLETE'.

      *    DUE-DILIGENCE LETTER - ONE PER PAGE.
           01 LTR-NAME-LINE.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 LN-NAME              PIC X(25).

           01 LTR-ADDR-LINE.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 LA-ADDRESS           PIC X(15).

           01 LTR-CITY-LINE.
               05 FILLER               PIC X(10)   VALUE SPACES.
               05 LC-CITY              PIC X(10).
               05 FILLER               PIC XX      VALUE ', '.
               05 LC-STATE             PIC XX.
               05 FILLER               PIC X       VALUE SPACE.
               05 LC-ZIP               PIC 9(5).

           01 LTR-GREETING-LINE.
               05 FILLER               PIC X(5)    VALUE 'DEAR '.
               05 LG-NAME              PIC X(25).
               05 FILLER               PIC X       VALUE ','.

           01 LTR-BODY-LINE1.
               05 FILLER               PIC X(37)
                  VALUE 'OUR RECORDS SHOW THAT WE ARE HOLDING '.
               05 LB1-AMOUNT           PIC $$$$,$$9.99.
               05 FILLER               PIC X(22)
                  VALUE ' THAT BELONGS TO YOU, '.
               05 FILLER               PIC X(5)    VALUE 'FROM '.
               05 LB1-DESC             PIC X(21).

           01 LTR-BODY-LINE2.
               05 FILLER               PIC X(6)    VALUE 'DATED '.
               05 LB2-DUE-DATE         PIC X(10).
               05 FILLER               PIC X(13)
                  VALUE ', REFERENCE  '.
               05 LB2-REF              PIC X(17).
               05 FILLER               PIC X       VALUE '.'.

           01 LTR-BODY-LINE3.
               05 FILLER               PIC X(36)
                  VALUE 'UNLESS YOU CONTACT US BEFORE       '.
               05 LB3-DORMANT          PIC X(10).
               05 FILLER               PIC X(35)
                  VALUE ', THE LAW REQUIRES US TO REPORT IT '.

           01 LTR-BODY-LINE4.
               05 FILLER               PIC X(35)
                  VALUE 'AND TURN IT OVER TO THE STATE OF   '.
               05 LB4-STATE            PIC XX.
               05 FILLER               PIC X(23)
                  VALUE ' AS UNCLAIMED PROPERTY.'.

           01 LTR-BODY-LINE5.
               05 FILLER               PIC X(40)
                  VALUE 'TO CLAIM IT, CALL OR WRITE THE OFFICE AN'.
               05 FILLER               PIC X(22)
                  VALUE 'D QUOTE ITEM NUMBER   '.
               05 LB5-ITEM-NO          PIC 9(6).
               05 FILLER               PIC X       VALUE '.'.

           01 LTR-SIGN-LINE.
               05 FILLER               PIC X(36)
                  VALUE 'ACCOUNTS OFFICE - UNCLAIMED PROPERTY'.

       PROCEDURE DIVISION.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               PERFORM L3-WRITE-RUN-LOG-START.
               PERFORM L2-INIT.
               PERFORM L2-APPLY-CLAIMS.
               PERFORM L2-CLOSE-CHECKS.
               PERFORM L2-COLLECT-CHECKS.
               PERFORM L2-COLLECT-CREDITS.
               PERFORM L2-AGE-ITEMS.
               PERFORM L2-CLOSING.
               STOP RUN.

           L2-INIT.
               MOVE C-RUNLOG-DATE          TO C-ASOF-DATE.
               MOVE C-RUNLOG-MONTH         TO TITLE-MONTH.
               MOVE C-RUNLOG-DAY           TO TITLE-DAY.
               MOVE C-RUNLOG-YEAR          TO TITLE-YEAR.
               OPEN INPUT ESCH-ITEM.
               PERFORM L3-LOAD-ITEM
                   UNTIL MORE-RECS = 'NO'.
               CLOSE ESCH-ITEM.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT CHECK-HIST.
               PERFORM L3-LOAD-CHECK
                   UNTIL MORE-RECS = 'NO'.
               CLOSE CHECK-HIST.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT ESCH-TRAN.
               PERFORM L3-LOAD-TRAN
                   UNTIL MORE-RECS = 'NO'.
               CLOSE ESCH-TRAN.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT CREDIT-HELD.
               PERFORM L3-LOAD-CREDIT
                   UNTIL MORE-RECS = 'NO'.
               CLOSE CREDIT-HELD.
      *    NOTHING HAS CHANGED YET - A TABLE THAT WILL NOT HOLD THE
      *    REGISTER, THE CHECKS, THE CLAIMS, OR THE CREDITS STOPS
      *    THE RUN HERE RATHER THAN LOSE ANY OF THEM.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT ESCH-DORM.
               PERFORM L3-LOAD-DORM
                   UNTIL MORE-RECS = 'NO'.
               CLOSE ESCH-DORM.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT PAYEE-FILE.
               PERFORM L3-LOAD-PAYEE
                   UNTIL MORE-RECS = 'NO'.
               CLOSE PAYEE-FILE.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT TENANT-HIST.
               PERFORM L3-LOAD-TENANT-HIST
                   UNTIL MORE-RECS = 'NO'.
               CLOSE TENANT-HIST.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT CUST-MASTER.
               PERFORM L3-LOAD-CUST
                   UNTIL MORE-RECS = 'NO'.
               CLOSE CUST-MASTER.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT STDNT-ADDR.
               PERFORM L3-LOAD-ADDR
                   UNTIL MORE-RECS = 'NO'.
               CLOSE STDNT-ADDR.
      *    THE TWO INDEXED MASTERS ONLY SUPPLY NAMES AND ADDRESSES;
      *    IF ONE WILL NOT OPEN THE ITEM IS STILL TRACKED, UNNAMED.
               OPEN INPUT TENANT-MASTER.
               IF C-TENANT-STATUS = '00'
                   SET C-TEN-OPEN TO TRUE
               ELSE
                   DISPLAY 'CBLHJB93 - UNABLE TO OPEN TENANT-MASTER, '
                       'STATUS = ' C-TENANT-STATUS
               END-IF.
               OPEN INPUT IDX-MASTER.
               IF C-IDX-STATUS = '00'
                   SET C-STU-OPEN TO TRUE
               ELSE
                   DISPLAY 'CBLHJB93 - UNABLE TO OPEN IDX-MASTER, '
                       'STATUS = ' C-IDX-STATUS
               END-IF.
               OPEN OUTPUT PRTOUT.
               OPEN OUTPUT LETTER-OUT.
               MOVE CLM-HEADING            TO C-HEADING.
               PERFORM L4-HEADING.

           L3-LOAD-ITEM.
               READ ESCH-ITEM
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF C-ITM-CTR < 5000
                           ADD 1 TO C-ITM-CTR
                           MOVE ES-REC TO ITT-RECORD(C-ITM-CTR)
                           MOVE SPACE  TO ITT-RUN-ACTION(C-ITM-CTR)
                           IF ITT-ITEM-NO(C-ITM-CTR)
                               NOT < C-NEXT-ITEM-NO
                               COMPUTE C-NEXT-ITEM-NO =
                                   ITT-ITEM-NO(C-ITM-CTR) + 1
                           END-IF
                       ELSE
                           DISPLAY 'CBLHJB93 - ITEM-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-RECS
                       END-IF
               END-READ.

           L3-LOAD-CHECK.
               READ CHECK-HIST
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF C-CKT-CTR < 5000
                           ADD 1 TO C-CKT-CTR
                           MOVE CK-REC TO CKT-ENTRY(C-CKT-CTR)
                       ELSE
                           DISPLAY 'CBLHJB93 - CHECK-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-RECS
                       END-IF
               END-READ.

           L3-LOAD-TRAN.
               READ ESCH-TRAN
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-TRAN-CTR
                       IF C-TRN-CTR < 500
                           ADD 1 TO C-TRN-CTR
                           MOVE ET-REC TO TRT-RECORD(C-TRN-CTR)
                           MOVE 'R'    TO TRT-DISP(C-TRN-CTR)
                       ELSE
                           DISPLAY 'CBLHJB93 - TRAN-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-RECS
                       END-IF
               END-READ.

           L3-LOAD-CREDIT.
               READ CREDIT-HELD
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-CRED-READ-CTR
                       IF C-CRD-CTR < 2000
                           ADD 1 TO C-CRD-CTR
                           MOVE CH-REC TO CRT-RECORD(C-CRD-CTR)
                           MOVE 'K'    TO CRT-DISP(C-CRD-CTR)
                       ELSE
                           DISPLAY 'CBLHJB93 - CREDIT-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-RECS
                       END-IF
               END-READ.

           L3-LOAD-DORM.
               READ ESCH-DORM
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF C-DRM-CTR < 200
                           ADD 1 TO C-DRM-CTR
                           MOVE ED-STATE       TO DRT-STATE(C-DRM-CTR)
                           MOVE ED-TYPE        TO DRT-TYPE(C-DRM-CTR)
                           MOVE ED-YEARS       TO DRT-YEARS(C-DRM-CTR)
                           MOVE ED-NOTICE-DAYS TO
                               DRT-NOTICE-DAYS(C-DRM-CTR)
                           MOVE ED-MIN-LETTER  TO
                               DRT-MIN-LETTER(C-DRM-CTR)
                       ELSE
                           MOVE 'DORM-TABLE'   TO C-OVFL-TABLE
                           PERFORM L4-TABLE-OVERFLOW
                       END-IF
               END-READ.

           L3-LOAD-PAYEE.
               READ PAYEE-FILE
                   AT END
                       MOVE 'NO' TO MORE-RECS
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
                           MOVE 'PAYEE-TABLE'  TO C-OVFL-TABLE
                           PERFORM L4-TABLE-OVERFLOW
                       END-IF
               END-READ.

           L3-LOAD-TENANT-HIST.
               READ TENANT-HIST
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       PERFORM L4-ADD-TENANT-HIST
               END-READ.

           L4-ADD-TENANT-HIST.
      *    A UNIT CAN HAVE SEVERAL PAST TENANTS - THE ONE WHO MOVED
      *    OUT LAST IS THE OWNER OF RECORD, AS IN CBLHJB82.
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
                       MOVE 'TEN-HIST-TABLE' TO C-OVFL-TABLE
                       PERFORM L4-TABLE-OVERFLOW
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

           L3-LOAD-CUST.
               READ CUST-MASTER
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF CU-SRC-TENANT = 'Y' OR CU-SRC-BOAT = 'Y'
                           IF C-CUS-CTR < 2000
                               ADD 1 TO C-CUS-CTR
                               MOVE CU-LNAME   TO CT-LNAME(C-CUS-CTR)
                               MOVE CU-FNAME   TO CT-FNAME(C-CUS-CTR)
                               MOVE CU-ADDRESS TO CT-ADDRESS(C-CUS-CTR)
                               MOVE CU-CITY    TO CT-CITY(C-CUS-CTR)
                               MOVE CU-STATE   TO CT-STATE(C-CUS-CTR)
                               MOVE CU-ZIP     TO CT-ZIP(C-CUS-CTR)
                               MOVE CU-SRC-BOAT TO
                                   CT-SRC-BOAT(C-CUS-CTR)
                               MOVE CU-SRC-TENANT TO
                                   CT-SRC-TENANT(C-CUS-CTR)
                           ELSE
                               MOVE 'CUST-TABLE' TO C-OVFL-TABLE
                               PERFORM L4-TABLE-OVERFLOW
                           END-IF
                       END-IF
               END-READ.

           L3-LOAD-ADDR.
               READ STDNT-ADDR
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF C-ADR-CTR < 3000
                           ADD 1 TO C-ADR-CTR
                           MOVE SD-ID      TO ADR-ID(C-ADR-CTR)
                           MOVE SD-ADDRESS TO ADR-ADDRESS(C-ADR-CTR)
                           MOVE SD-CITY    TO ADR-CITY(C-ADR-CTR)
                           MOVE SD-STATE   TO ADR-STATE(C-ADR-CTR)
                           MOVE SD-ZIP     TO ADR-ZIP(C-ADR-CTR)
                       ELSE
                           MOVE 'ADDR-TABLE'   TO C-OVFL-TABLE
                           PERFORM L4-TABLE-OVERFLOW
                       END-IF
               END-READ.

           L4-TABLE-OVERFLOW.
               IF NOT C-OVFL
                   SET C-OVFL TO TRUE
                   DISPLAY 'CBLHJB93 - ' C-OVFL-TABLE
                       ' OVERFLOW, RUN INCOMPLETE'
                   MOVE 8 TO RETURN-CODE
               END-IF.

           L2-APPLY-CLAIMS.
               MOVE 'CLAIMS' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               PERFORM L3-APPLY-CLAIM
                   THRU L3-APPLY-CLAIM-EXIT
                   VARYING C-TRN-SUB FROM 1 BY 1
                       UNTIL C-TRN-SUB > C-TRN-CTR.
               IF C-TRN-CTR = 0
                   MOVE 'NO CLAIMS KEYED' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
               END-IF.

           L3-APPLY-CLAIM.
               MOVE TRT-ITEM-NO(C-TRN-SUB) TO CL-ITEM-NO.
               MOVE TRT-DATE(C-TRN-SUB)    TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT             TO CL-DATE.
               MOVE TRT-MEMO(C-TRN-SUB)    TO CL-MEMO.
               MOVE 0                      TO CL-AMOUNT.
               PERFORM VARYING C-ITM-SUB FROM 1 BY 1
                   UNTIL C-ITM-SUB > C-ITM-CTR
                       OR ITT-ITEM-NO(C-ITM-SUB) =
                           TRT-ITEM-NO(C-TRN-SUB)
               END-PERFORM.
               IF C-ITM-SUB > C-ITM-CTR
                   MOVE 'ITEM NOT ON REGISTER' TO C-REJECT-MSG
                   GO TO L3-APPLY-CLAIM-REJECT
               END-IF.
               MOVE ITT-AMOUNT(C-ITM-SUB)  TO CL-AMOUNT.
               IF ITT-REPORTED(C-ITM-SUB)
                   MOVE 'TURNED OVER - REFER TO STATE' TO C-REJECT-MSG
                   GO TO L3-APPLY-CLAIM-REJECT
               END-IF.
               IF NOT ITT-ACTIVE(C-ITM-SUB)
                   MOVE 'ITEM ALREADY CLOSED' TO C-REJECT-MSG
                   GO TO L3-APPLY-CLAIM-REJECT
               END-IF.
               MOVE 'C'                    TO ITT-STATUS(C-ITM-SUB).
               IF TRT-DATE(C-TRN-SUB) > 0
                   MOVE TRT-DATE(C-TRN-SUB)
                       TO ITT-STATUS-DATE(C-ITM-SUB)
               ELSE
                   MOVE C-ASOF-DATE        TO ITT-STATUS-DATE(C-ITM-SUB)
               END-IF.
               MOVE 'C'                    TO ITT-RUN-ACTION(C-ITM-SUB).
               MOVE 'A'                    TO TRT-DISP(C-TRN-SUB).
               ADD 1 TO C-CLAIM-CTR.
               ADD ITT-AMOUNT(C-ITM-SUB)   TO C-GT-CLAIMED.
               MOVE 'CLAIMED - ITEM CLOSED' TO CL-ACTION.
               WRITE PRTLINE FROM CLM-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               GO TO L3-APPLY-CLAIM-EXIT.

           L3-APPLY-CLAIM-REJECT.
               ADD 1 TO C-REJECT-CTR.
               MOVE SPACES                 TO CL-ACTION.
               STRING 'REFUSED - ' C-REJECT-MSG
                   DELIMITED BY SIZE INTO CL-ACTION.
               WRITE PRTLINE FROM CLM-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

           L3-APPLY-CLAIM-EXIT.
               EXIT.

           L2-CLOSE-CHECKS.
      *    A CHECK ITEM IS SETTLED ONCE CBLHJB52 HAS SEEN THE CHECK
      *    CLEAR OR CBLHJB82 HAS VOIDED IT (A REISSUE IS A NEW CHECK
      *    AND AGES ON ITS OWN).
               MOVE ITM-HEADING            TO C-HEADING.
               MOVE 'CHECK ITEMS CLOSED' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               WRITE PRTLINE FROM ITM-HEADING
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               PERFORM L3-CLOSE-ONE-CHECK
                   VARYING C-ITM-SUB FROM 1 BY 1
                       UNTIL C-ITM-SUB > C-ITM-CTR.
               IF C-CLOSED-CTR = 0
                   MOVE 'NO CHECK ITEMS CLOSED' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
               END-IF.

           L3-CLOSE-ONE-CHECK.
               IF ITT-TYPE(C-ITM-SUB) = 'C'
                   AND ITT-ACTIVE(C-ITM-SUB)
                   PERFORM VARYING C-CKT-SUB FROM 1 BY 1
                       UNTIL C-CKT-SUB > C-CKT-CTR
                           OR CKT-CHECK-NO(C-CKT-SUB) =
                               ITT-REF(C-ITM-SUB)(1:6)
                   END-PERFORM
                   IF C-CKT-SUB <= C-CKT-CTR
                       AND NOT CKT-OUTSTANDING(C-CKT-SUB)
                       MOVE 'X' TO ITT-STATUS(C-ITM-SUB)
                       MOVE CKT-STATUS-DATE(C-CKT-SUB)
                           TO ITT-STATUS-DATE(C-ITM-SUB)
                       MOVE 'X' TO ITT-RUN-ACTION(C-ITM-SUB)
                       ADD 1 TO C-CLOSED-CTR
                       ADD ITT-AMOUNT(C-ITM-SUB) TO C-GT-CLOSED
                       IF CKT-VOIDED(C-CKT-SUB)
                           MOVE 'CHECK VOIDED'  TO C-REMARK
                       ELSE
                           MOVE 'CHECK CLEARED' TO C-REMARK
                       END-IF
                       PERFORM L4-PUT-ITEM-LINE
                   END-IF
               END-IF.

           L2-COLLECT-CHECKS.
               MOVE 'ITEMS ADDED' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               WRITE PRTLINE FROM ITM-HEADING
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               PERFORM L3-COLLECT-ONE-CHECK
                   VARYING C-CKT-SUB FROM 1 BY 1
                       UNTIL C-CKT-SUB > C-CKT-CTR.

           L3-COLLECT-ONE-CHECK.
      *    ONLY REFUNDS - DEPOSIT (D) AND MOVE-OUT (M) - ARE OWED TO
      *    PEOPLE WE MAY LOSE TRACK OF; AN OWNER OR SALESPERSON IS
      *    PAID EVERY MONTH AND FOLLOWED UP BY THE OFFICE.
               IF CKT-OUTSTANDING(C-CKT-SUB)
                   AND (CKT-PAY-TYPE(C-CKT-SUB) = 'D'
                       OR CKT-PAY-TYPE(C-CKT-SUB) = 'M')
                   COMPUTE C-CHECK-AGE =
                       FUNCTION INTEGER-OF-DATE(C-ASOF-DATE)
                       - FUNCTION INTEGER-OF-DATE(
                           CKT-ISSUE-DATE(C-CKT-SUB))
                   IF C-CHECK-AGE > C-STALE-DAYS
                       PERFORM VARYING C-ITM-SUB FROM 1 BY 1
                           UNTIL C-ITM-SUB > C-ITM-CTR
                               OR (ITT-TYPE(C-ITM-SUB) = 'C'
                                   AND ITT-REF(C-ITM-SUB)(1:6) =
                                       CKT-CHECK-NO(C-CKT-SUB))
                       END-PERFORM
                       IF C-ITM-SUB > C-ITM-CTR
                           ADD 1 TO C-STALE-CTR
                           PERFORM L4-NEW-CHECK-ITEM
                       END-IF
                   END-IF
               END-IF.

           L4-NEW-CHECK-ITEM.
               MOVE 'C'                        TO NI-TYPE.
               MOVE SPACES                     TO NI-REF.
               STRING CKT-CHECK-NO(C-CKT-SUB) ' '
                   CKT-PAYEE-KEY(C-CKT-SUB)
                   DELIMITED BY SIZE INTO NI-REF.
               MOVE CKT-ISSUE-DATE(C-CKT-SUB)  TO NI-DUE-DATE.
               MOVE CKT-AMOUNT(C-CKT-SUB)      TO NI-AMOUNT.
               MOVE CKT-PAYEE-NAME(C-CKT-SUB)  TO NI-NAME.
               MOVE SPACES                     TO NI-ADDRESS.
               MOVE SPACES                     TO NI-CITY.
               MOVE SPACES                     TO NI-STATE.
               MOVE 0                          TO NI-ZIP.
      *    THE PAYEE.DAT ENTRY THE CHECK WAS MAILED TO, ELSE THE
      *    UNIT'S LAST TENANT - THE SAME ORDER CBLHJB82 USED.
               PERFORM VARYING C-PYE-SUB FROM 1 BY 1
                   UNTIL C-PYE-SUB > C-PYE-CTR
                       OR (PYT-PAY-TYPE(C-PYE-SUB) =
                               CKT-PAY-TYPE(C-CKT-SUB)
                           AND PYT-PAYEE-KEY(C-PYE-SUB) =
                               CKT-PAYEE-KEY(C-CKT-SUB))
               END-PERFORM.
               IF C-PYE-SUB <= C-PYE-CTR
                   MOVE PYT-NAME(C-PYE-SUB)    TO NI-NAME
                   MOVE PYT-ADDRESS(C-PYE-SUB) TO NI-ADDRESS
                   MOVE PYT-CITY(C-PYE-SUB)    TO NI-CITY
                   MOVE PYT-STATE(C-PYE-SUB)   TO NI-STATE
                   MOVE PYT-ZIP(C-PYE-SUB)     TO NI-ZIP
               ELSE
                   MOVE CKT-PAYEE-KEY(C-CKT-SUB)(1:4) TO C-UNIT-KEY
                   PERFORM L5-LAST-TENANT
               END-IF.
               PERFORM L4-ADD-ITEM.

           L5-LAST-TENANT.
      *    C-UNIT-KEY CARRIES THE BUILDING AND UNIT.
               PERFORM VARYING C-THS-SUB FROM 1 BY 1
                   UNTIL C-THS-SUB > C-THS-CTR
                       OR (THT-BLD-CODE(C-THS-SUB) = C-UNIT-BLD-CODE
                           AND THT-UNIT(C-THS-SUB) = C-UNIT-NO)
               END-PERFORM.
               IF C-THS-SUB <= C-THS-CTR
                   MOVE SPACES                 TO NI-NAME
                   STRING THT-FNAME(C-THS-SUB) DELIMITED BY '  '
                       ' ' DELIMITED BY SIZE
                       THT-LNAME(C-THS-SUB) DELIMITED BY '  '
                       INTO NI-NAME
                   MOVE THT-ADDRESS(C-THS-SUB) TO NI-ADDRESS
                   MOVE THT-CITY(C-THS-SUB)    TO NI-CITY
                   MOVE THT-STATE(C-THS-SUB)   TO NI-STATE
                   MOVE THT-ZIP(C-THS-SUB)     TO NI-ZIP
                   PERFORM VARYING C-CUS-SUB FROM 1 BY 1
                       UNTIL C-CUS-SUB > C-CUS-CTR
                           OR (CT-SRC-TENANT(C-CUS-SUB) = 'Y'
                               AND CT-LNAME(C-CUS-SUB) =
                                   THT-LNAME(C-THS-SUB)
                               AND CT-FNAME(C-CUS-SUB)(1:10) =
                                   THT-FNAME(C-THS-SUB))
                   END-PERFORM
                   IF C-CUS-SUB <= C-CUS-CTR
                       MOVE CT-ADDRESS(C-CUS-SUB)  TO NI-ADDRESS
                       MOVE CT-CITY(C-CUS-SUB)     TO NI-CITY
                       MOVE CT-STATE(C-CUS-SUB)    TO NI-STATE
                       MOVE CT-ZIP(C-CUS-SUB)(1:5) TO NI-ZIP
                   END-IF
               END-IF.

           L2-COLLECT-CREDITS.
               PERFORM L3-COLLECT-ONE-CREDIT
                   VARYING C-CRD-SUB FROM 1 BY 1
                       UNTIL C-CRD-SUB > C-CRD-CTR.
               IF C-ADDED-CTR = 0
                   MOVE 'NO NEW ITEMS' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
               END-IF.

           L3-COLLECT-ONE-CREDIT.
               MOVE CRT-SOURCE(C-CRD-SUB)  TO NI-TYPE.
               MOVE CRT-KEY(C-CRD-SUB)     TO NI-REF.
               MOVE CRT-DATE(C-CRD-SUB)    TO NI-DUE-DATE.
               MOVE CRT-AMOUNT(C-CRD-SUB)  TO NI-AMOUNT.
               MOVE SPACES                 TO NI-NAME.
               MOVE SPACES                 TO NI-ADDRESS.
               MOVE SPACES                 TO NI-CITY.
               MOVE SPACES                 TO NI-STATE.
               MOVE 0                      TO NI-ZIP.
               EVALUATE CRT-SOURCE(C-CRD-SUB)
                   WHEN 'R'
                       PERFORM L4-RENT-OWNER
                   WHEN 'T'
                       PERFORM L4-STUDENT-OWNER
                   WHEN 'L'
                       PERFORM L4-LOAN-OWNER
               END-EVALUATE.
               IF NI-NAME = SPACES
                   MOVE 'OWNER NOT IDENTIFIED' TO NI-NAME
               END-IF.
               IF C-ITM-CTR < 5000
                   PERFORM L4-ADD-ITEM
                   MOVE 'A'                TO CRT-DISP(C-CRD-SUB)
               ELSE
                   MOVE 'ITEM-TABLE'       TO C-OVFL-TABLE
                   PERFORM L4-TABLE-OVERFLOW
                   ADD 1 TO C-KEPT-CTR
               END-IF.

           L4-RENT-OWNER.
      *    AN OVERPAYMENT BELONGS TO THE TENANT IN THE UNIT; CASH
      *    FOR A UNIT WITH NO TENANT IS TRACED TO THE LAST ONE OUT.
               IF C-TEN-OPEN
                   MOVE NI-REF(1:4)        TO TN-KEY
                   READ TENANT-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TN-NAME    TO NI-NAME
                           MOVE TN-ADDRESS TO NI-ADDRESS
                           MOVE TN-CITY    TO NI-CITY
                           MOVE TN-STATE   TO NI-STATE
                           MOVE TN-ZIP     TO NI-ZIP
                   END-READ
               END-IF.
               IF NI-NAME = SPACES
                   MOVE NI-REF(1:4)        TO C-UNIT-KEY
                   PERFORM L5-LAST-TENANT
               END-IF.

           L4-STUDENT-OWNER.
               IF C-STU-OPEN
                   MOVE NI-REF(1:7)        TO I-ID
                   READ IDX-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           STRING I-FNAME DELIMITED BY '  '
                               ' ' DELIMITED BY SIZE
                               I-LNAME DELIMITED BY '  '
                               INTO NI-NAME
                   END-READ
               END-IF.
               PERFORM VARYING C-ADR-SUB FROM 1 BY 1
                   UNTIL C-ADR-SUB > C-ADR-CTR
                       OR ADR-ID(C-ADR-SUB) = NI-REF(1:7)
               END-PERFORM.
               IF C-ADR-SUB <= C-ADR-CTR
                   MOVE ADR-ADDRESS(C-ADR-SUB) TO NI-ADDRESS
                   MOVE ADR-CITY(C-ADR-SUB)    TO NI-CITY
                   MOVE ADR-STATE(C-ADR-SUB)   TO NI-STATE
                   MOVE ADR-ZIP(C-ADR-SUB)(1:5) TO NI-ZIP
               END-IF.

           L4-LOAN-OWNER.
      *    A LOAN IS KEYED BY SURNAME AND STATE; THE BOAT CUSTOMER
      *    ON CUSTMST.DAT WITH BOTH SUPPLIES THE REST.
               MOVE NI-REF(1:15)           TO NI-NAME.
               MOVE NI-REF(16:2)           TO NI-STATE.
               PERFORM VARYING C-CUS-SUB FROM 1 BY 1
                   UNTIL C-CUS-SUB > C-CUS-CTR
                       OR (CT-SRC-BOAT(C-CUS-SUB) = 'Y'
                           AND CT-LNAME(C-CUS-SUB) = NI-REF(1:15)
                           AND CT-STATE(C-CUS-SUB) = NI-REF(16:2))
               END-PERFORM.
               IF C-CUS-SUB <= C-CUS-CTR
                   MOVE SPACES                 TO NI-NAME
                   STRING CT-FNAME(C-CUS-SUB) DELIMITED BY '  '
                       ' ' DELIMITED BY SIZE
                       CT-LNAME(C-CUS-SUB) DELIMITED BY '  '
                       INTO NI-NAME
                   MOVE CT-ADDRESS(C-CUS-SUB)  TO NI-ADDRESS
                   MOVE CT-CITY(C-CUS-SUB)     TO NI-CITY
                   MOVE CT-ZIP(C-CUS-SUB)(1:5) TO NI-ZIP
               END-IF.

           L4-ADD-ITEM.
               IF C-ITM-CTR NOT < 5000
                   MOVE 'ITEM-TABLE'       TO C-OVFL-TABLE
                   PERFORM L4-TABLE-OVERFLOW
               ELSE
                   ADD 1 TO C-ITM-CTR
                   MOVE C-ITM-CTR          TO C-ITM-SUB
                   MOVE C-NEXT-ITEM-NO     TO ITT-ITEM-NO(C-ITM-SUB)
                   ADD 1 TO C-NEXT-ITEM-NO
                   MOVE NI-TYPE            TO ITT-TYPE(C-ITM-SUB)
                   MOVE NI-REF             TO ITT-REF(C-ITM-SUB)
                   IF NI-DUE-DATE < 19000101
                       MOVE C-ASOF-DATE    TO NI-DUE-DATE
                   END-IF
                   MOVE NI-DUE-DATE        TO ITT-DUE-DATE(C-ITM-SUB)
                   MOVE NI-AMOUNT          TO ITT-AMOUNT(C-ITM-SUB)
                   MOVE NI-NAME            TO ITT-NAME(C-ITM-SUB)
                   MOVE NI-ADDRESS         TO ITT-ADDRESS(C-ITM-SUB)
                   MOVE NI-CITY            TO ITT-CITY(C-ITM-SUB)
                   MOVE NI-STATE           TO ITT-STATE(C-ITM-SUB)
                   MOVE NI-ZIP             TO ITT-ZIP(C-ITM-SUB)
                   IF NI-STATE = SPACES
                       MOVE C-HOLDER-STATE TO ITT-RPT-STATE(C-ITM-SUB)
                   ELSE
                       MOVE NI-STATE       TO ITT-RPT-STATE(C-ITM-SUB)
                   END-IF
                   MOVE 0                  TO ITT-NOTICE-DATE(C-ITM-SUB)
                   MOVE 'O'                TO ITT-STATUS(C-ITM-SUB)
                   MOVE C-ASOF-DATE        TO ITT-STATUS-DATE(C-ITM-SUB)
                   MOVE 0                  TO ITT-REPORT-YEAR(C-ITM-SUB)
                   MOVE 'A'                TO ITT-RUN-ACTION(C-ITM-SUB)
                   PERFORM L5-SET-DORMANT-DATE
                   ADD 1 TO C-ADDED-CTR
                   ADD NI-AMOUNT TO C-GT-ADDED
                   MOVE SPACES             TO C-REMARK
                   PERFORM L4-PUT-ITEM-LINE
               END-IF.

           L5-SET-DORMANT-DATE.
      *    THE ESCHDORM.DAT ENTRY FOR THE REPORTING STATE AND TYPE,
      *    ELSE THE ** ENTRY FOR THE TYPE, ELSE THE STANDING DEFAULT.
               PERFORM VARYING C-DRM-SUB FROM 1 BY 1
                   UNTIL C-DRM-SUB > C-DRM-CTR
                       OR (DRT-STATE(C-DRM-SUB) =
                               ITT-RPT-STATE(C-ITM-SUB)
                           AND DRT-TYPE(C-DRM-SUB) =
                               ITT-TYPE(C-ITM-SUB))
               END-PERFORM.
               IF C-DRM-SUB > C-DRM-CTR
                   PERFORM VARYING C-DRM-SUB FROM 1 BY 1
                       UNTIL C-DRM-SUB > C-DRM-CTR
                           OR (DRT-STATE(C-DRM-SUB) = '**'
                               AND DRT-TYPE(C-DRM-SUB) =
                                   ITT-TYPE(C-ITM-SUB))
                   END-PERFORM
               END-IF.
               IF C-DRM-SUB > C-DRM-CTR
                   MOVE C-DFLT-YEARS           TO C-YEARS
                   MOVE C-DFLT-NOTICE-DAYS     TO C-NOTICE-DAYS
                   MOVE C-DFLT-MIN-LETTER      TO C-MIN-LETTER
               ELSE
                   MOVE DRT-YEARS(C-DRM-SUB)   TO C-YEARS
                   MOVE DRT-NOTICE-DAYS(C-DRM-SUB) TO C-NOTICE-DAYS
                   MOVE DRT-MIN-LETTER(C-DRM-SUB)  TO C-MIN-LETTER
               END-IF.
               MOVE ITT-DUE-DATE(C-ITM-SUB)    TO C-DATE-WORK.
               ADD C-YEARS                     TO C-WORK-YEAR.
               IF C-WORK-MONTH = 2 AND C-WORK-DAY = 29
                   MOVE 28                     TO C-WORK-DAY
               END-IF.
               MOVE C-DATE-WORK        TO ITT-DORMANT-DATE(C-ITM-SUB).

           L2-AGE-ITEMS.
      *    THE DORMANCY DATE IS WORKED OUT AGAIN EVERY NIGHT, SO A
      *    CHANGE TO ESCHDORM.DAT TAKES EFFECT ON THE WHOLE REGISTER.
               MOVE 'OPEN ITEMS AGED TO DORMANCY' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               WRITE PRTLINE FROM ITM-HEADING
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               PERFORM L3-AGE-ONE-ITEM
                   VARYING C-ITM-SUB FROM 1 BY 1
                       UNTIL C-ITM-SUB > C-ITM-CTR.
               IF C-OPEN-CTR = 0
                   MOVE 'NO OPEN ITEMS' TO NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING
               END-IF.

           L3-AGE-ONE-ITEM.
               IF ITT-ACTIVE(C-ITM-SUB)
                   PERFORM L5-SET-DORMANT-DATE
                   COMPUTE C-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(
                           ITT-DORMANT-DATE(C-ITM-SUB))
                       - FUNCTION INTEGER-OF-DATE(C-ASOF-DATE)
                   IF ITT-ADDRESS(C-ITM-SUB) NOT = SPACES
                       AND ITT-CITY(C-ITM-SUB) NOT = SPACES
                       SET C-HAS-ADDR TO TRUE
                   ELSE
                       MOVE 'N' TO C-HAS-ADDR-SW
                   END-IF
                   MOVE SPACES TO C-REMARK
                   EVALUATE TRUE
                       WHEN NOT ITT-OPEN(C-ITM-SUB)
                           MOVE ITT-NOTICE-DATE(C-ITM-SUB)
                               TO C-DATE-IN
                           PERFORM L5-FORMAT-DATE
                           STRING 'NOTICE SENT ' C-DATE-OUT
                               DELIMITED BY SIZE INTO C-REMARK
      *    THE LETTER MUST REACH THE OWNER BEFORE THE DORMANCY
      *    DATE IT QUOTES; ONE ALREADY DORMANT IS LEFT FOR CBLHJB94.
                       WHEN C-DAYS-LEFT > C-NOTICE-DAYS
                           CONTINUE
                       WHEN C-DAYS-LEFT NOT > 0
                           CONTINUE
                       WHEN ITT-AMOUNT(C-ITM-SUB) < C-MIN-LETTER
                           MOVE 'UNDER LETTER MINIMUM' TO C-REMARK
                       WHEN NOT C-HAS-ADDR
                           MOVE 'NO ADDRESS - NO LETTER' TO C-REMARK
                       WHEN OTHER
                           PERFORM L4-PUT-LETTER
                           MOVE 'N' TO ITT-STATUS(C-ITM-SUB)
                           MOVE C-ASOF-DATE
                               TO ITT-NOTICE-DATE(C-ITM-SUB)
                           MOVE C-ASOF-DATE
                               TO ITT-STATUS-DATE(C-ITM-SUB)
                           MOVE 'NOTICE SENT TONIGHT' TO C-REMARK
                   END-EVALUATE
                   IF C-DAYS-LEFT NOT > 0
                       MOVE 'DORMANT - REPORT DUE' TO C-REMARK
                       MOVE 1 TO C-AGE-SUB
                   ELSE
                       IF C-DAYS-LEFT NOT > 90
                           MOVE 2 TO C-AGE-SUB
                       ELSE
                           IF C-DAYS-LEFT NOT > 365
                               MOVE 3 TO C-AGE-SUB
                           ELSE
                               MOVE 4 TO C-AGE-SUB
                           END-IF
                       END-IF
                   END-IF
                   ADD 1 TO AGT-CTR(C-AGE-SUB)
                   ADD ITT-AMOUNT(C-ITM-SUB) TO AGT-AMOUNT(C-AGE-SUB)
                   ADD 1 TO C-OPEN-CTR
                   ADD ITT-AMOUNT(C-ITM-SUB) TO C-GT-OPEN
                   PERFORM L4-PUT-ITEM-LINE
               END-IF.

           L4-PUT-ITEM-LINE.
               MOVE ITT-ITEM-NO(C-ITM-SUB)     TO IL-ITEM-NO.
               MOVE ITT-TYPE(C-ITM-SUB)        TO IL-TYPE.
               MOVE ITT-REF(C-ITM-SUB)         TO IL-REF.
               MOVE ITT-NAME(C-ITM-SUB)        TO IL-NAME.
               MOVE ITT-RPT-STATE(C-ITM-SUB)   TO IL-STATE.
               MOVE ITT-DUE-DATE(C-ITM-SUB)    TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT                 TO IL-DUE-DATE.
               MOVE ITT-AMOUNT(C-ITM-SUB)      TO IL-AMOUNT.
               MOVE ITT-DORMANT-DATE(C-ITM-SUB) TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT                 TO IL-DORMANT.
               COMPUTE C-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(
                       ITT-DORMANT-DATE(C-ITM-SUB))
                   - FUNCTION INTEGER-OF-DATE(C-ASOF-DATE).
               MOVE C-DAYS-LEFT                TO IL-DAYS.
               MOVE C-REMARK                   TO IL-REMARK.
               WRITE PRTLINE FROM ITM-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.

           L4-PUT-LETTER.
               ADD 1 TO C-LETTER-CTR.
               MOVE ITT-NAME(C-ITM-SUB)        TO LN-NAME.
               MOVE ITT-NAME(C-ITM-SUB)        TO LG-NAME.
               MOVE ITT-ADDRESS(C-ITM-SUB)     TO LA-ADDRESS.
               MOVE ITT-CITY(C-ITM-SUB)        TO LC-CITY.
               MOVE ITT-STATE(C-ITM-SUB)       TO LC-STATE.
               MOVE ITT-ZIP(C-ITM-SUB)         TO LC-ZIP.
               IF C-LETTER-CTR = 1
                   WRITE LTR-LINE FROM LTR-NAME-LINE
                       AFTER ADVANCING 6 LINES
               ELSE
                   WRITE LTR-LINE FROM LTR-NAME-LINE
                       AFTER ADVANCING PAGE
                   WRITE LTR-LINE FROM SPACES
                       AFTER ADVANCING 5 LINES
               END-IF.
               WRITE LTR-LINE FROM LTR-ADDR-LINE
                   AFTER ADVANCING 1 LINE.
               WRITE LTR-LINE FROM LTR-CITY-LINE
                   AFTER ADVANCING 1 LINE.
               WRITE LTR-LINE FROM LTR-GREETING-LINE
                   AFTER ADVANCING 4 LINES.
               MOVE ITT-AMOUNT(C-ITM-SUB)      TO LB1-AMOUNT.
               MOVE SPACES                     TO LB1-DESC.
               PERFORM VARYING C-TYP-SUB FROM 1 BY 1
                   UNTIL C-TYP-SUB > 4
                       OR TYP-CODE(C-TYP-SUB) = ITT-TYPE(C-ITM-SUB)
               END-PERFORM.
               IF C-TYP-SUB NOT > 4
                   MOVE TYP-DESC(C-TYP-SUB)    TO LB1-DESC
               END-IF.
               WRITE LTR-LINE FROM LTR-BODY-LINE1
                   AFTER ADVANCING 2 LINES.
               MOVE ITT-DUE-DATE(C-ITM-SUB)    TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT                 TO LB2-DUE-DATE.
               MOVE ITT-REF(C-ITM-SUB)         TO LB2-REF.
               WRITE LTR-LINE FROM LTR-BODY-LINE2
                   AFTER ADVANCING 1 LINE.
               MOVE ITT-DORMANT-DATE(C-ITM-SUB) TO C-DATE-IN.
               PERFORM L5-FORMAT-DATE.
               MOVE C-DATE-OUT                 TO LB3-DORMANT.
               WRITE LTR-LINE FROM LTR-BODY-LINE3
                   AFTER ADVANCING 2 LINES.
               MOVE ITT-RPT-STATE(C-ITM-SUB)   TO LB4-STATE.
               WRITE LTR-LINE FROM LTR-BODY-LINE4
                   AFTER ADVANCING 1 LINE.
               MOVE ITT-ITEM-NO(C-ITM-SUB)     TO LB5-ITEM-NO.
               WRITE LTR-LINE FROM LTR-BODY-LINE5
                   AFTER ADVANCING 2 LINES.
               WRITE LTR-LINE FROM LTR-SIGN-LINE
                   AFTER ADVANCING 3 LINES.

           L2-CLOSING.
               PERFORM L3-TOTALS.
      *    THE REGISTER IS WRITTEN BACK BEFORE CREDHELD.DAT IS
      *    EMPTIED, SO AN ABEND BETWEEN THE TWO CANNOT LOSE A CREDIT.
               OPEN OUTPUT ESCH-ITEM.
               PERFORM VARYING C-ITM-SUB FROM 1 BY 1
                   UNTIL C-ITM-SUB > C-ITM-CTR
                       MOVE ITT-RECORD(C-ITM-SUB) TO ES-REC
                       WRITE ES-REC
               END-PERFORM.
               CLOSE ESCH-ITEM.
               OPEN OUTPUT CREDIT-HELD.
               PERFORM VARYING C-CRD-SUB FROM 1 BY 1
                   UNTIL C-CRD-SUB > C-CRD-CTR
                       IF CRT-DISP(C-CRD-SUB) = 'K'
                           MOVE CRT-RECORD(C-CRD-SUB) TO CH-REC
                           WRITE CH-REC
                       END-IF
               END-PERFORM.
               CLOSE CREDIT-HELD.
      *    APPLIED CLAIMS MOVE TO ESCHTRAN.PST; REFUSED ONES STAY ON
      *    ESCHTRAN.DAT FOR THE OFFICE TO CORRECT.
               OPEN EXTEND ESCH-TRAN-PST.
               PERFORM VARYING C-TRN-SUB FROM 1 BY 1
                   UNTIL C-TRN-SUB > C-TRN-CTR
                       IF TRT-DISP(C-TRN-SUB) = 'A'
                           MOVE TRT-RECORD(C-TRN-SUB) TO ET-PST-REC
                           WRITE ET-PST-REC
                       END-IF
               END-PERFORM.
               CLOSE ESCH-TRAN-PST.
               OPEN OUTPUT ESCH-TRAN.
               PERFORM VARYING C-TRN-SUB FROM 1 BY 1
                   UNTIL C-TRN-SUB > C-TRN-CTR
                       IF TRT-DISP(C-TRN-SUB) = 'R'
                           MOVE TRT-RECORD(C-TRN-SUB) TO ET-REC
                           WRITE ET-REC
                       END-IF
               END-PERFORM.
               CLOSE ESCH-TRAN.
               IF C-TEN-OPEN
                   CLOSE TENANT-MASTER
               END-IF.
               IF C-STU-OPEN
                   CLOSE IDX-MASTER
               END-IF.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE LETTER-OUT.
               CLOSE PRTOUT.

           L3-TOTALS.
               MOVE SPACES                 TO C-HEADING.
               MOVE 'OPEN ITEMS BY TIME TO DORMANCY' TO SECTION-TEXT.
               WRITE PRTLINE FROM SECTION-LINE
                   AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               PERFORM VARYING C-AGE-SUB FROM 1 BY 1
                   UNTIL C-AGE-SUB > 4
                       MOVE AGE-LABEL(C-AGE-SUB)  TO AT-LABEL
                       MOVE AGT-CTR(C-AGE-SUB)    TO AT-CTR
                       MOVE AGT-AMOUNT(C-AGE-SUB) TO AT-AMOUNT
                       WRITE PRTLINE FROM AGE-TOTAL-LINE
                           AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L4-HEADING
               END-PERFORM.
               MOVE C-CLAIM-CTR            TO GT-CLAIM-CTR.
               MOVE C-GT-CLAIMED           TO GT-CLAIMED.
               MOVE C-REJECT-CTR           TO GT-REJECT-CTR.
               MOVE C-LETTER-CTR           TO GT-LETTER-CTR.
               MOVE C-ADDED-CTR            TO GT-ADDED-CTR.
               MOVE C-GT-ADDED             TO GT-ADDED.
               MOVE C-CLOSED-CTR           TO GT-CLOSED-CTR.
               MOVE C-GT-CLOSED            TO GT-CLOSED.
               MOVE C-OPEN-CTR             TO GT-OPEN-CTR.
               MOVE C-GT-OPEN              TO GT-OPEN.
               MOVE C-KEPT-CTR             TO GT-KEPT-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L4-HEADING.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               WRITE PRTLINE FROM TOTAL-LINE3
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING.
               IF C-OVFL
                   MOVE C-OVFL-TABLE       TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
                       AFTER ADVANCING 2 LINES
               END-IF.

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

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB93'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
      *    READ IS EVERY CLAIM, HELD CREDIT, AND STALE CHECK; A
      *    CREDIT KEPT OVER FOR A FULL REGISTER COUNTS WITH THE
      *    REFUSED CLAIMS.
               COMPUTE RL-RECS-READ =
                   C-TRAN-CTR + C-CRED-READ-CTR + C-STALE-CTR.
               COMPUTE RL-RECS-PROCESSED = C-CLAIM-CTR + C-ADDED-CTR.
               COMPUTE RL-RECS-REJECTED = C-REJECT-CTR + C-KEPT-CTR.
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
               MOVE 'CBLHJB93'             TO RL-PROGRAM-ID.
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
           MOVE SPACES TO FP-ESCHITEM-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'ESCHITEM.DAT' DELIMITED BY SIZE
               INTO FP-ESCHITEM-DAT.
           MOVE SPACES TO FP-ESCHTRAN-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'ESCHTRAN.DAT' DELIMITED BY SIZE
               INTO FP-ESCHTRAN-DAT.
           MOVE SPACES TO FP-ESCHTRAN-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'ESCHTRAN.PST' DELIMITED BY SIZE
               INTO FP-ESCHTRAN-PST.
           MOVE SPACES TO FP-ESCHDORM-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'ESCHDORM.DAT' DELIMITED BY SIZE
               INTO FP-ESCHDORM-DAT.
           MOVE SPACES TO FP-CREDHELD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CREDHELD.DAT' DELIMITED BY SIZE
               INTO FP-CREDHELD-DAT.
           MOVE SPACES TO FP-CHKHIST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CHKHIST.DAT' DELIMITED BY SIZE
               INTO FP-CHKHIST-DAT.
           MOVE SPACES TO FP-PAYEE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PAYEE.DAT' DELIMITED BY SIZE
               INTO FP-PAYEE-DAT.
           MOVE SPACES TO FP-TENANT-HIS.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENANT.HIS' DELIMITED BY SIZE
               INTO FP-TENANT-HIS.
           MOVE SPACES TO FP-TENANT-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENANT.IDX' DELIMITED BY SIZE
               INTO FP-TENANT-IDX.
           MOVE SPACES TO FP-CUSTMST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CUSTMST.DAT' DELIMITED BY SIZE
               INTO FP-CUSTMST-DAT.
           MOVE SPACES TO FP-STDNTMST-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STDNTMST.IDX' DELIMITED BY SIZE
               INTO FP-STDNTMST-IDX.
           MOVE SPACES TO FP-STDNTADR-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STDNTADR.DAT' DELIMITED BY SIZE
               INTO FP-STDNTADR-DAT.
           MOVE SPACES TO FP-ESCHLTR-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'ESCHLTR.PRT' DELIMITED BY SIZE
               INTO FP-ESCHLTR-PRT.
           MOVE SPACES TO FP-ESCHAGE-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'ESCHAGE.PRT' DELIMITED BY SIZE
               INTO FP-ESCHAGE-PRT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB93.
