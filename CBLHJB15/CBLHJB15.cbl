       IDENTIFICATION DIVISION.
      *MAILABLE RENT STATEMENTS. FOR EVERY UNIT BILLED ON
      *MONBILLS.IDX THIS RUN PRINTS ONE ADDRESSED, PAGE-PER-UNIT
      *STATEMENT ON RENTSTMT.PRT USING THE NAME AND MAILING ADDRESS
      *FROM THE TENANT MASTER, TENANT.IDX (KEYED BY BUILDING AND
      *UNIT). THE AMOUNTS ARE THE SAME ONES CBLHJB04 COMPUTES: BASE
      *RENT BY UNIT RANGE, TENANT CHARGE, PREMIUM/DISCOUNT FROM THE
      *BUILDING RATE MASTER, UTILITIES, PRIOR BALANCE, AND RENT DUE.
      *A UNIT WITH NO TENANT MASTER RECORD STILL GETS A STATEMENT,
      *ADDRESSED 'CURRENT RESIDENT', SO NO BILL IS MISSED.
      *A UNIT LISTED ON STMTSUPP.DAT FOR THE MONTH HAS ALREADY GONE
      *OUT ON THE CBLHJB89 COMBINED STATEMENT AT THE CUSTOMER'S
      *REQUEST FOR ONE MAILING, SO ITS SEPARATE STATEMENT IS HELD
      *BACK AND COUNTED INSTEAD OF PRINTED.
      *MONBILLS.IDX IS READ IN BUILDING AND UNIT ORDER AND EACH
      *UNIT'S TENANT IS READ BY KEY FROM TENANT.IDX, SO THE RUN NO
      *LONGER HOLDS THE WHOLE TENANT MASTER IN A TABLE.
       PROGRAM-ID. CBLHJB15.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT BILL-INPUT
               ASSIGN TO DYNAMIC FP-MONBILLS-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS I-KEY
                   FILE STATUS IS C-BILL-INPUT-STATUS.

           SELECT BLD-RATE-FILE
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TENANT-MASTER
               ASSIGN TO DYNAMIC FP-TENANT-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS TN-KEY
                   FILE STATUS IS C-TENANT-STATUS.

      *    THE CROSS-LINE CUSTOMER MASTER BUILT BY CBLHJB51 IS THE
      *    ADDRESS OF RECORD - WHERE IT KNOWS THE TENANT, ITS
      *    ADDRESS OVERRIDES THE ONE KEYED ON TENANT.IDX, SO ONE
      *    CORRECTION FIXES EVERY MAILING.
           SELECT OPTIONAL CUST-MASTER
               ASSIGN TO DYNAMIC FP-CUSTMST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STMT-SUPP
               ASSIGN TO DYNAMIC FP-STMTSUPP-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-RENTSTMT-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.
           RECORD CONTAINS 40 CHARACTERS.

       01 I-REC.
           05 I-KEY.
               10 I-BLD-CODE           PIC XX.
               10 I-UNIT               PIC 99.
                   88 VAL-UNIT-PREM    VALUE 23, 25.
           05 I-TENANTS                PIC 9.
               88 VAL-BASE-TENANTS     VALUE 1.
               88 VAL-2-3-TENANTS      VALUE 2 THRU 3.
           RECORD CONTAINS 79 CHARACTERS.

       01 TN-REC.
           05 TN-KEY.
               10 TN-BLD-CODE          PIC XX.
               10 TN-UNIT              PIC 99.
           05 TN-NAME                  PIC X(25).
           05 TN-ADDRESS               PIC X(15).
           05 TN-CITY                  PIC X(10).
           05 CU-SRC-POP               PIC X.
           05 CU-SRC-TENANT            PIC X.

           FD STMT-SUPP
           LABEL RECORD IS STANDARD
           DATA RECORD IS SS-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 SS-REC.
           05 SS-STMT-DATE             PIC 9(8).
           05 SS-TYPE                  PIC X.
           05 SS-CUST-ID               PIC 9(6).
           05 SS-KEY.
               10 SS-BLD-CODE          PIC XX.
               10 SS-UNIT              PIC 99.
               10 FILLER               PIC X(13).

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-LANE              PIC X(8)    VALUE SPACES.
           05 FP-MONBILLS-IDX        PIC X(40)   VALUE SPACES.
           05 FP-BLDRATE-DAT         PIC X(40)   VALUE SPACES.
           05 FP-TENANT-IDX          PIC X(40)   VALUE SPACES.
           05 FP-CUSTMST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-STMTSUPP-DAT        PIC X(40)   VALUE SPACES.
           05 FP-RENTSTMT-PRT        PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.
           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-BLD-RATES       PIC X(3)    VALUE 'YES'.
               05 MORE-CUSTS           PIC X(3)    VALUE 'YES'.
               05 MORE-SUPPS           PIC X(3)    VALUE 'YES'.
               05 C-SUP-CTR            PIC 9(4)    VALUE 0.
               05 C-SUP-SUB            PIC 9(4)    VALUE 0.
               05 C-HELD-CTR           PIC 9(5)    VALUE 0.
               05 C-SUP-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-SUP-OVFL        VALUE 'Y'.
               05 C-SUPP-PERIOD        PIC 9(6)    VALUE 0.
               05 C-TODAY-PERIOD       PIC 9(6)    VALUE 0.
               05 C-CUS-CTR            PIC 9(4)    VALUE 0.
               05 C-CUS-SUB            PIC 9(4)    VALUE 0.
               05 C-CUS-OVFL-SW        PIC X       VALUE 'N'.
               05 C-STMT-CTR           PIC 9(5)    VALUE 0.
               05 BR-SUB               PIC 999     VALUE 0.
               05 C-BLD-RATE-CTR       PIC 999     VALUE 0.
               05 C-TEN-FOUND-SW       PIC X       VALUE 'N'.
                  88 C-TEN-FOUND       VALUE 'Y'.
               05 C-BRT-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-BRT-OVFL        VALUE 'Y'.
               05 C-TODAY-DATE.
                       88 BRT-ALWAYS-DISC-BLD  VALUE 'A'.
                   10 BRT-RATE         PIC S9V9999.

           01 SUPP-TABLE.
               05 SUP-ENTRY            OCCURS 1000 TIMES.
                   10 SUP-BLD-CODE     PIC XX.
                   10 SUP-UNIT         PIC 99.

           01 CUST-TABLE.
               05 CUS-ENTRY            OCCURS 2000 TIMES.
                   10 CT-LNAME         PIC X(15).
                   10 CT-ZIP           PIC 9(9).
                   10 CT-SRC-TENANT    PIC X.

           01 STMT-HEADER-LINE.
               05 FILLER               PIC X(15)
                  VALUE 'FURLY S RENTALS'.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT CUST-MASTER.
               PERFORM L3-LOAD-CUST-MASTER
                   UNTIL MORE-CUSTS = 'NO'.
               CLOSE CUST-MASTER.
               OPEN OUTPUT PRTOUT.
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL
               MOVE C-TODAY-MONTH          TO SH-MONTH.
               MOVE C-TODAY-DAY            TO SH-DAY.
               MOVE C-TODAY-YEAR           TO SH-YEAR.
               COMPUTE C-TODAY-PERIOD = C-TODAY-YEAR * 100
                   + C-TODAY-MONTH.
               OPEN INPUT STMT-SUPP.
               PERFORM L3-LOAD-STMT-SUPP
                   UNTIL MORE-SUPPS = 'NO'.
               CLOSE STMT-SUPP.
               PERFORM L3-READ-INPUT.

           L2-MAINLINE.
               PERFORM L3-CALCS.
               PERFORM VARYING C-SUP-SUB FROM 1 BY 1
                   UNTIL C-SUP-SUB > C-SUP-CTR
                       OR (SUP-BLD-CODE(C-SUP-SUB) = I-BLD-CODE
                           AND SUP-UNIT(C-SUP-SUB) = I-UNIT)
               END-PERFORM.
               IF C-SUP-SUB > C-SUP-CTR
                   PERFORM L3-PRINT-STATEMENT
               ELSE
                   ADD 1 TO C-HELD-CTR
               END-IF.
               PERFORM L3-READ-INPUT.

           L2-CLOSING.
               IF C-HELD-CTR > 0
                   DISPLAY 'CBLHJB15 - ' C-HELD-CTR
                       ' STATEMENT(S) HELD BACK, MAILED ON COMBSTMT'
               END-IF.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE BILL-INPUT.
               CLOSE TENANT-MASTER.
               CLOSE PRTOUT.

           L3-READ-INPUT.
                       END-IF
               END-READ.

           L3-CALCS.
      *    SAME BILLING MATH AS CBLHJB04 SO THE STATEMENT ALWAYS
      *    AGREES WITH THE BILLABLE RENT REPORT.
                   AFTER ADVANCING 2 LINES.

           L3-FIND-TENANT.
               MOVE I-KEY                  TO TN-KEY.
               READ TENANT-MASTER
                   INVALID KEY
                       MOVE 'N' TO C-TEN-FOUND-SW
                   NOT INVALID KEY
                       SET C-TEN-FOUND TO TRUE
               END-READ.
               IF C-TEN-FOUND
                   MOVE TN-NAME                TO SN-NAME
                   MOVE TN-ADDRESS             TO SA-ADDRESS
                   MOVE TN-CITY                TO SC-CITY
                   MOVE TN-STATE               TO SC-STATE
                   MOVE TN-ZIP                 TO SC-ZIP
                   PERFORM L4-CUST-MASTER-ADDRESS
               ELSE
                   MOVE 'CURRENT RESIDENT'     TO SN-NAME
      *    THE CUSTOMER MASTER IS KEYED ON.
               PERFORM VARYING C-CUS-SUB FROM 1 BY 1
                   UNTIL C-CUS-SUB > C-CUS-CTR
                       OR (TN-NAME(1:15) =
                               CT-LNAME(C-CUS-SUB)
                           AND CT-SRC-TENANT(C-CUS-SUB) = 'Y')
               END-PERFORM.
                       END-IF
               END-READ.

           L3-LOAD-STMT-SUPP.
      *    ONLY THIS MONTH'S RENT ENTRIES COUNT - LAST MONTH'S
      *    COMBINED STATEMENT SAYS NOTHING ABOUT THIS MONTH'S BILL.
               READ STMT-SUPP
                   AT END
                       MOVE 'NO' TO MORE-SUPPS
                   NOT AT END
                       COMPUTE C-SUPP-PERIOD = SS-STMT-DATE / 100
                       IF SS-TYPE = 'R'
                           AND C-SUPP-PERIOD = C-TODAY-PERIOD
                           IF C-SUP-CTR < 1000
                               ADD 1 TO C-SUP-CTR
                               MOVE SS-BLD-CODE TO
                                   SUP-BLD-CODE(C-SUP-CTR)
                               MOVE SS-UNIT     TO SUP-UNIT(C-SUP-CTR)
                           ELSE
                               IF NOT C-SUP-OVFL
                                   SET C-SUP-OVFL TO TRUE
                                   DISPLAY 'CBLHJB15 - SUPP-TABLE '
                                       'OVERFLOW, UNITS MAILED TWICE'
                                   MOVE 8 TO RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
               END-READ.

           L3-FIND-BLD-NAME.
               PERFORM VARYING BR-SUB FROM 1 BY 1
                   UNTIL BR-SUB > C-BLD-RATE-CTR
           ELSE
               MOVE 'C:\COBOLWI19\' TO FP-REGION-DIR
           END-IF.
           MOVE SPACES TO FP-MONBILLS-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'MONBILLS.IDX' DELIMITED BY SIZE
               INTO FP-MONBILLS-IDX.
           MOVE SPACES TO FP-BLDRATE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BLDRATE.DAT' DELIMITED BY SIZE
               INTO FP-BLDRATE-DAT.
           MOVE SPACES TO FP-TENANT-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENANT.IDX' DELIMITED BY SIZE
               INTO FP-TENANT-IDX.
           MOVE SPACES TO FP-CUSTMST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CUSTMST.DAT' DELIMITED BY SIZE
               INTO FP-CUSTMST-DAT.
           MOVE SPACES TO FP-STMTSUPP-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'STMTSUPP.DAT' DELIMITED BY SIZE
               INTO FP-STMTSUPP-DAT.
           MOVE SPACES TO FP-RENTSTMT-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RENTSTMT.PRT' DELIMITED BY SIZE
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

       END PROGRAM CBLHJB15.
