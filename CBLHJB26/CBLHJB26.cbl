      *ALREADY COMPUTES: PIZZA REVENUE (PIZZASUM.DAT), BOAT REVENUE
      *SPLIT FROM THE STATE TAX COLLECTED (BOATSUM.DAT LESS THE
      *STTAXEXT.DAT TOTAL, TAX CARRIED AS ITS OWN LIABILITY LINE),
      *RENT DUE (RENTSUM.DAT), FUNDRAISER DEPOSITS (POPDEP.DAT),
      *VENDOR INVOICES APPROVED BY THE PAYABLES MATCH (APSUM.DAT,
      *SOURCE APINV), AND THE CHECKS ISSUED AND VOIDED BY THE
      *DISBURSEMENT RUN (CHKSUM.DAT, ONE RECORD PER SOURCE).
      *ACCOUNT CODES COME FROM THE CHART-OF-ACCOUNTS MAPPING FILE
      *GLCHART.DAT. THE INTERFACE
      *FILE GLINTF.DAT IS ONLY WRITTEN WHEN THE BATCH BALANCES AND
      *EVERY SOURCE HAS AN ACCOUNT MAPPING - AN OUT-OF-BALANCE OR
      *UNMAPPED BATCH IS REPORTED ON THE POSTING SUMMARY
      *(GLPOST.PRT) AND HELD, NOT POSTED. A BATCH WHOSE MONTH THE
      *CBLHJB88 CLOSE HAS LOCKED IS DATED INTO THE NEXT OPEN MONTH
      *(CBLGLPER) AND THE MOVE IS WARNED ON THE POSTING SUMMARY.
       PROGRAM-ID. CBLHJB26.
           AUTHOR. HARRISON BIRKNER.

               ASSIGN TO DYNAMIC FP-POPDEP-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AP-SUM
               ASSIGN TO DYNAMIC FP-APSUM-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHECK-SUM
               ASSIGN TO DYNAMIC FP-CHKSUM-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-INTERFACE
               ASSIGN TO DYNAMIC FP-GLINTF-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.
           05 PD-PROGRAM-ID            PIC X(8).
           05 PD-RUN-DATE              PIC 9(8).

           FD AP-SUM
           LABEL RECORD IS STANDARD
           DATA RECORD IS AS-REC
           RECORD CONTAINS 27 CHARACTERS.

       01 AS-REC.
           05 AS-TOT-APPROVED          PIC 9(9)V99.
           05 AS-PROGRAM-ID            PIC X(8).
           05 AS-RUN-DATE              PIC 9(8).

           FD CHECK-SUM
           LABEL RECORD IS STANDARD
           DATA RECORD IS CS-REC
           RECORD CONTAINS 35 CHARACTERS.

       01 CS-REC.
           05 CS-SOURCE                PIC X(8).
           05 CS-TOT-AMOUNT            PIC 9(9)V99.
           05 CS-PROGRAM-ID            PIC X(8).
           05 CS-RUN-DATE              PIC 9(8).

           FD GL-INTERFACE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-REC
           05 FP-STTAXEXT-DAT        PIC X(40)   VALUE SPACES.
           05 FP-RENTSUM-DAT         PIC X(40)   VALUE SPACES.
           05 FP-POPDEP-DAT          PIC X(40)   VALUE SPACES.
           05 FP-APSUM-DAT           PIC X(40)   VALUE SPACES.
           05 FP-CHKSUM-DAT          PIC X(40)   VALUE SPACES.
           05 FP-GLINTF-DAT          PIC X(40)   VALUE SPACES.
           05 FP-GLBATCH-DAT         PIC X(40)   VALUE SPACES.
           05 FP-GLPOST-PRT          PIC X(40)   VALUE SPACES.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-POST-DATE          PIC 9(8)    VALUE 0.
               05 C-GL-DATE            PIC 9(8)    VALUE 0.
               05 C-PERIOD-STATUS      PIC X       VALUE 'O'.
                  88 C-PERIOD-MOVED    VALUE 'M'.
               05 C-CHART-CTR          PIC 99      VALUE 0.
               05 C-CHART-SUB          PIC 99      VALUE 0.
               05 C-JRN-CTR            PIC 99      VALUE 0.
                  88 C-BATCH-HELD      VALUE 'Y'.
               05 C-CHART-OVFL-SW      PIC X       VALUE 'N'.
                  88 C-CHART-OVFL      VALUE 'Y'.
               05 C-JRN-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-JRN-OVFL        VALUE 'Y'.
               05 C-AMOUNT             PIC 9(11)V99 VALUE 0.
               05 C-TAX-TOTAL          PIC 9(10)V99 VALUE 0.
               05 C-BOAT-REV           PIC 9(11)V99 VALUE 0.
                   10 CURRENT-TIME     PIC X(11).

           01 CHART-TABLE.
               05 CHT-ENTRY            OCCURS 60 TIMES.
                   10 CHT-SOURCE       PIC X(8).
                   10 CHT-DEBIT-ACCT   PIC X(8).
                   10 CHT-CREDIT-ACCT  PIC X(8).
                   10 CHT-DESC         PIC X(20).

           01 JOURNAL-TABLE.
               05 JRN-ENTRY            OCCURS 50 TIMES.
                   10 JRN-ACCT         PIC X(8).
                   10 JRN-DRCR         PIC X.
                   10 JRN-AMOUNT       PIC 9(11)V99.
               05 FILLER               PIC X(8)    VALUE 'BATCH:  '.
               05 GT-BATCH-STATUS      PIC X(22).

           01 MOVED-LINE.
               05 FILLER               PIC X(11)   VALUE '*** PERIOD '.
               05 MV-FROM-MONTH        PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 MV-FROM-YEAR         PIC X(4).
               05 FILLER               PIC X(29)
                  VALUE ' IS CLOSED - BATCH DATED INTO'.
               05 FILLER               PIC X(18)
                  VALUE ' NEXT OPEN PERIOD '.
               05 MV-TO-MONTH          PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 MV-TO-DAY            PIC XX.
               05 FILLER               PIC X       VALUE '/'.
               05 MV-TO-YEAR           PIC X(4).

           01 HELD-LINE.
               05 FILLER               PIC X(8).
               05 H-SOURCE             PIC X(8).
               MOVE C-POST-DATE(7:2)       TO TITLE-DAY.
               MOVE C-POST-DATE(1:4)       TO TITLE-YEAR.
               WRITE PRTLINE FROM TITLE-LINE.
      *    A LATE RUN MUST NOT ADD TO A MONTH ALREADY CLOSED AND
      *    REPORTED.
               MOVE C-POST-DATE            TO C-GL-DATE.
               CALL 'CBLGLPER' USING C-GL-DATE, C-PERIOD-STATUS.
               IF C-PERIOD-MOVED
                   MOVE C-POST-DATE(5:2)   TO MV-FROM-MONTH
                   MOVE C-POST-DATE(1:4)   TO MV-FROM-YEAR
                   MOVE C-GL-DATE(5:2)     TO MV-TO-MONTH
                   MOVE C-GL-DATE(7:2)     TO MV-TO-DAY
                   MOVE C-GL-DATE(1:4)     TO MV-TO-YEAR
                   WRITE PRTLINE FROM MOVED-LINE
                       AFTER ADVANCING 2 LINES
                   DISPLAY 'CBLHJB26 - PERIOD ' C-POST-DATE(1:6)
                       ' CLOSED, BATCH DATED ' C-GL-DATE
               END-IF.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM SPACES.
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   IF C-CHART-CTR < 60
                       ADD 1 TO C-CHART-CTR
                       MOVE GC-SOURCE      TO
                           CHT-SOURCE(C-CHART-CTR)
               PERFORM L3-ADD-JOURNAL-PAIR
                   THRU L3-ADD-JOURNAL-PAIR-EXIT.

               OPEN INPUT AP-SUM.
               READ AP-SUM
                   AT END
                       MOVE 0 TO AS-TOT-APPROVED.
               CLOSE AP-SUM.
               MOVE AS-TOT-APPROVED TO C-AMOUNT.
               MOVE 'APINV'        TO H-SOURCE.
               PERFORM L3-ADD-JOURNAL-PAIR
                   THRU L3-ADD-JOURNAL-PAIR-EXIT.

               OPEN INPUT CHECK-SUM.
               MOVE 'YES' TO MORE-RECS.
               PERFORM L3-ADD-CHECK-SUM
                   UNTIL MORE-RECS = 'NO'.
               CLOSE CHECK-SUM.

           L3-ADD-CHECK-SUM.
               READ CHECK-SUM
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   IF CS-TOT-AMOUNT NUMERIC
                       MOVE CS-TOT-AMOUNT TO C-AMOUNT
                       MOVE CS-SOURCE     TO H-SOURCE
                       PERFORM L3-ADD-JOURNAL-PAIR
                           THRU L3-ADD-JOURNAL-PAIR-EXIT
                   END-IF
               END-IF.

           L3-SUM-TAX.
               READ TAX-EXTRACT
                   AT END
                   WRITE PRTLINE FROM HELD-LINE
                       AFTER ADVANCING 1 LINE
                   GO TO L3-ADD-JOURNAL-PAIR-EXIT.
      *    A JOURNAL TOO LONG FOR THE TABLE CANNOT POST IN PART.
               IF C-JRN-CTR > 48
                   SET C-BATCH-HELD TO TRUE
                   IF NOT C-JRN-OVFL
                       SET C-JRN-OVFL TO TRUE
                       DISPLAY 'CBLHJB26 - JOURNAL-TABLE OVERFLOW, '
                           'BATCH HELD'
                   END-IF
                   GO TO L3-ADD-JOURNAL-PAIR-EXIT.
               ADD 1 TO C-JRN-CTR.
               MOVE CHT-DEBIT-ACCT(C-CHART-SUB)
                   TO JRN-ACCT(C-JRN-CTR).
                       MOVE JRN-DRCR(C-JRN-SUB)   TO GL-DRCR
                       MOVE JRN-AMOUNT(C-JRN-SUB) TO GL-AMOUNT
                       MOVE JRN-SOURCE(C-JRN-SUB) TO GL-SOURCE
                       MOVE C-GL-DATE             TO GL-DATE
                       WRITE GL-REC
                       IF C-BATCH-APPEND
                           MOVE GL-REC            TO GB-REC
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RENTSUM.DAT' DELIMITED BY SIZE
               INTO FP-RENTSUM-DAT.
           MOVE SPACES TO FP-APSUM-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'APSUM.DAT' DELIMITED BY SIZE
               INTO FP-APSUM-DAT.
           MOVE SPACES TO FP-CHKSUM-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CHKSUM.DAT' DELIMITED BY SIZE
               INTO FP-CHKSUM-DAT.
           MOVE SPACES TO FP-POPDEP-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'POPDEP.DAT' DELIMITED BY SIZE
