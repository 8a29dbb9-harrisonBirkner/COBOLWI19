       IDENTIFICATION DIVISION.
      *GL PERIOD-LOCK CHECK, CALLED THE WAY CBLDATEV IS CALLED BY
      *EVERY STEP THAT WRITES TO THE PERIOD LEDGER GLBATCH.DAT.
      *THE PERIOD CONTROL FILE GLPERIOD.DAT CARRIES ONE RECORD PER
      *MONTH THE CBLHJB88 CLOSE HAS TOUCHED - 'C' CLOSED, 'O'
      *OPEN - WITH THE CONTROL TOTALS PROVEN AT THE CLOSE; A MONTH
      *WITH NO RECORD IS OPEN. THE CALLER PASSES THE YYYYMMDD DATE
      *IT MEANS TO POST UNDER. WHEN THAT MONTH IS OPEN THE DATE
      *COMES BACK UNCHANGED WITH STATUS 'O'; WHEN IT IS CLOSED THE
      *DATE COMES BACK AS THE FIRST OF THE NEXT OPEN MONTH WITH
      *STATUS 'M', AND THE CALLER WARNS THAT THE ENTRY WAS MOVED.
       PROGRAM-ID. CBLGLPER.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL GL-PERIOD
               ASSIGN TO DYNAMIC FP-GLPERIOD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD GL-PERIOD
           LABEL RECORD IS STANDARD
           DATA RECORD IS GP-REC
           RECORD CONTAINS 60 CHARACTERS.

       01 GP-REC.
           05 GP-PERIOD                PIC 9(6).
           05 GP-STATUS                PIC X.
           05 GP-CLOSED-DATE           PIC 9(8).
           05 GP-CLOSED-BY             PIC X(8).
           05 GP-ENTRIES               PIC 9(7).
           05 GP-DEBITS                PIC 9(13)V99.
           05 GP-CREDITS               PIC 9(13)V99.

       WORKING-STORAGE SECTION.
       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-GLPERIOD-DAT      PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 C-CLOSED-CTR         PIC 9(3)    VALUE 0.
               05 C-CLOSED-SUB         PIC 9(3)    VALUE 0.
               05 C-PERIOD             PIC 9(6)    VALUE 0.
               05 C-TRIES              PIC 9(3)    VALUE 0.
               05 C-FOUND-SW           PIC X       VALUE 'N'.
                  88 C-PERIOD-CLOSED   VALUE 'Y'.

      *    TWENTY YEARS OF CLOSED MONTHS.
           01 CLOSED-TABLE.
               05 CLS-PERIOD           PIC 9(6)    OCCURS 240 TIMES.

       LINKAGE SECTION.
       01 LS-POST-DATE                 PIC 9(8).
       01 LS-PERIOD-STATUS             PIC X.

       PROCEDURE DIVISION USING LS-POST-DATE, LS-PERIOD-STATUS.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               MOVE 'O' TO LS-PERIOD-STATUS.
               MOVE 0 TO C-CLOSED-CTR.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT GL-PERIOD.
               PERFORM L3-LOAD-PERIOD
                   UNTIL MORE-RECS = 'NO'.
               CLOSE GL-PERIOD.
               IF C-CLOSED-CTR = 0
                   GO TO L1-MAIN-EXIT.
               COMPUTE C-PERIOD = LS-POST-DATE / 100.
               PERFORM L3-CHECK-PERIOD.
               IF NOT C-PERIOD-CLOSED
                   GO TO L1-MAIN-EXIT.
               MOVE 'M' TO LS-PERIOD-STATUS.
               MOVE 0 TO C-TRIES.
               PERFORM L3-NEXT-PERIOD
                   UNTIL NOT C-PERIOD-CLOSED
                       OR C-TRIES > 240.
               COMPUTE LS-POST-DATE = C-PERIOD * 100 + 1.

           L1-MAIN-EXIT.
               GOBACK.

           L3-LOAD-PERIOD.
               READ GL-PERIOD
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   IF GP-STATUS = 'C'
                       AND GP-PERIOD NUMERIC
                       AND C-CLOSED-CTR < 240
                       ADD 1 TO C-CLOSED-CTR
                       MOVE GP-PERIOD TO CLS-PERIOD(C-CLOSED-CTR)
                   END-IF
               END-IF.

           L3-CHECK-PERIOD.
               MOVE 'N' TO C-FOUND-SW.
               PERFORM VARYING C-CLOSED-SUB FROM 1 BY 1
                   UNTIL C-CLOSED-SUB > C-CLOSED-CTR
                       OR C-PERIOD-CLOSED
                       IF CLS-PERIOD(C-CLOSED-SUB) = C-PERIOD
                           SET C-PERIOD-CLOSED TO TRUE
                       END-IF
               END-PERFORM.

           L3-NEXT-PERIOD.
               ADD 1 TO C-TRIES.
               IF C-PERIOD(5:2) = '12'
                   COMPUTE C-PERIOD = C-PERIOD + 89
               ELSE
                   ADD 1 TO C-PERIOD
               END-IF.
               PERFORM L3-CHECK-PERIOD.

       L9-SET-FILE-PATHS.
      *    THE COBREGION ENVIRONMENT SETTING STEERS EVERY FILE
      *    ASSIGNMENT - TEST RUNS AGAINST C:\COBOLWI19\TEST\ AND
      *    ANYTHING ELSE AGAINST PRODUCTION.
           ACCEPT FP-REGION FROM ENVIRONMENT 'COBREGION'.
           IF FP-REGION = 'TEST' OR FP-REGION = 'test'
               MOVE 'C:\COBOLWI19\TEST\' TO FP-REGION-DIR
           ELSE
               MOVE 'C:\COBOLWI19\' TO FP-REGION-DIR
           END-IF.
           MOVE SPACES TO FP-GLPERIOD-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'GLPERIOD.DAT' DELIMITED BY SIZE
               INTO FP-GLPERIOD-DAT.

       END PROGRAM CBLGLPER.
