      *MASTER-FILE RESTORE UTILITY. PUTS BACK A NAMED GENERATION
      *TAKEN BY THE CBLHJB57 BACKUP STEP. THE ONE-RECORD CONTROL
      *FILE RESTCTL.DAT NAMES THE MASTER (STDNTMST.IDX,
      *MONBILLS.IDX, DEPLEDG.DAT, BOATORD.DAT, OR INGONHND.DAT)
      *AND THE GENERATION (1 NEWEST THROUGH 3 OLDEST); THE
      *GENERATION IS COPIED OVER THE LIVE FILE, THE RECORDS ARE
      *COUNTED, AND THE RESTORE IS LOGGED ON RUNLOG.DAT AND
      *REPORTED ON THE CONSOLE - SO THE NEXT HALF-REWRITTEN MASTER
      *IS A FIVE-MINUTE FIX INSTEAD OF A NIGHT WITH THE PRINTED
      *JOURNAL. MONBILLS IS NOW INDEXED ON BUILDING AND UNIT AND IS
      *RESTORED RECORD FOR RECORD LIKE THE STUDENT MASTER.
       PROGRAM-ID. CBLHJB58.
           AUTHOR. HARRISON BIRKNER.

                   RECORD KEY IS IO-ID
                   FILE STATUS IS C-IDX-OUT-STATUS.

           SELECT BILL-IDX-IN
               ASSIGN TO DYNAMIC FP-COPY-IN
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BI-KEY
                   FILE STATUS IS C-COPY-STATUS.

           SELECT BILL-IDX-OUT
               ASSIGN TO DYNAMIC FP-COPY-OUT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BO-KEY
                   FILE STATUS IS C-IDX-OUT-STATUS.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.
           FD COPY-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CI-REC
           RECORD CONTAINS 132 CHARACTERS.

       01 CI-REC                       PIC X(132).

           FD COPY-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CO-REC
           RECORD CONTAINS 132 CHARACTERS.

       01 CO-REC                       PIC X(132).

           FD IDX-IN
           LABEL RECORD IS STANDARD
           05 IO-ID                    PIC X(7).
           05 IO-REST                  PIC X(46).

           FD BILL-IDX-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS BI-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 BI-REC.
           05 BI-KEY                   PIC X(4).
           05 BI-REST                  PIC X(36).

           FD BILL-IDX-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS BO-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 BO-REC.
           05 BO-KEY                   PIC X(4).
           05 BO-REST                  PIC X(36).

           FD RUN-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS RL-REC
               05 C-VERIFY-CTR         PIC 9(7)    VALUE 0.
               05 C-IDX-SW             PIC X       VALUE 'N'.
                  88 C-IDX-MASTER      VALUE 'Y'.
                  88 C-BILL-IDX        VALUE 'B'.
               05 C-ROOT-NAME          PIC X(8)    VALUE SPACES.
               05 C-GEN-NAME           PIC X(12)   VALUE SPACES.
               05 C-GEN-SFX            PIC X(4)    VALUE SPACES.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               EVALUATE RS-FILE-NAME
                   WHEN 'STDNTMST.IDX'
                       MOVE 'Y' TO C-IDX-SW
                   WHEN 'MONBILLS.IDX'
                       MOVE 'B' TO C-IDX-SW
                   WHEN OTHER
                       MOVE 'N' TO C-IDX-SW
               END-EVALUATE.
               MOVE SPACES TO C-ROOT-NAME.
               UNSTRING RS-FILE-NAME DELIMITED BY '.'
                   INTO C-ROOT-NAME.
      *    OUTPUT - A MISKEYED RESTCTL.DAT MUST NOT BE ABLE TO
      *    EMPTY THE VERY FILE THE BACKUP PROTECTS.
               IF RS-FILE-NAME NOT = 'STDNTMST.IDX'
                   AND RS-FILE-NAME NOT = 'MONBILLS.IDX'
                   AND RS-FILE-NAME NOT = 'DEPLEDG.DAT'
                   AND RS-FILE-NAME NOT = 'BOATORD.DAT'
                   AND RS-FILE-NAME NOT = 'INGONHND.DAT'
                   STOP RUN
               END-IF.
               MOVE 0 TO C-VERIFY-CTR.
               EVALUATE TRUE
                   WHEN C-BILL-IDX
                       OPEN INPUT BILL-IDX-IN
                       IF C-COPY-STATUS NOT = '00'
                           PERFORM L3-REFUSE-BAD-GEN
                       END-IF
                       MOVE 'YES' TO MORE-RECS
                       PERFORM L3-VERIFY-ONE-BILL-REC
                           UNTIL MORE-RECS = 'NO'
                       CLOSE BILL-IDX-IN
                   WHEN C-IDX-MASTER
                       OPEN INPUT IDX-IN
                       IF C-COPY-STATUS NOT = '00'
                           PERFORM L3-REFUSE-BAD-GEN
                       END-IF
                       MOVE 'YES' TO MORE-RECS
                       PERFORM L3-VERIFY-ONE-IDX-REC
                           UNTIL MORE-RECS = 'NO'
                       CLOSE IDX-IN
                   WHEN OTHER
                       OPEN INPUT COPY-IN
                       IF C-COPY-STATUS NOT = '00'
                           PERFORM L3-REFUSE-BAD-GEN
                       END-IF
                       MOVE 'YES' TO MORE-RECS
                       PERFORM L3-VERIFY-ONE-LS-REC
                           UNTIL MORE-RECS = 'NO'
                       CLOSE COPY-IN
               END-EVALUATE.
               IF C-VERIFY-CTR = 0
                   DISPLAY 'CBLHJB58 - GENERATION ' RS-GEN ' OF '
                       RS-FILE-NAME ' IS EMPTY - RUN REFUSED'
                       ADD 1 TO C-VERIFY-CTR
               END-READ.

           L3-VERIFY-ONE-BILL-REC.
               READ BILL-IDX-IN NEXT RECORD
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-VERIFY-CTR
               END-READ.

           L2-RESTORE.
               EVALUATE TRUE
                   WHEN C-BILL-IDX
                       OPEN INPUT BILL-IDX-IN
                       OPEN OUTPUT BILL-IDX-OUT
                       MOVE 'YES' TO MORE-RECS
                       PERFORM L3-COPY-ONE-BILL-REC
                           UNTIL MORE-RECS = 'NO'
                       CLOSE BILL-IDX-IN
                       CLOSE BILL-IDX-OUT
                   WHEN C-IDX-MASTER
                       OPEN INPUT IDX-IN
                       OPEN OUTPUT IDX-OUT
                       MOVE 'YES' TO MORE-RECS
                       PERFORM L3-COPY-ONE-IDX-REC
                           UNTIL MORE-RECS = 'NO'
                       CLOSE IDX-IN
                       CLOSE IDX-OUT
                   WHEN OTHER
                       OPEN INPUT COPY-IN
                       OPEN OUTPUT COPY-OUT
                       MOVE 'YES' TO MORE-RECS
                       PERFORM L3-COPY-ONE-LS-REC
                           UNTIL MORE-RECS = 'NO'
                       CLOSE COPY-IN
                       CLOSE COPY-OUT
               END-EVALUATE.

           L3-COPY-ONE-LS-REC.
               READ COPY-IN
                       WRITE IO-REC
               END-READ.

           L3-COPY-ONE-BILL-REC.
               READ BILL-IDX-IN NEXT RECORD
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-COPY-CTR
                       MOVE BI-REC TO BO-REC
                       WRITE BO-REC
               END-READ.

           L2-CLOSING.
               DISPLAY 'CBLHJB58 - RESTORED ' RS-FILE-NAME
                   ' FROM GENERATION ' RS-GEN
