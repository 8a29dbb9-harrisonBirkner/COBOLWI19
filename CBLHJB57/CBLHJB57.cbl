       IDENTIFICATION DIVISION.
      *NIGHTLY MASTER-FILE BACKUP GENERATIONS WITH VERIFY. THE
      *LIVE MASTERS - STDNTMST.IDX, MONBILLS.IDX, DEPLEDG.DAT,
      *BOATORD.DAT, AND INGONHND.DAT - HAD NO BACKUP AT ALL; THE
      *NIGHT CBLHJB16 REWROTE MONBILLS.DAT HALFWAY AND ABENDED WE
      *RECONSTRUCTED BALANCES FROM THE PRINTED JOURNAL. THIS STEP
      *LIVE FILE - A COUNT MISMATCH FAILS THE STEP BEFORE ANYTHING
      *TOUCHES THE MASTERS. EVERY GENERATION TAKEN IS CATALOGED ON
      *BKUPCAT.DAT AND LISTED ON MSTRBKUP.PRT. THE CBLHJB58
      *RESTORE UTILITY PUTS A NAMED GENERATION BACK. EACH GENERATION
      *TAKEN IS MARKED ON THE AIJRNL.DAT AFTER-IMAGE JOURNAL
      *(CBLAIJRN) WITH ITS COUNT AND HASH TOTAL SO CBLHJB91 CAN ROLL
      *IT FORWARD, AND THE JOURNAL IS CUT BACK TO WHAT THE OLDEST
      *GENERATION STILL KEPT WOULD NEED. MONBILLS IS NOW INDEXED ON
      *BUILDING AND UNIT AND IS COPIED RECORD FOR RECORD IN KEY
      *ORDER THE WAY THE STUDENT MASTER IS.
       PROGRAM-ID. CBLHJB57.
           AUTHOR. HARRISON BIRKNER.

                   RECORD KEY IS IO-ID
                   FILE STATUS IS C-IDX-STATUS.

           SELECT OPTIONAL BILL-IDX-IN
               ASSIGN TO DYNAMIC FP-COPY-IN
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BI-KEY
                   FILE STATUS IS C-IDX-STATUS.

           SELECT BILL-IDX-OUT
               ASSIGN TO DYNAMIC FP-COPY-OUT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BO-KEY
                   FILE STATUS IS C-IDX-STATUS.

           SELECT OPTIONAL BACKUP-CAT
               ASSIGN TO DYNAMIC FP-BKUPCAT-DAT
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

           FD BACKUP-CAT
           LABEL RECORD IS STANDARD
           DATA RECORD IS BC-REC
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).
               05 C-AIJ-FUNCTION       PIC X       VALUE SPACE.
               05 C-AIJ-FILE           PIC X(12)   VALUE SPACES.
               05 C-AIJ-PROGRAM        PIC X(8)    VALUE 'CBLHJB57'.

      *    ORGANIZATION - I INDEXED STUDENT MASTER, B INDEXED
      *    BILLING FILE, L LINE SEQUENTIAL.
           01 MASTER-NAMES.
               05 FILLER  PIC X(13) VALUE 'STDNTMST.IDXI'.
               05 FILLER  PIC X(13) VALUE 'MONBILLS.IDXB'.
               05 FILLER  PIC X(13) VALUE 'DEPLEDG.DAT L'.
               05 FILLER  PIC X(13) VALUE 'BOATORD.DAT L'.
               05 FILLER  PIC X(13) VALUE 'INGONHND.DATL'.
               PERFORM L3-BACKUP-ONE-MASTER
                   VARYING C-MST-SUB FROM 1 BY 1
                       UNTIL C-MST-SUB > 5.
               MOVE 'P'                    TO C-AIJ-FUNCTION.
               MOVE SPACES                 TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               PERFORM L2-CLOSING.
               STOP RUN.

               MOVE C-STAMP-DATE           TO BC-BACKUP-DATE.
               MOVE C-LIVE-CTR             TO BC-RECORD-COUNT.
               WRITE BC-REC.
               MOVE 'G'                    TO C-AIJ-FUNCTION.
               MOVE C-BASE-NAME            TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.

           L4-SET-ROOT-NAME.
      *    THE GENERATION NAME IS THE MASTER'S ROOT WITH .BK1/2/3

           L4-COPY-FILE.
               MOVE 0 TO C-COPY-CTR.
               EVALUATE MST-ORG(C-MST-SUB)
                   WHEN 'I'
                       PERFORM L5-COPY-INDEXED
                   WHEN 'B'
                       PERFORM L5-COPY-BILL-INDEXED
                   WHEN OTHER
                       PERFORM L5-COPY-LINE-SEQ
               END-EVALUATE.

           L5-COPY-LINE-SEQ.
               OPEN INPUT COPY-IN.
                       WRITE IO-REC
               END-READ.

           L5-COPY-BILL-INDEXED.
               OPEN INPUT BILL-IDX-IN.
               OPEN OUTPUT BILL-IDX-OUT.
               MOVE 'YES' TO MORE-RECS.
               PERFORM L5-COPY-ONE-BILL-REC
                   UNTIL MORE-RECS = 'NO'.
               CLOSE BILL-IDX-IN.
               CLOSE BILL-IDX-OUT.

           L5-COPY-ONE-BILL-REC.
               READ BILL-IDX-IN NEXT RECORD
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-COPY-CTR
                       MOVE BI-REC TO BO-REC
                       WRITE BO-REC
               END-READ.

           L4-COUNT-FILE.
               MOVE 0 TO C-VERIFY-CTR.
               EVALUATE MST-ORG(C-MST-SUB)
                   WHEN 'I'
                       OPEN INPUT IDX-IN
                       MOVE 'YES' TO MORE-RECS
                       PERFORM L5-COUNT-ONE-IDX-REC
                           UNTIL MORE-RECS = 'NO'
                       CLOSE IDX-IN
                   WHEN 'B'
                       OPEN INPUT BILL-IDX-IN
                       MOVE 'YES' TO MORE-RECS
                       PERFORM L5-COUNT-ONE-BILL-REC
                           UNTIL MORE-RECS = 'NO'
                       CLOSE BILL-IDX-IN
                   WHEN OTHER
                       OPEN INPUT COPY-IN
                       MOVE 'YES' TO MORE-RECS
                       PERFORM L5-COUNT-ONE-LS-REC
                           UNTIL MORE-RECS = 'NO'
                       CLOSE COPY-IN
               END-EVALUATE.

           L5-COUNT-ONE-LS-REC.
               READ COPY-IN
                       ADD 1 TO C-VERIFY-CTR
               END-READ.

           L5-COUNT-ONE-BILL-REC.
               READ BILL-IDX-IN NEXT RECORD
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-VERIFY-CTR
               END-READ.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB57'             TO RL-PROGRAM-ID.
