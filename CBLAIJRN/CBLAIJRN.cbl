       IDENTIFICATION DIVISION.
      *AFTER-IMAGE JOURNAL WRITER, CALLED THE WAY CBLGLPER IS CALLED
      *BY EVERY STEP THAT REWRITES ONE OF THE FIVE MASTERS CBLHJB57
      *BACKS UP (STDNTMST.IDX, MONBILLS.IDX, DEPLEDG.DAT,
      *BOATORD.DAT, INGONHND.DAT). THE CALLER PASSES A FUNCTION,
      *THE MASTER'S FILE NAME AND ITS OWN PROGRAM ID:
      *  'B' JUST BEFORE THE MASTER IS OPENED FOR OUTPUT OR I-O -
      *      THE MASTER AS IT STANDS IS HELD HERE AND A BEFORE
      *      RECORD WITH ITS COUNT AND HASH TOTAL IS JOURNALED.
      *  'E' JUST AFTER THE MASTER IS CLOSED - THE NEW MASTER IS
      *      COMPARED WITH THE ONE HELD AND THE AFTER-IMAGE OF EVERY
      *      RECORD THAT CHANGED IS JOURNALED (BY RELATIVE RECORD
      *      FOR A LINE SEQUENTIAL MASTER, BY RECORD KEY FOR AN
      *      INDEXED ONE, WITH A DELETE FOR EVERY KEY THAT IS GONE),
      *      FOLLOWED BY A TOTAL RECORD WITH THE NEW COUNT AND HASH.
      *  'G' FROM CBLHJB57 WHEN A GENERATION IS TAKEN - A MARKER
      *      RECORD THE CBLHJB91 ROLL-FORWARD STARTS FROM.
      *  'P' FROM CBLHJB57 AFTER THE GENERATIONS ARE TAKEN - THE
      *      JOURNAL IS CUT BACK TO WHAT THE OLDEST GENERATION STILL
      *      KEPT OF ANY MASTER WOULD NEED.
      *EVERY RECORD ON AIJRNL.DAT CARRIES A SEQUENCE NUMBER, THE
      *SEQUENCE NUMBER OF ITS STEP'S BEFORE RECORD, THE CLOCK DATE
      *AND TIME, AND THE PROGRAM ID. THE HASH TOTAL IS THE SUM OF
      *ONE NUMERIC FIELD OF EVERY RECORD, NAMED IN HASH-FIELDS.
      *MONBILLS IS NOW INDEXED ON BUILDING AND UNIT - HASH-FIELDS
      *CARRIES EACH INDEXED MASTER'S KEY LENGTH FOR THE COMPARE.
       PROGRAM-ID. CBLAIJRN.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL AI-JOURNAL
               ASSIGN TO DYNAMIC FP-AIJRNL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AI-WORK
               ASSIGN TO DYNAMIC FP-AIJRNL-WRK
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COPY-IN
               ASSIGN TO DYNAMIC FP-COPY-IN
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL IDX-IN
               ASSIGN TO DYNAMIC FP-COPY-IN
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS II-ID
                   FILE STATUS IS C-IDX-STATUS.

           SELECT OPTIONAL BILL-IDX-IN
               ASSIGN TO DYNAMIC FP-COPY-IN
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BI-KEY
                   FILE STATUS IS C-IDX-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD AI-JOURNAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS AJ-REC
           RECORD CONTAINS 214 CHARACTERS.

       01 AJ-REC.
           05 AJ-SEQ                   PIC 9(9).
           05 AJ-STEP-SEQ              PIC 9(9).
           05 AJ-DATE                  PIC 9(8).
           05 AJ-TIME                  PIC 9(6).
           05 AJ-PROGRAM               PIC X(8).
           05 AJ-FILE-NAME             PIC X(12).
           05 AJ-TYPE                  PIC X.
           05 AJ-RRN                   PIC 9(7).
           05 AJ-COUNT                 PIC 9(7).
           05 AJ-HASH                  PIC 9(15).
           05 AJ-IMAGE                 PIC X(132).

           FD AI-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS AW-REC
           RECORD CONTAINS 214 CHARACTERS.

       01 AW-REC                       PIC X(214).

           FD COPY-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CI-REC
           RECORD CONTAINS 132 CHARACTERS.

       01 CI-REC                       PIC X(132).

           FD IDX-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS II-REC
           RECORD CONTAINS 53 CHARACTERS.

       01 II-REC.
           05 II-ID                    PIC X(7).
           05 II-REST                  PIC X(46).

           FD BILL-IDX-IN
           LABEL RECORD IS STANDARD
           DATA RECORD IS BI-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 BI-REC.
           05 BI-KEY                   PIC X(4).
           05 BI-REST                  PIC X(36).

       WORKING-STORAGE SECTION.
       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-AIJRNL-DAT        PIC X(40)   VALUE SPACES.
           05 FP-AIJRNL-WRK        PIC X(40)   VALUE SPACES.
           05 FP-COPY-IN           PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 C-IDX-STATUS         PIC XX      VALUE '00'.
               05 C-SEQ-LOADED-SW      PIC X       VALUE 'N'.
                  88 C-SEQ-LOADED      VALUE 'Y'.
               05 C-BF-OVFL-SW         PIC X       VALUE 'N'.
                  88 C-BF-OVFL         VALUE 'Y'.
               05 C-SEQ                PIC 9(9)    VALUE 0.
               05 C-STEP-SEQ           PIC 9(9)    VALUE 0.
               05 C-KEEP-SEQ           PIC 9(9)    VALUE 0.
               05 C-BF-CTR             PIC 9(7)    VALUE 0.
               05 C-BF-SUB             PIC 9(7)    VALUE 0.
               05 C-REC-CTR            PIC 9(7)    VALUE 0.
               05 C-HASH               PIC 9(15)   VALUE 0.
               05 C-HASH-FIELD         PIC 9(15)   VALUE 0.
               05 C-HF-SUB             PIC 9       VALUE 0.
               05 C-HF-START           PIC 999     VALUE 0.
               05 C-HF-LEN             PIC 99      VALUE 0.
               05 C-KEY-LEN            PIC 99      VALUE 0.
               05 C-ORG                PIC X       VALUE SPACE.
                  88 C-IDX-MASTER      VALUE 'I' 'B'.
                  88 C-BILL-IDX        VALUE 'B'.
               05 C-IMAGE              PIC X(132)  VALUE SPACES.
               05 C-MST-SUB            PIC 9       VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

      *    THE HASH FIELD OF EACH MASTER - START AND LENGTH IN THE
      *    RECORD - ITS ORGANIZATION (I INDEXED STUDENT MASTER,
      *    B INDEXED BILLING FILE, L LINE SEQ) AND, WHEN INDEXED,
      *    THE LENGTH OF THE KEY AT THE FRONT OF THE RECORD.
      *    MONBILLS PRIOR BALANCE, DEPLEDG AMOUNT HELD, BOATORD
      *    PROMISED DATE, INGONHND QUANTITY ON HAND, STDNTMST
      *    EXPECTED STARTING SALARY.
           01 HASH-FIELDS.
               05 FILLER  PIC X(20) VALUE 'STDNTMST.IDXI0420807'.
               05 FILLER  PIC X(20) VALUE 'MONBILLS.IDXB0250604'.
               05 FILLER  PIC X(20) VALUE 'DEPLEDG.DAT L0050800'.
               05 FILLER  PIC X(20) VALUE 'BOATORD.DAT L0710800'.
               05 FILLER  PIC X(20) VALUE 'INGONHND.DATL0210900'.
           01 HASH-FIELD-TABLE REDEFINES HASH-FIELDS.
               05 HF-ENTRY             OCCURS 5 TIMES.
                   10 HF-FILE-NAME     PIC X(12).
                   10 HF-ORG           PIC X.
                   10 HF-START         PIC 999.
                   10 HF-LEN           PIC 99.
                   10 HF-KEY-LEN       PIC 99.

      *    THE LAST THREE GENERATION MARKERS OF EACH MASTER, NEWEST
      *    FIRST, FOR THE JOURNAL CUT-BACK.
           01 GEN-MARK-TABLE.
               05 GMK-MASTER           OCCURS 5 TIMES.
                   10 GMK-SEQ          PIC 9(9)    OCCURS 3 TIMES.

      *    THE MASTER AS IT STOOD AT THE 'B' CALL. A MASTER LONGER
      *    THAN THE TABLE STILL JOURNALS CORRECTLY - EVERY RECORD
      *    PAST THE TABLE IS TREATED AS CHANGED.
           01 BEFORE-TABLE.
               05 BF-IMAGE             PIC X(132)  OCCURS 5000 TIMES.

       LINKAGE SECTION.
       01 LS-AIJ-FUNCTION              PIC X.
       01 LS-AIJ-FILE                  PIC X(12).
       01 LS-AIJ-PROGRAM               PIC X(8).

       PROCEDURE DIVISION USING LS-AIJ-FUNCTION, LS-AIJ-FILE,
           LS-AIJ-PROGRAM.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               IF NOT C-SEQ-LOADED
                   PERFORM L2-FIND-LAST-SEQ
               END-IF.
               IF LS-AIJ-FUNCTION = 'P'
                   PERFORM L2-CUT-BACK THRU L2-CUT-BACK-EXIT
                   GO TO L1-MAIN-EXIT.
               PERFORM VARYING C-HF-SUB FROM 1 BY 1
                   UNTIL C-HF-SUB > 5
                       OR HF-FILE-NAME(C-HF-SUB) = LS-AIJ-FILE
               END-PERFORM.
               IF C-HF-SUB > 5
                   DISPLAY 'CBLAIJRN - ' LS-AIJ-FILE
                       ' IS NOT A JOURNALED MASTER'
                   GO TO L1-MAIN-EXIT.
               MOVE HF-ORG(C-HF-SUB)       TO C-ORG.
               MOVE HF-START(C-HF-SUB)     TO C-HF-START.
               MOVE HF-LEN(C-HF-SUB)       TO C-HF-LEN.
               MOVE HF-KEY-LEN(C-HF-SUB)   TO C-KEY-LEN.
               MOVE SPACES TO FP-COPY-IN.
               STRING FP-REGION-DIR DELIMITED BY SPACE
                   LS-AIJ-FILE DELIMITED BY SPACE
                   INTO FP-COPY-IN.
               OPEN EXTEND AI-JOURNAL.
               EVALUATE LS-AIJ-FUNCTION
                   WHEN 'B'
                       PERFORM L2-BEFORE
                   WHEN 'E'
                       PERFORM L2-AFTER
                   WHEN 'G'
                       PERFORM L2-GENERATION
                   WHEN OTHER
                       DISPLAY 'CBLAIJRN - FUNCTION ' LS-AIJ-FUNCTION
                           ' NOT KNOWN'
               END-EVALUATE.
               CLOSE AI-JOURNAL.

           L1-MAIN-EXIT.
               GOBACK.

           L2-FIND-LAST-SEQ.
               MOVE 0 TO C-SEQ.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT AI-JOURNAL.
               PERFORM L3-READ-FOR-SEQ
                   UNTIL MORE-RECS = 'NO'.
               CLOSE AI-JOURNAL.
               SET C-SEQ-LOADED TO TRUE.

           L3-READ-FOR-SEQ.
               READ AI-JOURNAL
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF AJ-SEQ NUMERIC AND AJ-SEQ > C-SEQ
                           MOVE AJ-SEQ TO C-SEQ
                       END-IF
               END-READ.

           L2-BEFORE.
      *    HOLD THE MASTER AS IT STANDS AND JOURNAL ITS TOTALS.
               MOVE 0 TO C-BF-CTR.
               MOVE 0 TO C-REC-CTR.
               MOVE 0 TO C-HASH.
               MOVE 'N' TO C-BF-OVFL-SW.
               MOVE 'YES' TO MORE-RECS.
               IF C-IDX-MASTER
                   PERFORM L4-OPEN-IDX
                   PERFORM L3-HOLD-ONE-IDX-REC
                       UNTIL MORE-RECS = 'NO'
                   PERFORM L4-CLOSE-IDX
               ELSE
                   OPEN INPUT COPY-IN
                   PERFORM L3-HOLD-ONE-LS-REC
                       UNTIL MORE-RECS = 'NO'
                   CLOSE COPY-IN
               END-IF.
               PERFORM L4-NEXT-SEQ.
               MOVE C-SEQ                  TO C-STEP-SEQ.
               MOVE C-SEQ                  TO AJ-STEP-SEQ.
               MOVE 'B'                    TO AJ-TYPE.
               MOVE 0                      TO AJ-RRN.
               MOVE C-REC-CTR              TO AJ-COUNT.
               MOVE C-HASH                 TO AJ-HASH.
               MOVE SPACES                 TO AJ-IMAGE.
               WRITE AJ-REC.

           L3-HOLD-ONE-LS-REC.
               READ COPY-IN
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       MOVE CI-REC TO C-IMAGE
                       PERFORM L4-HOLD-IMAGE
               END-READ.

           L3-HOLD-ONE-IDX-REC.
               PERFORM L4-READ-IDX.
               IF MORE-RECS = 'YES'
                   PERFORM L4-HOLD-IMAGE
               END-IF.

           L4-HOLD-IMAGE.
               ADD 1 TO C-REC-CTR.
               PERFORM L4-ADD-HASH.
               IF C-BF-CTR < 5000
                   ADD 1 TO C-BF-CTR
                   MOVE C-IMAGE TO BF-IMAGE(C-BF-CTR)
               ELSE
                   SET C-BF-OVFL TO TRUE
               END-IF.

           L4-ADD-HASH.
               IF C-IMAGE(C-HF-START:C-HF-LEN) NUMERIC
                   MOVE C-IMAGE(C-HF-START:C-HF-LEN) TO C-HASH-FIELD
                   ADD C-HASH-FIELD TO C-HASH
               END-IF.

           L2-AFTER.
      *    COMPARE THE NEW MASTER WITH THE ONE HELD AT 'B'. AN
      *    INDEXED MASTER TOO BIG TO HOLD IS JOURNALED WHOLE AFTER
      *    A CLEAR RECORD, SINCE ITS DELETES CANNOT BE SEEN.
               MOVE 0 TO C-REC-CTR.
               MOVE 0 TO C-HASH.
               MOVE 1 TO C-BF-SUB.
               MOVE 'YES' TO MORE-RECS.
               IF C-IDX-MASTER
                   IF C-BF-OVFL
                       MOVE SPACES         TO C-IMAGE
                       MOVE 'Z'            TO AJ-TYPE
                       PERFORM L4-WRITE-IMAGE
                       MOVE 0              TO C-BF-CTR
                   END-IF
                   PERFORM L4-OPEN-IDX
                   PERFORM L3-COMPARE-ONE-IDX-REC
                       UNTIL MORE-RECS = 'NO'
                   PERFORM L4-CLOSE-IDX
                   PERFORM L4-WRITE-DELETE
                       UNTIL C-BF-SUB > C-BF-CTR
               ELSE
                   OPEN INPUT COPY-IN
                   PERFORM L3-COMPARE-ONE-LS-REC
                       UNTIL MORE-RECS = 'NO'
                   CLOSE COPY-IN
               END-IF.
               MOVE 'T'                    TO AJ-TYPE.
               PERFORM L4-NEXT-SEQ.
               MOVE 0                      TO AJ-RRN.
               MOVE C-REC-CTR              TO AJ-COUNT.
               MOVE C-HASH                 TO AJ-HASH.
               MOVE SPACES                 TO AJ-IMAGE.
               WRITE AJ-REC.

           L3-COMPARE-ONE-LS-REC.
               READ COPY-IN
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       MOVE CI-REC TO C-IMAGE
                       ADD 1 TO C-REC-CTR
                       PERFORM L4-ADD-HASH
                       IF C-REC-CTR > C-BF-CTR
                           MOVE 'R' TO AJ-TYPE
                           PERFORM L4-WRITE-IMAGE
                       ELSE
                           IF C-IMAGE NOT = BF-IMAGE(C-REC-CTR)
                               MOVE 'R' TO AJ-TYPE
                               PERFORM L4-WRITE-IMAGE
                           END-IF
                       END-IF
               END-READ.

           L3-COMPARE-ONE-IDX-REC.
      *    BOTH SIDES ARE IN KEY ORDER - A HELD KEY BELOW THE ONE
      *    JUST READ HAS BEEN DELETED.
               PERFORM L4-READ-IDX.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-REC-CTR
                   PERFORM L4-ADD-HASH
                   PERFORM L4-WRITE-DELETE
                       UNTIL C-BF-SUB > C-BF-CTR
                           OR BF-IMAGE(C-BF-SUB)(1:C-KEY-LEN) NOT <
                               C-IMAGE(1:C-KEY-LEN)
                   IF C-BF-SUB <= C-BF-CTR
                       AND BF-IMAGE(C-BF-SUB)(1:C-KEY-LEN) =
                           C-IMAGE(1:C-KEY-LEN)
                       IF BF-IMAGE(C-BF-SUB) NOT = C-IMAGE
                           MOVE 'A' TO AJ-TYPE
                           PERFORM L4-WRITE-IMAGE
                       END-IF
                       ADD 1 TO C-BF-SUB
                   ELSE
                       MOVE 'A' TO AJ-TYPE
                       PERFORM L4-WRITE-IMAGE
                   END-IF
               END-IF.

           L4-WRITE-DELETE.
               MOVE 'D'                    TO AJ-TYPE.
               PERFORM L4-NEXT-SEQ.
               MOVE 0                      TO AJ-RRN.
               MOVE 0                      TO AJ-COUNT.
               MOVE 0                      TO AJ-HASH.
               MOVE BF-IMAGE(C-BF-SUB)     TO AJ-IMAGE.
               WRITE AJ-REC.
               ADD 1 TO C-BF-SUB.

           L4-WRITE-IMAGE.
               PERFORM L4-NEXT-SEQ.
               IF AJ-TYPE = 'R'
                   MOVE C-REC-CTR          TO AJ-RRN
               ELSE
                   MOVE 0                  TO AJ-RRN
               END-IF.
               MOVE 0                      TO AJ-COUNT.
               MOVE 0                      TO AJ-HASH.
               MOVE C-IMAGE                TO AJ-IMAGE.
               WRITE AJ-REC.

           L2-GENERATION.
      *    THE GENERATION CBLHJB57 HAS JUST TAKEN MATCHES THE LIVE
      *    MASTER, SO THE MARKER CARRIES THE LIVE COUNT AND HASH.
               MOVE 0 TO C-REC-CTR.
               MOVE 0 TO C-HASH.
               MOVE 'YES' TO MORE-RECS.
               IF C-IDX-MASTER
                   PERFORM L4-OPEN-IDX
                   PERFORM L3-COUNT-ONE-IDX-REC
                       UNTIL MORE-RECS = 'NO'
                   PERFORM L4-CLOSE-IDX
               ELSE
                   OPEN INPUT COPY-IN
                   PERFORM L3-COUNT-ONE-LS-REC
                       UNTIL MORE-RECS = 'NO'
                   CLOSE COPY-IN
               END-IF.
               PERFORM L4-NEXT-SEQ.
               MOVE C-SEQ                  TO AJ-STEP-SEQ.
               MOVE 'G'                    TO AJ-TYPE.
               MOVE 0                      TO AJ-RRN.
               MOVE C-REC-CTR              TO AJ-COUNT.
               MOVE C-HASH                 TO AJ-HASH.
               MOVE SPACES                 TO AJ-IMAGE.
               WRITE AJ-REC.

           L3-COUNT-ONE-LS-REC.
               READ COPY-IN
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       MOVE CI-REC TO C-IMAGE
                       ADD 1 TO C-REC-CTR
                       PERFORM L4-ADD-HASH
               END-READ.

           L3-COUNT-ONE-IDX-REC.
               PERFORM L4-READ-IDX.
               IF MORE-RECS = 'YES'
                   ADD 1 TO C-REC-CTR
                   PERFORM L4-ADD-HASH
               END-IF.

      *    THE STUDENT MASTER AND THE BILLING FILE EACH HAVE THEIR
      *    OWN INDEXED FD; EVERYTHING PAST THE READ WORKS ON C-IMAGE.
           L4-OPEN-IDX.
               IF C-BILL-IDX
                   OPEN INPUT BILL-IDX-IN
               ELSE
                   OPEN INPUT IDX-IN
               END-IF.
               IF C-IDX-STATUS NOT = '00'
                   AND C-IDX-STATUS NOT = '05'
                   MOVE 'NO' TO MORE-RECS
               END-IF.

           L4-READ-IDX.
               IF C-BILL-IDX
                   READ BILL-IDX-IN NEXT RECORD
                       AT END
                           MOVE 'NO' TO MORE-RECS
                       NOT AT END
                           MOVE BI-REC TO C-IMAGE
                   END-READ
               ELSE
                   READ IDX-IN NEXT RECORD
                       AT END
                           MOVE 'NO' TO MORE-RECS
                       NOT AT END
                           MOVE II-REC TO C-IMAGE
                   END-READ
               END-IF.

           L4-CLOSE-IDX.
               IF C-BILL-IDX
                   CLOSE BILL-IDX-IN
               ELSE
                   CLOSE IDX-IN
               END-IF.

           L4-NEXT-SEQ.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               ADD 1 TO C-SEQ.
               MOVE C-SEQ                  TO AJ-SEQ.
               MOVE C-STEP-SEQ             TO AJ-STEP-SEQ.
               MOVE CURRENT-YEAR           TO AJ-DATE(1:4).
               MOVE CURRENT-MONTH          TO AJ-DATE(5:2).
               MOVE CURRENT-DAY            TO AJ-DATE(7:2).
               MOVE CURRENT-TIME(1:6)      TO AJ-TIME.
               MOVE LS-AIJ-PROGRAM         TO AJ-PROGRAM.
               MOVE LS-AIJ-FILE            TO AJ-FILE-NAME.

           L2-CUT-BACK.
      *    EVERY RECORD FROM THE MARKER OF THE OLDEST GENERATION
      *    STILL KEPT (.BK3) OF ANY MASTER ON IS KEPT; ANYTHING
      *    OLDER CAN NEVER BE ROLLED FORWARD AGAIN. UNTIL EVERY
      *    MASTER HAS THREE MARKERS NOTHING IS CUT.
               INITIALIZE GEN-MARK-TABLE.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT AI-JOURNAL.
               PERFORM L3-READ-FOR-MARKERS
                   UNTIL MORE-RECS = 'NO'.
               CLOSE AI-JOURNAL.
               MOVE 999999999 TO C-KEEP-SEQ.
               PERFORM VARYING C-MST-SUB FROM 1 BY 1
                   UNTIL C-MST-SUB > 5
                       IF GMK-SEQ(C-MST-SUB, 3) < C-KEEP-SEQ
                           MOVE GMK-SEQ(C-MST-SUB, 3) TO C-KEEP-SEQ
                       END-IF
               END-PERFORM.
               IF C-KEEP-SEQ = 0
                   GO TO L2-CUT-BACK-EXIT.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT AI-JOURNAL.
               OPEN OUTPUT AI-WORK.
               PERFORM L3-COPY-KEPT
                   UNTIL MORE-RECS = 'NO'.
               CLOSE AI-JOURNAL.
               CLOSE AI-WORK.
               MOVE 'YES' TO MORE-RECS.
               OPEN INPUT AI-WORK.
               OPEN OUTPUT AI-JOURNAL.
               PERFORM L3-COPY-BACK
                   UNTIL MORE-RECS = 'NO'.
               CLOSE AI-WORK.
               CLOSE AI-JOURNAL.
               OPEN OUTPUT AI-WORK.
               CLOSE AI-WORK.

           L2-CUT-BACK-EXIT.
               EXIT.

           L3-READ-FOR-MARKERS.
               READ AI-JOURNAL
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF AJ-TYPE = 'G'
                           PERFORM VARYING C-MST-SUB FROM 1 BY 1
                               UNTIL C-MST-SUB > 5
                                   OR HF-FILE-NAME(C-MST-SUB) =
                                       AJ-FILE-NAME
                           END-PERFORM
                           IF C-MST-SUB <= 5
                               MOVE GMK-SEQ(C-MST-SUB, 2)
                                   TO GMK-SEQ(C-MST-SUB, 3)
                               MOVE GMK-SEQ(C-MST-SUB, 1)
                                   TO GMK-SEQ(C-MST-SUB, 2)
                               MOVE AJ-SEQ TO GMK-SEQ(C-MST-SUB, 1)
                           END-IF
                       END-IF
               END-READ.

           L3-COPY-KEPT.
               READ AI-JOURNAL
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF AJ-SEQ NOT < C-KEEP-SEQ
                           MOVE AJ-REC TO AW-REC
                           WRITE AW-REC
                       END-IF
               END-READ.

           L3-COPY-BACK.
               READ AI-WORK
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       MOVE AW-REC TO AJ-REC
                       WRITE AJ-REC
               END-READ.

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
           MOVE SPACES TO FP-AIJRNL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'AIJRNL.DAT' DELIMITED BY SIZE
               INTO FP-AIJRNL-DAT.
           MOVE SPACES TO FP-AIJRNL-WRK.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'AIJRNL.WRK' DELIMITED BY SIZE
               INTO FP-AIJRNL-WRK.

       END PROGRAM CBLAIJRN.
