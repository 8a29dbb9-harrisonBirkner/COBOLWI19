      *PER-OWNER STATEMENT (OWNRSTMT.PRT) SHOWING EACH BUILDING,
      *THE MANAGEMENT FEE ON COLLECTIONS, AND THE NET REMITTANCE
      *DUE - A DOCUMENT WE CAN MAIL INSTEAD OF A PHOTOCOPY OF THE
      *RENT.PRT PAGES. EACH OWNER RECORD NOW ALSO CARRIES THE
      *REMITTANCE ADDRESS, AND A POSITIVE NET REMITTANCE IS QUEUED
      *ON PAYQUE.DAT FOR THE CBLHJB82 CHECK RUN.
       PROGRAM-ID. CBLHJB46.
           AUTHOR. HARRISON BIRKNER.

               ASSIGN TO DYNAMIC FP-WORKORD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAY-QUEUE
               ASSIGN TO DYNAMIC FP-PAYQUE-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-OWNRSTMT-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.
           FD OWNER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS OW-IN-REC
           RECORD CONTAINS 62 CHARACTERS.

       01 OW-IN-REC                    PIC X(62).

           SD OWNER-SORT-WORK
           DATA RECORD IS OWW-REC.

       01 OWW-REC.
           05 OWW-OWNER-CODE           PIC X(4).
           05 OWW-REST                 PIC X(58).

           FD OWNER-SORTED
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

           FD RENT-HIST
           LABEL RECORD IS STANDARD
           05 WO-STATUS                PIC X.
           05 WO-BILLED-SW             PIC X.

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

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           05 FP-RENTRCPT-PST        PIC X(40)   VALUE SPACES.
           05 FP-WORKORD-DAT         PIC X(40)   VALUE SPACES.
           05 FP-OWNRSTMT-PRT        PIC X(40)   VALUE SPACES.
           05 FP-PAYQUE-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

                  88 C-WO-OVFL         VALUE 'Y'.
               05 C-ASOF-YEAR          PIC 9(4)    VALUE 0.
               05 C-ASOF-MONTH         PIC 99      VALUE 0.
               05 C-QUEUE-DATE         PIC 9(8)    VALUE 0.
               05 C-QUEUE-CTR          PIC 9(4)    VALUE 0.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                  VALUE 'STATEMENTS PRINTED: '.
               05 GT-OWNER-CTR         PIC Z,ZZ9.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(20)
                  VALUE 'REMITTANCES QUEUED: '.
               05 GT-QUEUE-CTR         PIC Z,ZZ9.

           01 OVERFLOW-WARN-LINE.
               05 FILLER           PIC X(21)
                  VALUE '*** TABLE OVERFLOW - '.
               IF RC-AS-OF-YEAR = ZERO
                   MOVE CURRENT-YEAR       TO C-ASOF-YEAR
                   MOVE CURRENT-MONTH      TO C-ASOF-MONTH
                   MOVE CURRENT-DATE-AND-TIME(1:8) TO C-QUEUE-DATE
               ELSE
                   MOVE RC-AS-OF-YEAR      TO C-ASOF-YEAR
                   MOVE RC-AS-OF-MONTH     TO C-ASOF-MONTH
                   MOVE RC-AS-OF-DATE      TO C-QUEUE-DATE
               END-IF.
               MOVE C-ASOF-MONTH           TO ST-MONTH.
               MOVE C-ASOF-YEAR            TO ST-YEAR.
                   UNTIL MORE-WORK-ORDERS = 'NO'.
               CLOSE WORK-ORDER-FILE.
               OPEN OUTPUT PRTOUT.
               OPEN EXTEND PAY-QUEUE.
               OPEN INPUT OWNER-SORTED.
               PERFORM L3-READ-INPUT.
               IF MORE-RECS = 'YES'
               MOVE C-OWNER-CTR            TO GT-OWNER-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               MOVE C-QUEUE-CTR            TO GT-QUEUE-CTR.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 1 LINE.
               IF C-HIST-OVFL
                   MOVE 'HIST-TABLE'       TO OVW-TABLE-NAME
                   WRITE PRTLINE FROM OVERFLOW-WARN-LINE
               END-IF.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE OWNER-SORTED.
               CLOSE PAY-QUEUE.
               CLOSE PRTOUT.

           L3-READ-INPUT.
               MOVE C-OWN-NET              TO NL-NET.
               WRITE PRTLINE FROM NET-LINE
                   AFTER ADVANCING 1 LINE.
               IF C-OWN-NET > 0
                   PERFORM L5-QUEUE-REMITTANCE
               END-IF.

      *    THE REMITTANCE IS QUEUED UNDER THE OWNER CODE JUST
      *    FINISHED (OW-REC MAY ALREADY HOLD THE NEXT OWNER); THE
      *    MEMO NAMES THE STATEMENT MONTH SO A SECOND RUN FOR THE
      *    SAME MONTH IS CAUGHT AS A DUPLICATE BY CBLHJB82.
           L5-QUEUE-REMITTANCE.
               MOVE 'O'                    TO PQ-PAY-TYPE.
               MOVE SPACES                 TO PQ-PAYEE-KEY.
               MOVE H-OWNER-CODE           TO PQ-PAYEE-KEY(1:4).
               MOVE C-OWN-NET              TO PQ-AMOUNT.
               MOVE C-QUEUE-DATE           TO PQ-APPROVE-DATE.
               MOVE 'CBLHJB46'             TO PQ-SOURCE.
               MOVE SPACES                 TO PQ-MEMO.
               STRING 'OWNER REMIT ' DELIMITED BY SIZE
                   ST-MONTH DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   ST-YEAR DELIMITED BY SIZE
                   INTO PQ-MEMO.
               WRITE PQ-REC.
               ADD 1 TO C-QUEUE-CTR.

           L3-BUILDING-LINE.
               MOVE 0 TO C-BLD-BILLED.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'OWNRSTMT.PRT' DELIMITED BY SIZE
               INTO FP-OWNRSTMT-PRT.
           MOVE SPACES TO FP-PAYQUE-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'PAYQUE.DAT' DELIMITED BY SIZE
               INTO FP-PAYQUE-DAT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
