      *DELIVERED ORDER NOT YET POSTED TO CBLBOAT1.DAT SO THE CBLHJB02
      *AND CBLHJB03 SALES RUNS PICK IT UP THE NIGHT DELIVERY IS
      *RECORDED. POSTED ORDERS ARE FLAGGED SO THEY POST ONLY ONCE.
      *EVERY RECORD THE RUN CHANGES ON BOATORD.DAT IS JOURNALED TO
      *AIJRNL.DAT (CBLAIJRN) SO CBLHJB91 CAN ROLL A RESTORED GENERATION
      *FORWARD.
       PROGRAM-ID. CBLHJB14.
           AUTHOR. HARRISON BIRKNER.

           FD ORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BO-REC
           RECORD CONTAINS 111 CHARACTERS.

       01 BO-REC.
           05 BO-SALE-DATA             PIC X(69).
               88 BO-POSTED            VALUE 'Y'.
           05 BO-TITLE-SENT-DATE       PIC 9(8).
           05 BO-REG-RECD-DATE         PIC 9(8).
           05 BO-LIEN-REL-DATE         PIC 9(8).
           05 BO-TITLE-MAILED-DATE     PIC 9(8).

           SD ORDER-SORT-WORK
           DATA RECORD IS OS-REC.
           05 OS-POSTED-SW             PIC X.
           05 OS-TITLE-SENT-DATE       PIC 9(8).
           05 OS-REG-RECD-DATE         PIC 9(8).
           05 OS-LIEN-REL-DATE         PIC 9(8).
           05 OS-TITLE-MAILED-DATE     PIC 9(8).

           FD ORDER-SORTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS SO-REC
           RECORD CONTAINS 111 CHARACTERS.

       01 SO-REC.
           05 SO-SALE-DATA.
               88 SO-POSTED            VALUE 'Y'.
           05 SO-TITLE-SENT-DATE       PIC 9(8).
           05 SO-REG-RECD-DATE         PIC 9(8).
           05 SO-LIEN-REL-DATE         PIC 9(8).
           05 SO-TITLE-MAILED-DATE     PIC 9(8).

           FD BOAT-SALES
           LABEL RECORD IS STANDARD
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).
               05 C-AIJ-FUNCTION       PIC X       VALUE SPACE.
               05 C-AIJ-FILE           PIC X(12)   VALUE SPACES.
               05 C-AIJ-PROGRAM        PIC X(8)    VALUE 'CBLHJB14'.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
      *    INPUT AND FLAGGED SO A LATER RUN DOES NOT POST THEM TWICE.
      *    THE ORDER FILE IS REBUILT FROM THE SORTED COPY.
               OPEN INPUT ORDER-SORTED.
               MOVE 'B'                TO C-AIJ-FUNCTION.
               MOVE 'BOATORD.DAT'      TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               OPEN OUTPUT ORDER-FILE.
               OPEN EXTEND BOAT-SALES.
               MOVE 'YES' TO MORE-RECS.
                   UNTIL MORE-RECS = 'NO'.
               CLOSE ORDER-SORTED.
               CLOSE ORDER-FILE.
               MOVE 'E'                TO C-AIJ-FUNCTION.
               MOVE 'BOATORD.DAT'      TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               CLOSE BOAT-SALES.
               MOVE C-POSTED-CTR           TO GT-POSTED-CTR.

