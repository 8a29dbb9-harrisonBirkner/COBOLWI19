      *INTO A FRESHLY BUILT INDEXED MASTER, 'U' UNLOADS THE
      *INDEXED MASTER BACK TO FLAT DATA SO IT CAN STILL BE MOVED
      *AROUND, SORTED, AND REPORTED ON AS BEFORE.
      *EVERY RECORD THE RUN CHANGES ON STDNTMST.IDX IS JOURNALED TO
      *AIJRNL.DAT (CBLAIJRN) SO CBLHJB91 CAN ROLL A RESTORED GENERATION
      *FORWARD.
       PROGRAM-ID. CBLHJB10.
           AUTHOR. HARRISON BIRKNER.

                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).
               05 C-AIJ-FUNCTION       PIC X       VALUE SPACE.
               05 C-AIJ-FILE           PIC X(12)   VALUE SPACES.
               05 C-AIJ-PROGRAM        PIC X(8)    VALUE 'CBLHJB10'.

       PROCEDURE DIVISION.
           L1-MAIN.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'B'                TO C-AIJ-FUNCTION.
               MOVE 'STDNTMST.IDX'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               OPEN OUTPUT IDX-MASTER.
               IF C-IDX-STATUS NOT = '00'
                   DISPLAY 'CBLHJB10 - UNABLE TO OPEN IDX-MASTER, '
                   UNTIL MORE-RECS = 'NO'.
               CLOSE FLAT-MASTER.
               CLOSE IDX-MASTER.
               MOVE 'E'                TO C-AIJ-FUNCTION.
               MOVE 'STDNTMST.IDX'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               DISPLAY 'CBLHJB10 - LOAD COMPLETE, ' C-REC-CTR
                   ' RECORDS LOADED, ' C-DUP-CTR ' DUPLICATES DROPPED'.

