      *KEYED ON THE SEVEN-CHARACTER STUDENT ID. APPLIED
      *TRANSACTIONS ARE PRINTED ON AN AUDIT LISTING AND REJECTED
      *TRANSACTIONS (ADD OF AN EXISTING ID, CHANGE OR DELETE OF A
      *NONEXISTENT ID, BAD ACTION CODE, DELETE OF A STUDENT WHO
      *STILL HAS AN ACTIVE HOLD ON HOLDMST.DAT) ARE PRINTED ON
      *THEIR OWN REPORT SO THE REGISTRAR CAN REKEY THEM. THE FLAT
      *FORM OF THE MASTER IS REBUILT BY THE CBLHJB10 UNLOAD STEP.
      *EVERY RECORD THE RUN CHANGES ON STDNTMST.IDX IS JOURNALED TO
      *AIJRNL.DAT (CBLAIJRN) SO CBLHJB91 CAN ROLL A RESTORED GENERATION
      *FORWARD.
       PROGRAM-ID. CBLHJB09.
           AUTHOR. HARRISON BIRKNER.

               ASSIGN TO DYNAMIC FP-OPERCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HOLD-MASTER
               ASSIGN TO DYNAMIC FP-HOLDMST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.
       01 OC-REC.
           05 OC-OPER-ID               PIC X(8).

           FD HOLD-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS HM-REC
           RECORD CONTAINS 60 CHARACTERS.

       01 HM-REC.
           05 HM-ID                    PIC X(7).
           05 HM-TYPE                  PIC X.
           05 HM-PLACED-DATE           PIC 9(8).
           05 HM-PLACED-BY             PIC X(8).
           05 HM-RELEASED-DATE         PIC 9(8).
           05 HM-RELEASED-BY           PIC X(8).
           05 HM-REASON                PIC X(20).

           FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           05 FP-STDNTMNT-PRT        PIC X(40)   VALUE SPACES.
           05 FP-STDNTREJ-PRT        PIC X(40)   VALUE SPACES.
           05 FP-OPERCTL-DAT         PIC X(40)   VALUE SPACES.
           05 FP-HOLDMST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-HOLDS           PIC X(3)    VALUE 'YES'.
               05 C-MASTER-STATUS      PIC XX      VALUE '00'.
               05 C-TRAN-INPUT-STATUS  PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
               05 C-GT-ERR-CTR         PIC 9(6)    VALUE 0.
               05 C-FOUND-SW           PIC X       VALUE 'N'.
                  88 C-ID-FOUND        VALUE 'Y'.
               05 C-HOLD-SW            PIC X       VALUE 'N'.
                  88 C-HOLD-ACTIVE     VALUE 'Y'.
               05 C-AIJ-FUNCTION       PIC X       VALUE SPACE.
               05 C-AIJ-FILE           PIC X(12)   VALUE SPACES.
               05 C-AIJ-PROGRAM        PIC X(8)    VALUE 'CBLHJB09'.

           01 SIGN-ON-FIELDS.
               05 SO-PROGRAM           PIC X(8)    VALUE 'CBLHJB09'.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               MOVE 'B'                TO C-AIJ-FUNCTION.
               MOVE 'STDNTMST.IDX'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               OPEN I-O STUDENT-MASTER.
               IF C-MASTER-STATUS NOT = '00'
                   DISPLAY 'CBLHJB09 - UNABLE TO OPEN STUDENT-MASTER, '
               PERFORM L3-ERR-TOTALS.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE STUDENT-MASTER.
               MOVE 'E'                TO C-AIJ-FUNCTION.
               MOVE 'STDNTMST.IDX'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               CLOSE TRAN-INPUT.
               CLOSE PRTOUT.
               CLOSE ERROUT.
                   MOVE 'Y' TO ERR-SW
                   GO TO L3-APPLY-TRAN-EXIT.

               IF T-DELETE
                   PERFORM L4-CHECK-HOLD
                   IF C-HOLD-ACTIVE
                       MOVE 'DELETE OF A STUDENT WITH AN ACTIVE HOLD'
                           TO ERR-MSG
                       MOVE 'Y' TO ERR-SW
                       GO TO L3-APPLY-TRAN-EXIT
                   END-IF
               END-IF.

               EVALUATE TRUE
                   WHEN T-ADD
                       MOVE T-STUDENT TO M-REC
           L3-APPLY-TRAN-EXIT.
               EXIT.

      *    DELETES ARE RARE, SO THE HOLD FILE IS SCANNED PER DELETE
      *    RATHER THAN LOADED FOR EVERY RUN.
           L4-CHECK-HOLD.
               MOVE 'N'   TO C-HOLD-SW.
               MOVE 'YES' TO MORE-HOLDS.
               OPEN INPUT HOLD-MASTER.
               PERFORM L5-READ-HOLD
                   UNTIL MORE-HOLDS = 'NO'.
               CLOSE HOLD-MASTER.

           L5-READ-HOLD.
               READ HOLD-MASTER
                   AT END
                       MOVE 'NO' TO MORE-HOLDS
                   NOT AT END
                       IF HM-ID = T-ID AND HM-RELEASED-DATE = 0
                           SET C-HOLD-ACTIVE TO TRUE
                           MOVE 'NO' TO MORE-HOLDS
                       END-IF
               END-READ.

           L3-ERROR-PRINT.
               COMPUTE C-GT-ERR-CTR = C-GT-ERR-CTR + 1.
               MOVE T-REC TO ERR-REC.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'OPERCTL.DAT' DELIMITED BY SIZE
               INTO FP-OPERCTL-DAT.
           MOVE SPACES TO FP-HOLDMST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'HOLDMST.DAT' DELIMITED BY SIZE
               INTO FP-HOLDMST-DAT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
