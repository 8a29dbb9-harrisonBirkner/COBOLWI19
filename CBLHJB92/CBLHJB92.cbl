       IDENTIFICATION DIVISION.
      *THIS UTILITY MOVES THE TWO RENT MASTERS BETWEEN THEIR INDEXED
      *FORM (MONBILLS.IDX AND TENANT.IDX, BOTH KEYED ON BUILDING
      *AND UNIT) AND THEIR FLAT FORM (MONBILLS.DAT AND TENANT.DAT),
      *THE SAME WAY CBLHJB10 HANDLES THE STUDENT MASTER. THE
      *DIRECTION IS TAKEN FROM THE ONE-RECORD CONTROL FILE
      *RENTLU.DAT: 'L' LOADS BOTH FLAT FILES INTO FRESHLY BUILT
      *INDEXED FILES, 'U' UNLOADS BOTH INDEXED FILES BACK TO FLAT
      *DATA SO THE TEST-REGION REFRESH AND ANY ONE-OFF SORT OR
      *REPORT STILL HAVE A CURRENT FLAT COPY. THE FLAT FILES WERE
      *KEYED BY HAND FOR YEARS AND ARE NOT RELIABLY IN UNIT ORDER,
      *SO THE LOAD WRITES BY KEY RATHER THAN IN SEQUENCE; A REPEATED
      *BUILDING AND UNIT IS DROPPED AND LISTED.
      *EVERY RECORD THE LOAD WRITES TO MONBILLS.IDX IS JOURNALED TO
      *AIJRNL.DAT (CBLAIJRN) SO CBLHJB91 CAN ROLL A RESTORED
      *GENERATION FORWARD.
       PROGRAM-ID. CBLHJB92.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT FLAT-BILLS
               ASSIGN TO DYNAMIC FP-MONBILLS-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-FLAT-STATUS.

           SELECT IDX-BILLS
               ASSIGN TO DYNAMIC FP-MONBILLS-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XB-KEY
                   FILE STATUS IS C-IDX-STATUS.

           SELECT FLAT-TENANTS
               ASSIGN TO DYNAMIC FP-TENANT-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-FLAT-STATUS.

           SELECT IDX-TENANTS
               ASSIGN TO DYNAMIC FP-TENANT-IDX
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XT-KEY
                   FILE STATUS IS C-IDX-STATUS.

           SELECT LOAD-CTL
               ASSIGN TO DYNAMIC FP-RENTLU-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-CTL-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD FLAT-BILLS
           LABEL RECORD IS STANDARD
           DATA RECORD IS FB-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 FB-REC                       PIC X(40).

           FD IDX-BILLS
           LABEL RECORD IS STANDARD
           DATA RECORD IS XB-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 XB-REC.
           05 XB-KEY                   PIC X(4).
           05 XB-DATA                  PIC X(36).

           FD FLAT-TENANTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS FT-REC
           RECORD CONTAINS 79 CHARACTERS.

       01 FT-REC                       PIC X(79).

           FD IDX-TENANTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS XT-REC
           RECORD CONTAINS 79 CHARACTERS.

       01 XT-REC.
           05 XT-KEY                   PIC X(4).
           05 XT-DATA                  PIC X(75).

           FD LOAD-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS LC-REC
           RECORD CONTAINS 1 CHARACTERS.

       01 LC-REC.
           05 LC-FUNCTION              PIC X.
               88 LC-LOAD              VALUE 'L'.
               88 LC-UNLOAD            VALUE 'U'.

           FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-REC
           RECORD CONTAINS 9 CHARACTERS.

       01 RC-REC.
           05 RC-AS-OF-DATE.
               10 RC-AS-OF-YEAR        PIC 9(4).
               10 RC-AS-OF-MONTH       PIC 99.
               10 RC-AS-OF-DAY         PIC 99.
           05 RC-RERUN-FLAG            PIC X.

           FD RUN-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS RL-REC
           RECORD CONTAINS 49 CHARACTERS.

       01 RL-REC.
           05 RL-PROGRAM-ID            PIC X(8).
           05 RL-RUN-DATE.
               10 RL-RUN-YEAR          PIC 9(4).
               10 RL-RUN-MONTH         PIC 99.
               10 RL-RUN-DAY           PIC 99.
           05 RL-RUN-TIME              PIC X(11).
           05 RL-RECS-READ             PIC 9(7).
           05 RL-RECS-PROCESSED        PIC 9(7).
           05 RL-RECS-REJECTED         PIC 9(7).
           05 RL-ENTRY-TYPE            PIC X.

       WORKING-STORAGE SECTION.
       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-LANE              PIC X(8)    VALUE SPACES.
           05 FP-MONBILLS-DAT        PIC X(40)   VALUE SPACES.
           05 FP-MONBILLS-IDX        PIC X(40)   VALUE SPACES.
           05 FP-TENANT-DAT          PIC X(40)   VALUE SPACES.
           05 FP-TENANT-IDX          PIC X(40)   VALUE SPACES.
           05 FP-RENTLU-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 C-FLAT-STATUS        PIC XX      VALUE '00'.
               05 C-IDX-STATUS         PIC XX      VALUE '00'.
               05 C-CTL-STATUS         PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-BILL-CTR           PIC 9(7)    VALUE 0.
               05 C-TEN-CTR            PIC 9(7)    VALUE 0.
               05 C-DUP-CTR            PIC 9(7)    VALUE 0.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).
               05 C-AIJ-FUNCTION       PIC X       VALUE SPACE.
               05 C-AIJ-FILE           PIC X(12)   VALUE SPACES.
               05 C-AIJ-PROGRAM        PIC X(8)    VALUE 'CBLHJB92'.

       PROCEDURE DIVISION.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               PERFORM L3-WRITE-RUN-LOG-START.
               PERFORM L2-INIT.
               IF LC-LOAD
                   PERFORM L2-LOAD-BILLS
                   PERFORM L2-LOAD-TENANTS
               ELSE
                   PERFORM L2-UNLOAD-BILLS
                   PERFORM L2-UNLOAD-TENANTS
               END-IF.
               PERFORM L3-WRITE-RUN-LOG.
               STOP RUN.

           L2-INIT.
               OPEN INPUT LOAD-CTL.
               IF C-CTL-STATUS NOT = '00'
                   DISPLAY 'CBLHJB92 - UNABLE TO OPEN LOAD-CTL, '
                       'STATUS = ' C-CTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET C-JOB-ABEND TO TRUE
               END-IF.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               READ LOAD-CTL
                   AT END
                       MOVE SPACE TO LC-FUNCTION.
               CLOSE LOAD-CTL.
               IF NOT LC-LOAD AND NOT LC-UNLOAD
                   DISPLAY 'CBLHJB92 - RENTLU.DAT FUNCTION MUST BE '
                       'L OR U'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           L2-LOAD-BILLS.
               OPEN INPUT FLAT-BILLS.
               IF C-FLAT-STATUS NOT = '00'
                   DISPLAY 'CBLHJB92 - UNABLE TO OPEN FLAT-BILLS, '
                       'STATUS = ' C-FLAT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'B'                TO C-AIJ-FUNCTION.
               MOVE 'MONBILLS.IDX'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               OPEN OUTPUT IDX-BILLS.
               IF C-IDX-STATUS NOT = '00'
                   DISPLAY 'CBLHJB92 - UNABLE TO OPEN IDX-BILLS, '
                       'STATUS = ' C-IDX-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'YES' TO MORE-RECS.
               PERFORM L3-LOAD-ONE-BILL
                   UNTIL MORE-RECS = 'NO'.
               CLOSE FLAT-BILLS.
               CLOSE IDX-BILLS.
               MOVE 'E'                TO C-AIJ-FUNCTION.
               MOVE 'MONBILLS.IDX'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               DISPLAY 'CBLHJB92 - MONBILLS LOAD COMPLETE, '
                   C-BILL-CTR ' RECORDS LOADED'.

           L3-LOAD-ONE-BILL.
               READ FLAT-BILLS
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   MOVE FB-REC TO XB-REC
                   WRITE XB-REC
                       INVALID KEY
                           ADD 1 TO C-DUP-CTR
                           DISPLAY 'CBLHJB92 - DUPLICATE UNIT DROPPED '
                               'ON MONBILLS LOAD: ' XB-KEY
                       NOT INVALID KEY
                           ADD 1 TO C-BILL-CTR
                   END-WRITE
               END-IF.

           L2-LOAD-TENANTS.
               OPEN INPUT FLAT-TENANTS.
               IF C-FLAT-STATUS NOT = '00'
                   DISPLAY 'CBLHJB92 - UNABLE TO OPEN FLAT-TENANTS, '
                       'STATUS = ' C-FLAT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT IDX-TENANTS.
               IF C-IDX-STATUS NOT = '00'
                   DISPLAY 'CBLHJB92 - UNABLE TO OPEN IDX-TENANTS, '
                       'STATUS = ' C-IDX-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'YES' TO MORE-RECS.
               PERFORM L3-LOAD-ONE-TENANT
                   UNTIL MORE-RECS = 'NO'.
               CLOSE FLAT-TENANTS.
               CLOSE IDX-TENANTS.
               DISPLAY 'CBLHJB92 - TENANT LOAD COMPLETE, '
                   C-TEN-CTR ' RECORDS LOADED, ' C-DUP-CTR
                   ' DUPLICATES DROPPED IN ALL'.

           L3-LOAD-ONE-TENANT.
               READ FLAT-TENANTS
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   MOVE FT-REC TO XT-REC
                   WRITE XT-REC
                       INVALID KEY
                           ADD 1 TO C-DUP-CTR
                           DISPLAY 'CBLHJB92 - DUPLICATE UNIT DROPPED '
                               'ON TENANT LOAD: ' XT-KEY
                       NOT INVALID KEY
                           ADD 1 TO C-TEN-CTR
                   END-WRITE
               END-IF.

           L2-UNLOAD-BILLS.
               OPEN INPUT IDX-BILLS.
               IF C-IDX-STATUS NOT = '00'
                   DISPLAY 'CBLHJB92 - UNABLE TO OPEN IDX-BILLS, '
                       'STATUS = ' C-IDX-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT FLAT-BILLS.
               MOVE 'YES' TO MORE-RECS.
               PERFORM L3-UNLOAD-ONE-BILL
                   UNTIL MORE-RECS = 'NO'.
               CLOSE IDX-BILLS.
               CLOSE FLAT-BILLS.
               DISPLAY 'CBLHJB92 - MONBILLS UNLOAD COMPLETE, '
                   C-BILL-CTR ' RECORDS UNLOADED'.

           L3-UNLOAD-ONE-BILL.
               READ IDX-BILLS NEXT RECORD
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   MOVE XB-REC TO FB-REC
                   WRITE FB-REC
                   ADD 1 TO C-BILL-CTR
               END-IF.

           L2-UNLOAD-TENANTS.
               OPEN INPUT IDX-TENANTS.
               IF C-IDX-STATUS NOT = '00'
                   DISPLAY 'CBLHJB92 - UNABLE TO OPEN IDX-TENANTS, '
                       'STATUS = ' C-IDX-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT FLAT-TENANTS.
               MOVE 'YES' TO MORE-RECS.
               PERFORM L3-UNLOAD-ONE-TENANT
                   UNTIL MORE-RECS = 'NO'.
               CLOSE IDX-TENANTS.
               CLOSE FLAT-TENANTS.
               DISPLAY 'CBLHJB92 - TENANT UNLOAD COMPLETE, '
                   C-TEN-CTR ' RECORDS UNLOADED'.

           L3-UNLOAD-ONE-TENANT.
               READ IDX-TENANTS NEXT RECORD
                   AT END
                       MOVE 'NO' TO MORE-RECS.
               IF MORE-RECS = 'YES'
                   MOVE XT-REC TO FT-REC
                   WRITE FT-REC
                   ADD 1 TO C-TEN-CTR
               END-IF.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB92'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               COMPUTE RL-RECS-READ = C-BILL-CTR + C-TEN-CTR
                   + C-DUP-CTR.
               COMPUTE RL-RECS-PROCESSED = C-BILL-CTR + C-TEN-CTR.
               MOVE C-DUP-CTR              TO RL-RECS-REJECTED.
               MOVE 'E'                    TO RL-ENTRY-TYPE.
               OPEN EXTEND RUN-LOG.
               WRITE RL-REC.
               CLOSE RUN-LOG.

           L3-WRITE-RUN-LOG-START.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL
                   AT END
                       MOVE ZEROS TO RC-AS-OF-DATE
                       MOVE 'N'   TO RC-RERUN-FLAG.
               CLOSE RUN-CONTROL.
               IF RC-AS-OF-YEAR = ZERO
                   MOVE CURRENT-YEAR       TO C-RUNLOG-YEAR
                   MOVE CURRENT-MONTH      TO C-RUNLOG-MONTH
                   MOVE CURRENT-DAY        TO C-RUNLOG-DAY
               ELSE
                   MOVE RC-AS-OF-DATE      TO C-RUNLOG-DATE
               END-IF.
               MOVE 'CBLHJB92'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
               MOVE 0                      TO RL-RECS-READ.
               MOVE 0                      TO RL-RECS-PROCESSED.
               MOVE 0                      TO RL-RECS-REJECTED.
               MOVE 'S'                    TO RL-ENTRY-TYPE.
               OPEN EXTEND RUN-LOG.
               WRITE RL-REC.
               CLOSE RUN-LOG.

       L9-SET-FILE-PATHS.
      *    THE COBREGION ENVIRONMENT SETTING STEERS EVERY FILE
      *    ASSIGNMENT - TEST RUNS AGAINST C:\COBOLWI19\TEST\ AND
      *    ANYTHING ELSE AGAINST PRODUCTION, SO A RATE CHANGE OR
      *    A YEAR-END CLOSE CAN BE REHEARSED WITHOUT TOUCHING THE
      *    LIVE MASTERS.
           ACCEPT FP-REGION FROM ENVIRONMENT 'COBREGION'.
           IF FP-REGION = 'TEST' OR FP-REGION = 'test'
               MOVE 'C:\COBOLWI19\TEST\' TO FP-REGION-DIR
           ELSE
               MOVE 'C:\COBOLWI19\' TO FP-REGION-DIR
           END-IF.
           MOVE SPACES TO FP-MONBILLS-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'MONBILLS.DAT' DELIMITED BY SIZE
               INTO FP-MONBILLS-DAT.
           MOVE SPACES TO FP-MONBILLS-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'MONBILLS.IDX' DELIMITED BY SIZE
               INTO FP-MONBILLS-IDX.
           MOVE SPACES TO FP-TENANT-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENANT.DAT' DELIMITED BY SIZE
               INTO FP-TENANT-DAT.
           MOVE SPACES TO FP-TENANT-IDX.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'TENANT.IDX' DELIMITED BY SIZE
               INTO FP-TENANT-IDX.
           MOVE SPACES TO FP-RENTLU-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RENTLU.DAT' DELIMITED BY SIZE
               INTO FP-RENTLU-DAT.
           MOVE SPACES TO FP-RUNCTL-DAT.
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

       END PROGRAM CBLHJB92.
