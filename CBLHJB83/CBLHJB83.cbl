       IDENTIFICATION DIVISION.
      *PRE-STREAM DATA-FILE INTEGRITY SCAN. RUNS RIGHT AFTER THE
      *CBLHJB57 BACKUP AND READS EVERY INPUT AND MASTER THE NIGHT
      *DEPENDS ON BEFORE ANY POSTING RUN TOUCHES IT. CBLHJB23 ONLY
      *COUNTS RECORDS, SO A TRUNCATED LINE OR A STRAY LETTER IN A
      *PIC 9 FIELD USED TO GET THROUGH AND ABEND THE PROGRAM THAT
      *HIT IT - SOMETIMES AFTER IT HAD HALF-REWRITTEN A MASTER.
      *THE FILES AND THEIR FIELDS ARE DESCRIBED ON THE CONTROL
      *FILE INTEGCTL.DAT: AN F ENTRY NAMES A FILE AND ITS RECORD
      *LENGTH, AND THE N (NUMERIC), D (YYYYMMDD DATE), AND K (KEY)
      *ENTRIES THAT FOLLOW IT GIVE THE START AND LENGTH OF EACH
      *FIELD TO CHECK. EVERY RECORD IS CHECKED FOR LENGTH (TOO
      *LONG, OR BLANK), NUMERIC FIELDS FOR DIGITS, DATES THROUGH
      *CBLDATEV (OPTION Z LETS A ZERO DATE STAND FOR NONE), AND
      *KEYS FOR SEQUENCE BREAKS (OPTION A, THE FILE MUST BE IN
      *ASCENDING KEY ORDER) AND DUPLICATES (OPTION A OR U). A SHORT
      *LINE IS NOT AN ERROR BY ITSELF - TRAILING BLANKS ARE NOT
      *KEPT ON A LINE SEQUENTIAL FILE - BUT ANY FIELD IT CUTS OFF
      *IS REPORTED AS TRUNCATED. EACH ENTRY IS FATAL UNLESS ITS
      *SEVERITY IS W (WARNING). INTEGRTY.PRT LISTS THE PROBLEMS AND
      *A HEALTH LINE PER FILE; ANY FATAL PROBLEM ENDS THE STEP WITH
      *CONDITION CODE 8 SO THE STREAM STOPS BEFORE THE POSTINGS.
       PROGRAM-ID. CBLHJB83.
           AUTHOR. HARRISON BIRKNER.

       ENVIRONMENT DIVISION.
           SELECT SCAN-CTL
               ASSIGN TO DYNAMIC FP-INTEGCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-CTL-STATUS.

           SELECT OPTIONAL SCAN-FILE
               ASSIGN TO DYNAMIC FP-SCAN-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS C-SCAN-STATUS.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-INTEGRTY-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO DYNAMIC FP-RUNCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG
               ASSIGN TO DYNAMIC FP-RUNLOG-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD SCAN-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS IC-REC
           RECORD CONTAINS 31 CHARACTERS.

       01 IC-REC.
           05 IC-FILE-NAME             PIC X(12).
           05 IC-ENTRY-TYPE            PIC X.
           05 IC-START                 PIC 9(3).
           05 IC-LENGTH                PIC 9(3).
           05 IC-OPTION                PIC X.
           05 IC-SEVERITY              PIC X.
           05 IC-FIELD-NAME            PIC X(10).

           FD SCAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SF-REC
           RECORD IS VARYING IN SIZE FROM 1 TO 512 CHARACTERS
               DEPENDING ON C-REC-LEN.

       01 SF-REC                       PIC X(512).

           FD PRTOUT
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRTLINE
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE                      PIC X(132).

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
           05 FP-INTEGCTL-DAT      PIC X(40)   VALUE SPACES.
           05 FP-SCAN-FILE         PIC X(40)   VALUE SPACES.
           05 FP-INTEGRTY-PRT      PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT        PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT        PIC X(40)   VALUE SPACES.

           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 C-CTL-STATUS         PIC XX      VALUE '00'.
               05 C-SCAN-STATUS        PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
                  88 C-JOB-ABEND       VALUE 'Y'.
               05 C-REC-FATAL-SW       PIC X       VALUE 'N'.
                  88 C-REC-FATAL       VALUE 'Y'.
               05 C-KEY-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-KEY-OVFL        VALUE 'Y'.
               05 C-FILE-MISSING-SW    PIC X       VALUE 'N'.
                  88 C-FILE-MISSING    VALUE 'Y'.
               05 PAGE-CTR             PIC 99      VALUE 0.
               05 C-REC-LEN            PIC 9(4)    VALUE 0.
               05 C-LRECL              PIC 9(3)    VALUE 0.
               05 C-CTL-CTR            PIC 9(3)    VALUE 0.
               05 C-CTL-SUB            PIC 9(3)    VALUE 0.
               05 C-FILE-SUB           PIC 9(3)    VALUE 0.
               05 C-KEY-SUB            PIC 9(3)    VALUE 0.
               05 C-FILE-CTR           PIC 9(3)    VALUE 0.
               05 C-FIELD-START        PIC 9(3)    VALUE 0.
               05 C-FIELD-LEN          PIC 9(3)    VALUE 0.
               05 C-FIELD-END          PIC 9(4)    VALUE 0.
               05 C-REC-CTR            PIC 9(7)    VALUE 0.
               05 C-BAD-REC-CTR        PIC 9(7)    VALUE 0.
               05 C-FATAL-CTR          PIC 9(7)    VALUE 0.
               05 C-WARN-CTR           PIC 9(7)    VALUE 0.
               05 C-LISTED-CTR         PIC 9(3)    VALUE 0.
               05 C-SEEN-CTR           PIC 9(4)    VALUE 0.
               05 C-SEEN-SUB           PIC 9(4)    VALUE 0.
               05 C-GT-RECS            PIC 9(7)    VALUE 0.
               05 C-GT-BAD-RECS        PIC 9(7)    VALUE 0.
               05 C-GT-FATAL           PIC 9(7)    VALUE 0.
               05 C-GT-WARN            PIC 9(7)    VALUE 0.
               05 C-BAD-FILE-CTR       PIC 9(3)    VALUE 0.
               05 C-PROBLEM            PIC X(24)   VALUE SPACES.
               05 C-CUR-KEY            PIC X(30)   VALUE SPACES.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 C-RUNLOG-DAY     PIC 99     VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).

      *    THE CONTROL FILE, AND ONE PREVIOUS-KEY SLOT PER ENTRY
      *    FOR THE SEQUENCE CHECK. THE SLOT AFTER THE LAST ENTRY IS
      *    SET TO AN F ENTRY SO EVERY FIELD LOOP STOPS ON AN F.
           01 CONTROL-TABLE.
               05 CTT-ENTRY            OCCURS 201 TIMES.
                   10 CTT-FILE-NAME    PIC X(12).
                   10 CTT-ENTRY-TYPE   PIC X.
                       88 CTT-FILE         VALUE 'F'.
                       88 CTT-NUMERIC      VALUE 'N'.
                       88 CTT-DATE         VALUE 'D'.
                       88 CTT-KEY          VALUE 'K'.
                   10 CTT-START        PIC 9(3).
                   10 CTT-LENGTH       PIC 9(3).
                   10 CTT-OPTION       PIC X.
                   10 CTT-SEVERITY     PIC X.
                       88 CTT-WARNING      VALUE 'W'.
                   10 CTT-FIELD-NAME   PIC X(10).
                   10 CTT-PREV-KEY     PIC X(30).
                   10 CTT-HAVE-PREV    PIC X.

      *    KEYS SEEN SO FAR FOR AN UNSORTED (OPTION U) KEY - ONE
      *    SUCH KEY PER FILE.
           01 SEEN-KEY-TABLE.
               05 SEEN-KEY             PIC X(30) OCCURS 5000 TIMES.

           01 FILE-RESULTS.
               05 FR-ENTRY             OCCURS 50 TIMES.
                   10 FR-FILE-NAME     PIC X(12).
                   10 FR-LRECL         PIC 9(3).
                   10 FR-RECS          PIC 9(7).
                   10 FR-BAD-RECS      PIC 9(7).
                   10 FR-FATAL         PIC 9(7).
                   10 FR-WARN          PIC 9(7).
                   10 FR-MISSING       PIC X.

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 TITLE-DATE.
                   10 TITLE-MONTH      PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-DAY        PIC XX.
                   10 FILLER           PIC X       VALUE '/'.
                   10 TITLE-YEAR       PIC X(4).
               05 FILLER               PIC X(38)   VALUE SPACES.
               05 FILLER               PIC X(35)
                  VALUE 'DATA-FILE INTEGRITY SCAN           '.
               05 FILLER               PIC X(35)   VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'PAGE: '.
               05 TITLE-PAGE           PIC Z9.

           01 COL-HEADING.
               05 FILLER               PIC X(12)   VALUE 'FILE'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE ' RECORD'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'FIELD'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(3)    VALUE 'POS'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(3)    VALUE 'LEN'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'LEVEL'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(24)   VALUE 'PROBLEM'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(13)
                  VALUE 'DATA AS FOUND'.

           01 DETAIL-LINE.
               05 D-FILE-NAME          PIC X(12).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-RECORD             PIC ZZZZZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-FIELD-NAME         PIC X(10).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-POS                PIC ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-LEN                PIC ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-LEVEL              PIC X(7).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-PROBLEM            PIC X(24).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 D-DATA               PIC X(30).

           01 MORE-ERRORS-LINE.
               05 FILLER               PIC X(14)   VALUE SPACES.
               05 FILLER               PIC X(40)
                  VALUE '... FURTHER PROBLEMS COUNTED, NOT LISTED'.

           01 HEALTH-TITLE-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(18)
                  VALUE 'FILE HEALTH REPORT'.

           01 HEALTH-HEADING.
               05 FILLER               PIC X(12)   VALUE 'FILE'.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 FILLER               PIC X(5)    VALUE 'LRECL'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(7)    VALUE 'RECORDS'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'BAD RECS'.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'FATALS'.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'WARNINGS'.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 FILLER               PIC X(6)    VALUE 'HEALTH'.

           01 HEALTH-LINE.
               05 H-FILE-NAME          PIC X(12).
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 H-LRECL              PIC ZZZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 H-RECS               PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 H-BAD-RECS           PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 H-FATAL              PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(2)    VALUE SPACES.
               05 H-WARN               PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(3)    VALUE SPACES.
               05 H-HEALTH             PIC X(30).

           01 TOTAL-LINE1.
               05 FILLER               PIC X(15)
                  VALUE 'FILES SCANNED: '.
               05 GT-FILES             PIC ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(17)
                  VALUE 'RECORDS SCANNED: '.
               05 GT-RECS              PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(13)
                  VALUE 'BAD RECORDS: '.
               05 GT-BAD-RECS          PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(8)    VALUE 'FATALS: '.
               05 GT-FATAL             PIC Z,ZZZ,ZZ9.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 FILLER               PIC X(10)   VALUE 'WARNINGS: '.
               05 GT-WARN              PIC Z,ZZZ,ZZ9.

           01 TOTAL-LINE2.
               05 T2-TEXT              PIC X(70).

       PROCEDURE DIVISION.
           L1-MAIN.
               PERFORM L9-SET-FILE-PATHS.
               PERFORM L3-WRITE-RUN-LOG-START.
               PERFORM L2-INIT.
               PERFORM L2-SCAN-ONE-FILE
                   VARYING C-FILE-SUB FROM 1 BY 1
                       UNTIL C-FILE-SUB > C-CTL-CTR.
               PERFORM L2-CLOSING.
               STOP RUN.

           L2-INIT.
               OPEN INPUT SCAN-CTL.
               IF C-CTL-STATUS NOT = '00'
                   DISPLAY 'CBLHJB83 - UNABLE TO OPEN INTEGCTL.DAT, '
                       'STATUS = ' C-CTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM L3-LOAD-CONTROL
                   UNTIL MORE-RECS = 'NO'.
               CLOSE SCAN-CTL.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               MOVE SPACES TO CTT-ENTRY(C-CTL-CTR + 1).
               MOVE 'F'    TO CTT-ENTRY-TYPE(C-CTL-CTR + 1).
               MOVE C-RUNLOG-MONTH         TO TITLE-MONTH.
               MOVE C-RUNLOG-DAY           TO TITLE-DAY.
               MOVE C-RUNLOG-YEAR          TO TITLE-YEAR.
               OPEN OUTPUT PRTOUT.
               PERFORM L4-HEADING-FIRST.

           L3-LOAD-CONTROL.
               READ SCAN-CTL
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF C-CTL-CTR < 200
                           ADD 1 TO C-CTL-CTR
                           MOVE IC-REC        TO CTT-ENTRY(C-CTL-CTR)
                           MOVE 'N' TO CTT-HAVE-PREV(C-CTL-CTR)
                       ELSE
                           DISPLAY 'CBLHJB83 - CONTROL-TABLE '
                               'OVERFLOW, RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-RECS
                       END-IF
               END-READ.

           L2-SCAN-ONE-FILE.
      *    ONLY THE F ENTRIES START A SCAN; THE FIELD ENTRIES THAT
      *    FOLLOW ONE ARE APPLIED TO EVERY RECORD OF ITS FILE.
               IF CTT-FILE(C-FILE-SUB)
                   PERFORM L3-SCAN-FILE
                       THRU L3-SCAN-FILE-EXIT
               END-IF.

           L3-SCAN-FILE.
               IF C-FILE-CTR NOT < 50
                   DISPLAY 'CBLHJB83 - MORE THAN 50 FILES ON '
                       'INTEGCTL.DAT, ' CTT-FILE-NAME(C-FILE-SUB)
                       ' NOT SCANNED'
                   MOVE 8 TO RETURN-CODE
                   GO TO L3-SCAN-FILE-EXIT
               END-IF.
               ADD 1 TO C-FILE-CTR.
               MOVE CTT-LENGTH(C-FILE-SUB) TO C-LRECL.
               MOVE 0 TO C-REC-CTR.
               MOVE 0 TO C-BAD-REC-CTR.
               MOVE 0 TO C-FATAL-CTR.
               MOVE 0 TO C-WARN-CTR.
               MOVE 0 TO C-LISTED-CTR.
               MOVE 0 TO C-SEEN-CTR.
               MOVE 'N' TO C-KEY-OVFL-SW.
               MOVE 'N' TO C-FILE-MISSING-SW.
               PERFORM L4-CHECK-CONTROL-ENTRIES.
               MOVE SPACES TO FP-SCAN-FILE.
               STRING FP-REGION-DIR DELIMITED BY SPACE
                   CTT-FILE-NAME(C-FILE-SUB) DELIMITED BY SPACE
                   INTO FP-SCAN-FILE.
               OPEN INPUT SCAN-FILE.
               MOVE 'YES' TO MORE-RECS.
               EVALUATE C-SCAN-STATUS
                   WHEN '00'
                       CONTINUE
                   WHEN '05'
                       SET C-FILE-MISSING TO TRUE
                   WHEN OTHER
                       MOVE C-FILE-SUB         TO C-CTL-SUB
                       MOVE SPACES             TO C-CUR-KEY
                       STRING 'FILE STATUS ' C-SCAN-STATUS
                           DELIMITED BY SIZE INTO C-CUR-KEY
                       MOVE 'UNABLE TO OPEN FILE' TO C-PROBLEM
                       PERFORM L5-REPORT-PROBLEM
                       MOVE 'NO' TO MORE-RECS
               END-EVALUATE.
               PERFORM L4-SCAN-ONE-RECORD
                   UNTIL MORE-RECS = 'NO'.
               CLOSE SCAN-FILE.
               MOVE CTT-FILE-NAME(C-FILE-SUB)
                   TO FR-FILE-NAME(C-FILE-CTR).
               MOVE C-LRECL         TO FR-LRECL(C-FILE-CTR).
               MOVE C-REC-CTR       TO FR-RECS(C-FILE-CTR).
               MOVE C-BAD-REC-CTR   TO FR-BAD-RECS(C-FILE-CTR).
               MOVE C-FATAL-CTR     TO FR-FATAL(C-FILE-CTR).
               MOVE C-WARN-CTR      TO FR-WARN(C-FILE-CTR).
               MOVE C-FILE-MISSING-SW TO FR-MISSING(C-FILE-CTR).
               ADD C-REC-CTR        TO C-GT-RECS.
               ADD C-BAD-REC-CTR    TO C-GT-BAD-RECS.
               ADD C-FATAL-CTR      TO C-GT-FATAL.
               ADD C-WARN-CTR       TO C-GT-WARN.
               IF C-FATAL-CTR > 0
                   ADD 1 TO C-BAD-FILE-CTR
               END-IF.

           L3-SCAN-FILE-EXIT.
               EXIT.

           L4-CHECK-CONTROL-ENTRIES.
      *    A FIELD THAT DOES NOT FIT THE RECORD, A DATE THAT IS NOT
      *    EIGHT BYTES, OR A KEY LONGER THAN 30 IS A BAD CONTROL
      *    ENTRY - THE FILE CANNOT BE PROVED, SO IT COUNTS AS FATAL.
               MOVE 0 TO C-REC-CTR.
               MOVE C-FILE-SUB TO C-CTL-SUB.
               IF C-LRECL = 0 OR C-LRECL > 512
                   MOVE SPACES                 TO C-CUR-KEY
                   MOVE 'BAD RECORD LENGTH ENTRY' TO C-PROBLEM
                   PERFORM L5-REPORT-PROBLEM
                   MOVE 512                    TO C-LRECL
               END-IF.
               COMPUTE C-KEY-SUB = C-FILE-SUB + 1.
               PERFORM L5-CHECK-ONE-ENTRY
                   VARYING C-CTL-SUB FROM C-KEY-SUB BY 1
                       UNTIL CTT-FILE(C-CTL-SUB).

           L5-CHECK-ONE-ENTRY.
               COMPUTE C-FIELD-END =
                   CTT-START(C-CTL-SUB) + CTT-LENGTH(C-CTL-SUB) - 1.
               MOVE SPACES TO C-PROBLEM.
               EVALUATE TRUE
                   WHEN NOT (CTT-NUMERIC(C-CTL-SUB)
                           OR CTT-DATE(C-CTL-SUB)
                           OR CTT-KEY(C-CTL-SUB))
                       MOVE 'UNKNOWN ENTRY TYPE'   TO C-PROBLEM
                   WHEN CTT-FILE-NAME(C-CTL-SUB) NOT =
                           CTT-FILE-NAME(C-FILE-SUB)
                       MOVE 'ENTRY FOR ANOTHER FILE' TO C-PROBLEM
                   WHEN CTT-START(C-CTL-SUB) = 0
                       OR CTT-LENGTH(C-CTL-SUB) = 0
                       OR C-FIELD-END > C-LRECL
                       MOVE 'FIELD OUTSIDE RECORD'   TO C-PROBLEM
                   WHEN CTT-DATE(C-CTL-SUB)
                       AND CTT-LENGTH(C-CTL-SUB) NOT = 8
                       MOVE 'DATE NOT 8 BYTES'       TO C-PROBLEM
                   WHEN CTT-KEY(C-CTL-SUB)
                       AND CTT-LENGTH(C-CTL-SUB) > 30
                       MOVE 'KEY OVER 30 BYTES'      TO C-PROBLEM
               END-EVALUATE.
               IF C-PROBLEM NOT = SPACES
                   MOVE SPACE  TO CTT-SEVERITY(C-CTL-SUB)
                   MOVE SPACES TO C-CUR-KEY
                   PERFORM L5-REPORT-PROBLEM
                   MOVE 'X'    TO CTT-ENTRY-TYPE(C-CTL-SUB)
               END-IF.

           L4-SCAN-ONE-RECORD.
               MOVE SPACES TO SF-REC.
               READ SCAN-FILE
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       ADD 1 TO C-REC-CTR
                       MOVE 'N' TO C-REC-FATAL-SW
                       PERFORM L5-CHECK-RECORD
                       IF C-REC-FATAL
                           ADD 1 TO C-BAD-REC-CTR
                       END-IF
               END-READ.

           L5-CHECK-RECORD.
               MOVE C-FILE-SUB TO C-CTL-SUB.
               IF C-REC-LEN > C-LRECL
                   MOVE SF-REC(C-LRECL + 1:30) TO C-CUR-KEY
                   MOVE 'RECORD TOO LONG'     TO C-PROBLEM
                   PERFORM L5-REPORT-PROBLEM
               END-IF.
               IF SF-REC = SPACES
                   MOVE SPACES                TO C-CUR-KEY
                   MOVE 'BLANK RECORD'        TO C-PROBLEM
                   PERFORM L5-REPORT-PROBLEM
               END-IF.
               COMPUTE C-KEY-SUB = C-FILE-SUB + 1.
               PERFORM L6-CHECK-FIELD
                   THRU L6-CHECK-FIELD-EXIT
                   VARYING C-CTL-SUB FROM C-KEY-SUB BY 1
                       UNTIL CTT-FILE(C-CTL-SUB).

           L6-CHECK-FIELD.
      *    AN ENTRY FOUND BAD WHEN THE FILE WAS STARTED IS SKIPPED.
               IF NOT (CTT-NUMERIC(C-CTL-SUB)
                       OR CTT-DATE(C-CTL-SUB)
                       OR CTT-KEY(C-CTL-SUB))
                   GO TO L6-CHECK-FIELD-EXIT
               END-IF.
               MOVE CTT-START(C-CTL-SUB)   TO C-FIELD-START.
               MOVE CTT-LENGTH(C-CTL-SUB)  TO C-FIELD-LEN.
               MOVE SPACES TO C-CUR-KEY.
               MOVE SF-REC(C-FIELD-START:C-FIELD-LEN) TO C-CUR-KEY.
               COMPUTE C-FIELD-END = C-FIELD-START + C-FIELD-LEN - 1.
      *    A KEY MAY END IN BLANKS THE LINE DID NOT KEEP; ANY OTHER
      *    FIELD PAST THE END OF THE LINE WAS CUT OFF.
               IF C-FIELD-END > C-REC-LEN
                   AND NOT CTT-KEY(C-CTL-SUB)
                   MOVE 'RECORD TRUNCATED'    TO C-PROBLEM
                   PERFORM L5-REPORT-PROBLEM
                   GO TO L6-CHECK-FIELD-EXIT
               END-IF.
               EVALUATE TRUE
                   WHEN CTT-NUMERIC(C-CTL-SUB)
                       IF SF-REC(C-FIELD-START:C-FIELD-LEN)
                           NOT NUMERIC
                           MOVE 'NOT NUMERIC'     TO C-PROBLEM
                           PERFORM L5-REPORT-PROBLEM
                       END-IF
                   WHEN CTT-DATE(C-CTL-SUB)
                       PERFORM L7-CHECK-DATE
                   WHEN CTT-KEY(C-CTL-SUB)
                       PERFORM L7-CHECK-KEY
               END-EVALUATE.

           L6-CHECK-FIELD-EXIT.
               EXIT.

           L7-CHECK-DATE.
               MOVE SF-REC(C-FIELD-START:8) TO C-VAL-DATE.
               IF C-VAL-DATE NOT = '00000000'
                   OR CTT-OPTION(C-CTL-SUB) NOT = 'Z'
                   CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS
                   IF C-DATE-STATUS NOT = 'Y'
                       MOVE 'INVALID DATE'        TO C-PROBLEM
                       PERFORM L5-REPORT-PROBLEM
                   END-IF
               END-IF.

           L7-CHECK-KEY.
               IF C-CUR-KEY = SPACES
                   MOVE 'KEY IS BLANK'            TO C-PROBLEM
                   PERFORM L5-REPORT-PROBLEM
               END-IF.
               IF CTT-OPTION(C-CTL-SUB) = 'A'
                   IF CTT-HAVE-PREV(C-CTL-SUB) = 'Y'
                       IF C-CUR-KEY = CTT-PREV-KEY(C-CTL-SUB)
                           MOVE 'DUPLICATE KEY'   TO C-PROBLEM
                           PERFORM L5-REPORT-PROBLEM
                       END-IF
                       IF C-CUR-KEY < CTT-PREV-KEY(C-CTL-SUB)
                           MOVE 'KEY OUT OF SEQUENCE' TO C-PROBLEM
                           PERFORM L5-REPORT-PROBLEM
                       END-IF
                   END-IF
                   MOVE C-CUR-KEY TO CTT-PREV-KEY(C-CTL-SUB)
                   MOVE 'Y'       TO CTT-HAVE-PREV(C-CTL-SUB)
               END-IF.
               IF CTT-OPTION(C-CTL-SUB) = 'U'
                   PERFORM L8-CHECK-SEEN-KEY
               END-IF.

           L8-CHECK-SEEN-KEY.
      *    AN UNSORTED FILE IS PROVED UNIQUE AGAINST EVERY KEY READ
      *    SO FAR. PAST 5000 KEYS THE CHECK STOPS, WITH A WARNING.
               PERFORM VARYING C-SEEN-SUB FROM 1 BY 1
                   UNTIL C-SEEN-SUB > C-SEEN-CTR
                       OR SEEN-KEY(C-SEEN-SUB) = C-CUR-KEY
               END-PERFORM.
               IF C-SEEN-SUB <= C-SEEN-CTR
                   MOVE 'DUPLICATE KEY'           TO C-PROBLEM
                   PERFORM L5-REPORT-PROBLEM
               ELSE
                   IF C-SEEN-CTR < 5000
                       ADD 1 TO C-SEEN-CTR
                       MOVE C-CUR-KEY TO SEEN-KEY(C-SEEN-CTR)
                   ELSE
                       IF NOT C-KEY-OVFL
                           SET C-KEY-OVFL TO TRUE
                           ADD 1 TO C-WARN-CTR
                           MOVE 'OVER 5000 KEYS, DUP CHECK' TO C-PROBLEM
                           MOVE SPACES TO C-CUR-KEY
                           MOVE 'STOPPED' TO C-CUR-KEY
                           PERFORM L6-LIST-PROBLEM
                       END-IF
                   END-IF
               END-IF.

           L5-REPORT-PROBLEM.
               IF CTT-WARNING(C-CTL-SUB)
                   ADD 1 TO C-WARN-CTR
               ELSE
                   ADD 1 TO C-FATAL-CTR
                   SET C-REC-FATAL TO TRUE
               END-IF.
               PERFORM L6-LIST-PROBLEM.

           L6-LIST-PROBLEM.
      *    THE FIRST 50 PROBLEMS IN A FILE ARE LISTED - A FILE THAT
      *    IS WRONG THROUGHOUT WOULD OTHERWISE FILL THE PRINTER.
               ADD 1 TO C-LISTED-CTR.
               IF C-LISTED-CTR > 50
                   IF C-LISTED-CTR = 51
                       WRITE PRTLINE FROM MORE-ERRORS-LINE
                           AFTER ADVANCING 1 LINE
                               AT EOP
                                   PERFORM L4-HEADING
                       END-WRITE
                   END-IF
               ELSE
                   MOVE CTT-FILE-NAME(C-FILE-SUB) TO D-FILE-NAME
                   MOVE C-REC-CTR                 TO D-RECORD
                   IF C-CTL-SUB = C-FILE-SUB
                       MOVE '(RECORD)'            TO D-FIELD-NAME
                       MOVE 0                     TO D-POS
                       MOVE C-LRECL               TO D-LEN
                   ELSE
                       MOVE CTT-FIELD-NAME(C-CTL-SUB) TO D-FIELD-NAME
                       MOVE CTT-START(C-CTL-SUB)      TO D-POS
                       MOVE CTT-LENGTH(C-CTL-SUB)     TO D-LEN
                   END-IF
                   IF CTT-WARNING(C-CTL-SUB)
                       MOVE 'WARNING'             TO D-LEVEL
                   ELSE
                       MOVE 'FATAL'               TO D-LEVEL
                   END-IF
                   MOVE C-PROBLEM                 TO D-PROBLEM
                   MOVE C-CUR-KEY                 TO D-DATA
                   WRITE PRTLINE FROM DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L4-HEADING
                   END-WRITE
               END-IF.

           L2-CLOSING.
               WRITE PRTLINE FROM HEALTH-TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM HEALTH-HEADING
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM SPACES.
               PERFORM L3-HEALTH-LINE
                   VARYING C-FILE-SUB FROM 1 BY 1
                       UNTIL C-FILE-SUB > C-FILE-CTR.
               MOVE C-FILE-CTR             TO GT-FILES.
               MOVE C-GT-RECS              TO GT-RECS.
               MOVE C-GT-BAD-RECS          TO GT-BAD-RECS.
               MOVE C-GT-FATAL             TO GT-FATAL.
               MOVE C-GT-WARN              TO GT-WARN.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               IF C-GT-FATAL > 0
                   MOVE '*** FATAL PROBLEMS FOUND - STREAM HALTED ***'
                       TO T2-TEXT
                   MOVE 8 TO RETURN-CODE
                   DISPLAY 'CBLHJB83 - FATAL DATA-FILE PROBLEMS IN '
                       C-BAD-FILE-CTR ' FILE(S), SEE INTEGRTY.PRT'
               ELSE
                   MOVE 'ALL FILES FIT TO PROCESS' TO T2-TEXT
               END-IF.
               WRITE PRTLINE FROM TOTAL-LINE2
                   AFTER ADVANCING 2 LINES.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE PRTOUT.

           L3-HEALTH-LINE.
               MOVE FR-FILE-NAME(C-FILE-SUB) TO H-FILE-NAME.
               MOVE FR-LRECL(C-FILE-SUB)     TO H-LRECL.
               MOVE FR-RECS(C-FILE-SUB)      TO H-RECS.
               MOVE FR-BAD-RECS(C-FILE-SUB)  TO H-BAD-RECS.
               MOVE FR-FATAL(C-FILE-SUB)     TO H-FATAL.
               MOVE FR-WARN(C-FILE-SUB)      TO H-WARN.
               EVALUATE TRUE
                   WHEN FR-FATAL(C-FILE-SUB) > 0
                       MOVE '*** FATAL - DO NOT PROCESS'  TO H-HEALTH
                   WHEN FR-MISSING(C-FILE-SUB) = 'Y'
                       MOVE 'NOT ON DISK'                 TO H-HEALTH
                   WHEN FR-WARN(C-FILE-SUB) > 0
                       MOVE 'USABLE - SEE WARNINGS'       TO H-HEALTH
                   WHEN OTHER
                       MOVE 'HEALTHY'                     TO H-HEALTH
               END-EVALUATE.
               WRITE PRTLINE FROM HEALTH-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADING.

           L4-HEADING-FIRST.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM SPACES.

           L4-HEADING.
               ADD 1 TO PAGE-CTR.
               MOVE PAGE-CTR               TO TITLE-PAGE.
               WRITE PRTLINE FROM TITLE-LINE
                   AFTER ADVANCING PAGE.
               WRITE PRTLINE FROM COL-HEADING
                   AFTER ADVANCING 2 LINES.
               WRITE PRTLINE FROM SPACES.

           L3-WRITE-RUN-LOG.
               MOVE FUNCTION CURRENT-DATE  TO CURRENT-DATE-AND-TIME.
               MOVE 'CBLHJB83'             TO RL-PROGRAM-ID.
               MOVE C-RUNLOG-YEAR           TO RL-RUN-YEAR.
               MOVE C-RUNLOG-MONTH          TO RL-RUN-MONTH.
               MOVE C-RUNLOG-DAY            TO RL-RUN-DAY.
               MOVE CURRENT-TIME           TO RL-RUN-TIME.
      *    A RECORD WITH ANY FATAL PROBLEM IS COUNTED REJECTED;
      *    EVERY OTHER RECORD SCANNED IS COUNTED PROCESSED.
               MOVE C-GT-RECS              TO RL-RECS-READ.
               COMPUTE RL-RECS-PROCESSED = C-GT-RECS - C-GT-BAD-RECS.
               MOVE C-GT-BAD-RECS          TO RL-RECS-REJECTED.
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
               MOVE 'CBLHJB83'             TO RL-PROGRAM-ID.
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
      *    ANYTHING ELSE AGAINST PRODUCTION.
           ACCEPT FP-REGION FROM ENVIRONMENT 'COBREGION'.
           IF FP-REGION = 'TEST' OR FP-REGION = 'test'
               MOVE 'C:\COBOLWI19\TEST\' TO FP-REGION-DIR
           ELSE
               MOVE 'C:\COBOLWI19\' TO FP-REGION-DIR
           END-IF.
           MOVE SPACES TO FP-INTEGCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INTEGCTL.DAT' DELIMITED BY SIZE
               INTO FP-INTEGCTL-DAT.
           MOVE SPACES TO FP-INTEGRTY-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INTEGRTY.PRT' DELIMITED BY SIZE
               INTO FP-INTEGRTY-PRT.
           MOVE SPACES TO FP-RUNCTL-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNCTL.DAT' DELIMITED BY SIZE
               INTO FP-RUNCTL-DAT.
           MOVE SPACES TO FP-RUNLOG-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'RUNLOG.DAT' DELIMITED BY SIZE
               INTO FP-RUNLOG-DAT.

       END PROGRAM CBLHJB83.
