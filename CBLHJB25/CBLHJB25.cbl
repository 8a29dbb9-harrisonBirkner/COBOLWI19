      *A TEXT EDITOR - WHICH IS HOW A MALFORMED BR-RATE ONCE BILLED
      *A WHOLE BUILDING WRONG. THIS PROGRAM LETS THE OFFICE LIST,
      *ADD, CHANGE, AND DELETE ENTRIES IN BLDRATE.DAT, ITEMMSTR.DAT,
      *CBLPOPCB.DAT, BOATINV.DAT, RUNCTL.DAT, THE SERVICE SHOP'S
      *PARTS.DAT AND SVCJOB.DAT, THE FACTORY INCENTIVE PROGRAMS
      *ON INCPROG.DAT, THE POP SALE SELLER ROSTER ON SELLRST.DAT,
      *AND THE CBLHJB82 CHECK RUN'S PAYEE ADDRESSES (PAYEE.DAT) AND
      *CHECK-STOCK CONTROL RECORD (CHKCTL.DAT), AND THE FIXED-ASSET
      *MASTER (FIXASSET.DAT) THE CBLHJB85 DEPRECIATION RUN WORKS FROM,
      *AND THE STATEMENT FORMAT (STMTFMT.DAT) CBLHJB86 BUILDS THE
      *FINANCIAL STATEMENTS FROM, AND THE CUSTOMER MAILING
      *PREFERENCES (MAILPREF.DAT) THE CBLHJB89 COMBINED STATEMENT
      *HONORS, AND THE RETURNED-CHECK FEE TABLE (NSFFEE.DAT) THE
      *CBLHJB90 NSF REVERSAL RUN CHARGES FROM,
      *WITH FIELD-LEVEL EDITS MATCHING WHAT THE
      *CONSUMING PROGRAMS EXPECT (RATE TYPE P/S/A, NUMERIC RATES,
      *VALID POP CONTROL AND BOAT TYPE CODES, A REAL-LOOKING RUN
      *DATE, NUMERIC PART QUANTITIES AND COSTS, INCENTIVE DATES
      *THAT RUN FORWARD, ROSTER TEAMS THAT ARE ON THE CBLPOPCB.DAT
      *TEAM TABLE AND ONE ENTRY PER SELLER PER CAMPAIGN, ONE ASSET
      *PER ID WITH A KNOWN BUSINESS LINE AND A LIFE, COST, AND
      *SALVAGE THAT CAN BE DEPRECIATED, ONE STATEMENT LINE PER GL
      *ACCOUNT WITH A KNOWN CLASS AND BUSINESS LINE, ONE MAILING
      *PREFERENCE PER CUSTOMER NUMBER, ONE NSF FEE PER PAYMENT
      *SOURCE), AND WRITES A
      *CHANGE-AUDIT RECORD TO MAINTAUD.DAT FOR EVERY UPDATE. ENTRIES
      *ARE KEYED AS THE FULL RECORD IMAGE AND EDITED BEFORE THEY ARE
      *ACCEPTED.
       PROGRAM-ID. CBLHJB25.
           AUTHOR. HARRISON BIRKNER.

               ASSIGN TO DYNAMIC FP-MAINTAUD-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POP-CTL-FILE
               ASSIGN TO DYNAMIC FP-CBLPOPCB-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD MAINT-FILE
           05 AU-OLD-IMAGE             PIC X(80).
           05 AU-NEW-IMAGE             PIC X(80).

           FD POP-CTL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PC-REC
           RECORD CONTAINS 61 CHARACTERS.

       01 PC-REC.
           05 PC-REC-TYPE              PIC X.
               88 PC-TEAM              VALUE 'T'.
           05 PC-DATA                  PIC X(60).

       WORKING-STORAGE SECTION.
       01 FILE-PATHS.
           05 FP-REGION            PIC X(8)    VALUE SPACES.
           05 FP-REGION-DIR        PIC X(20)   VALUE SPACES.
           05 FP-MAINTAUD-DAT        PIC X(40)   VALUE SPACES.
           05 FP-CBLPOPCB-DAT        PIC X(40)   VALUE SPACES.

           01 MISC.
               05 C-FILE-NAME          PIC X(30)   VALUE SPACES.
                  88 C-EDIT-OK         VALUE 'Y'.
               05 C-EDIT-MSG           PIC X(50)   VALUE SPACES.
               05 C-DSP-NO             PIC ZZ9.
               05 MORE-POP-CTL         PIC X(3)    VALUE 'YES'.
               05 C-PTM-CTR            PIC 99      VALUE 0.
               05 C-PTM-SUB            PIC 99      VALUE 0.
               05 CURRENT-DATE-AND-TIME.
                   10 CURRENT-YEAR     PIC X(4).
                   10 CURRENT-MONTH    PIC XX.
           01 MAINT-TABLE.
               05 MT-LINE              PIC X(80) OCCURS 500 TIMES.

      *    TEAM CODES FROM THE T RECORDS ON CBLPOPCB.DAT - A
      *    ROSTER ENTRY MUST NAME ONE OF THEM.
           01 POP-TEAM-TABLE.
               05 PTM-CODE             PIC X       OCCURS 20 TIMES.

           01 EDIT-FIELDS.
               05 EF-RATE-TYPE         PIC X.
                   88 VAL-RATE-TYPES   VALUE 'P','S','A'.
                   88 VAL-BOAT-TYPES   VALUE 'B','P','S','J','C','R'.
               05 EF-RERUN-FLAG        PIC X.
                   88 VAL-RERUN-FLAGS  VALUE 'Y','N'.
               05 EF-ACTIVE-FLAG       PIC X.
                   88 VAL-ACTIVE-FLAGS VALUE 'Y','N'.
               05 EF-MONTH             PIC 99      VALUE 0.
               05 EF-DAY               PIC 99      VALUE 0.
               05 EF-PAY-TYPE          PIC X.
                   88 VAL-PAY-TYPES    VALUE 'O','D','M','C'.
               05 EF-ASSET-LINE        PIC X(8).
                   88 VAL-ASSET-LINES  VALUE 'PIZZA', 'BOAT', 'RENT',
                                             'POP', 'STUDENT'.
               05 EF-ASSET-METHOD      PIC X.
                   88 VAL-ASSET-METHODS VALUE 'S','D'.
               05 EF-STMT-CLASS        PIC X.
                   88 VAL-STMT-CLASSES VALUE 'R','C','O','A','L','E'.
               05 EF-MAIL-PREF         PIC X.
                   88 VAL-MAIL-PREFS   VALUE 'C','S'.
               05 EF-NSF-SOURCE        PIC X.
                   88 VAL-NSF-SOURCES  VALUE 'R','T','L'.

           01 SIGN-ON-FIELDS.
               05 SO-PROGRAM           PIC X(8)    VALUE 'CBLHJB25'.
               DISPLAY '  3 - POP CONTROL FILE     (CBLPOPCB)'.
               DISPLAY '  4 - BOAT INVENTORY       (BOATINV)'.
               DISPLAY '  5 - RUN CONTROL          (RUNCTL)'.
               DISPLAY '  6 - SERVICE PARTS MASTER (PARTS)'.
               DISPLAY '  7 - SERVICE JOB CODES    (SVCJOB)'.
               DISPLAY '  8 - INCENTIVE PROGRAMS   (INCPROG)'.
               DISPLAY '  9 - POP SELLER ROSTER    (SELLRST)'.
               DISPLAY '  P - CHECK PAYEE ADDRESS  (PAYEE)'.
               DISPLAY '  K - CHECK STOCK CONTROL  (CHKCTL)'.
               DISPLAY '  A - FIXED ASSET MASTER   (FIXASSET)'.
               DISPLAY '  F - STATEMENT FORMAT     (STMTFMT)'.
               DISPLAY '  M - MAILING PREFERENCE   (MAILPREF)'.
               DISPLAY '  N - NSF FEE TABLE        (NSFFEE)'.
               DISPLAY '  X - EXIT'.
               DISPLAY 'CHOICE: '.
               MOVE SPACE TO C-MENU-CHOICE.
                       MOVE 'RUNCTL'   TO C-FILE-CODE
                       MOVE 9  TO C-REC-LEN
                       PERFORM L2-FILE-MENU
                   WHEN '6'
                       MOVE SPACES TO C-FILE-NAME
                       STRING FP-REGION-DIR
                           DELIMITED BY SPACE
                           'PARTS.DAT' DELIMITED BY SIZE
                           INTO C-FILE-NAME
                       MOVE 'PARTS'    TO C-FILE-CODE
                       MOVE 45 TO C-REC-LEN
                       PERFORM L2-FILE-MENU
                   WHEN '7'
                       MOVE SPACES TO C-FILE-NAME
                       STRING FP-REGION-DIR
                           DELIMITED BY SPACE
                           'SVCJOB.DAT' DELIMITED BY SIZE
                           INTO C-FILE-NAME
                       MOVE 'SVCJOB'   TO C-FILE-CODE
                       MOVE 24 TO C-REC-LEN
                       PERFORM L2-FILE-MENU
                   WHEN '8'
                       MOVE SPACES TO C-FILE-NAME
                       STRING FP-REGION-DIR
                           DELIMITED BY SPACE
                           'INCPROG.DAT' DELIMITED BY SIZE
                           INTO C-FILE-NAME
                       MOVE 'INCPROG'  TO C-FILE-CODE
                       MOVE 59 TO C-REC-LEN
                       PERFORM L2-FILE-MENU
                   WHEN '9'
                       MOVE SPACES TO C-FILE-NAME
                       STRING FP-REGION-DIR
                           DELIMITED BY SPACE
                           'SELLRST.DAT' DELIMITED BY SIZE
                           INTO C-FILE-NAME
                       MOVE 'SELLRST'  TO C-FILE-CODE
                       MOVE 73 TO C-REC-LEN
                       PERFORM L3-LOAD-POP-TEAMS
                       PERFORM L2-FILE-MENU
                   WHEN 'P'
                   WHEN 'p'
                       MOVE SPACES TO C-FILE-NAME
                       STRING FP-REGION-DIR
                           DELIMITED BY SPACE
                           'PAYEE.DAT' DELIMITED BY SIZE
                           INTO C-FILE-NAME
                       MOVE 'PAYEE'    TO C-FILE-CODE
                       MOVE 64 TO C-REC-LEN
                       PERFORM L2-FILE-MENU
                   WHEN 'K'
                   WHEN 'k'
                       MOVE SPACES TO C-FILE-NAME
                       STRING FP-REGION-DIR
                           DELIMITED BY SPACE
                           'CHKCTL.DAT' DELIMITED BY SIZE
                           INTO C-FILE-NAME
                       MOVE 'CHKCTL'   TO C-FILE-CODE
                       MOVE 24 TO C-REC-LEN
                       PERFORM L2-FILE-MENU
                   WHEN 'A'
                   WHEN 'a'
                       MOVE SPACES TO C-FILE-NAME
                       STRING FP-REGION-DIR
                           DELIMITED BY SPACE
                           'FIXASSET.DAT' DELIMITED BY SIZE
                           INTO C-FILE-NAME
                       MOVE 'FIXASSET' TO C-FILE-CODE
                       MOVE 80 TO C-REC-LEN
                       PERFORM L2-FILE-MENU
                   WHEN 'F'
                   WHEN 'f'
                       MOVE SPACES TO C-FILE-NAME
                       STRING FP-REGION-DIR
                           DELIMITED BY SPACE
                           'STMTFMT.DAT' DELIMITED BY SIZE
                           INTO C-FILE-NAME
                       MOVE 'STMTFMT'  TO C-FILE-CODE
                       MOVE 37 TO C-REC-LEN
                       PERFORM L2-FILE-MENU
                   WHEN 'M'
                   WHEN 'm'
                       MOVE SPACES TO C-FILE-NAME
                       STRING FP-REGION-DIR
                           DELIMITED BY SPACE
                           'MAILPREF.DAT' DELIMITED BY SIZE
                           INTO C-FILE-NAME
                       MOVE 'MAILPREF' TO C-FILE-CODE
                       MOVE 15 TO C-REC-LEN
                       PERFORM L2-FILE-MENU
                   WHEN 'N'
                   WHEN 'n'
                       MOVE SPACES TO C-FILE-NAME
                       STRING FP-REGION-DIR
                           DELIMITED BY SPACE
                           'NSFFEE.DAT' DELIMITED BY SIZE
                           INTO C-FILE-NAME
                       MOVE 'NSFFEE'   TO C-FILE-CODE
                       MOVE 7 TO C-REC-LEN
                       PERFORM L2-FILE-MENU
                   WHEN 'X'
                       CONTINUE
                   WHEN 'x'
               PERFORM VARYING C-TBL-SUB FROM 1 BY 1
                   UNTIL C-TBL-SUB > C-TBL-CTR
                       MOVE C-TBL-SUB TO C-DSP-NO
                       DISPLAY C-DSP-NO ' '
                           MT-LINE(C-TBL-SUB)(1:C-REC-LEN)
               END-PERFORM.

           L3-ADD-ENTRY.
               IF C-TBL-CTR >= 500
                   DISPLAY 'MAINTENANCE TABLE IS FULL'
                   GO TO L3-ADD-ENTRY-EXIT.
               MOVE 0 TO C-LINE-NO.
               DISPLAY 'KEY THE FULL RECORD IMAGE:'.
               MOVE SPACES TO C-IMAGE-IN.
               ACCEPT C-IMAGE-IN.
               PERFORM L4-ASK-LINE-NO.
               IF C-LINE-NO = 0
                   GO TO L3-CHANGE-ENTRY-EXIT.
               DISPLAY 'CURRENT: ' MT-LINE(C-LINE-NO)(1:C-REC-LEN).
               DISPLAY 'KEY THE REPLACEMENT RECORD IMAGE:'.
               MOVE SPACES TO C-IMAGE-IN.
               ACCEPT C-IMAGE-IN.
                   WHEN 'RUNCTL'
                       PERFORM L5-EDIT-RUNCTL
                           THRU L5-EDIT-RUNCTL-EXIT
                   WHEN 'PARTS'
                       PERFORM L5-EDIT-PARTS
                           THRU L5-EDIT-PARTS-EXIT
                   WHEN 'SVCJOB'
                       PERFORM L5-EDIT-SVCJOB
                           THRU L5-EDIT-SVCJOB-EXIT
                   WHEN 'INCPROG'
                       PERFORM L5-EDIT-INCPROG
                           THRU L5-EDIT-INCPROG-EXIT
                   WHEN 'SELLRST'
                       PERFORM L5-EDIT-SELLRST
                           THRU L5-EDIT-SELLRST-EXIT
                   WHEN 'PAYEE'
                       PERFORM L5-EDIT-PAYEE
                           THRU L5-EDIT-PAYEE-EXIT
                   WHEN 'CHKCTL'
                       PERFORM L5-EDIT-CHKCTL
                           THRU L5-EDIT-CHKCTL-EXIT
                   WHEN 'FIXASSET'
                       PERFORM L5-EDIT-FIXASSET
                           THRU L5-EDIT-FIXASSET-EXIT
                   WHEN 'STMTFMT'
                       PERFORM L5-EDIT-STMTFMT
                           THRU L5-EDIT-STMTFMT-EXIT
                   WHEN 'MAILPREF'
                       PERFORM L5-EDIT-MAILPREF
                           THRU L5-EDIT-MAILPREF-EXIT
                   WHEN 'NSFFEE'
                       PERFORM L5-EDIT-NSFFEE
                           THRU L5-EDIT-NSFFEE-EXIT
               END-EVALUATE.

           L5-EDIT-BLDRATE.
           L5-EDIT-RUNCTL-EXIT.
               EXIT.

           L5-EDIT-PARTS.
               IF C-IMAGE-IN(1:8) = SPACES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'PART NUMBER REQUIRED' TO C-EDIT-MSG
                   GO TO L5-EDIT-PARTS-EXIT.
               IF C-IMAGE-IN(29:5) NOT NUMERIC
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'ON-HAND MUST BE NUMERIC' TO C-EDIT-MSG
                   GO TO L5-EDIT-PARTS-EXIT.
               IF C-IMAGE-IN(34:7) NOT NUMERIC
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'UNIT COST MUST BE NUMERIC' TO C-EDIT-MSG
                   GO TO L5-EDIT-PARTS-EXIT.
               IF C-IMAGE-IN(41:5) NOT NUMERIC
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'REORDER POINT MUST BE NUMERIC' TO C-EDIT-MSG
                   GO TO L5-EDIT-PARTS-EXIT.

           L5-EDIT-PARTS-EXIT.
               EXIT.

           L5-EDIT-SVCJOB.
               IF C-IMAGE-IN(1:4) = SPACES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'JOB CODE REQUIRED' TO C-EDIT-MSG
                   GO TO L5-EDIT-SVCJOB-EXIT.
               IF C-IMAGE-IN(5:20) = SPACES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'JOB DESCRIPTION REQUIRED' TO C-EDIT-MSG
                   GO TO L5-EDIT-SVCJOB-EXIT.

           L5-EDIT-SVCJOB-EXIT.
               EXIT.

           L5-EDIT-INCPROG.
               IF C-IMAGE-IN(1:4) = SPACES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'MANUFACTURER CODE REQUIRED' TO C-EDIT-MSG
                   GO TO L5-EDIT-INCPROG-EXIT.
               MOVE C-IMAGE-IN(5:1) TO EF-BOAT-TYPE.
               IF NOT VAL-BOAT-TYPES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'BOAT TYPE MUST BE B, P, S, J, C, OR R'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-INCPROG-EXIT.
               IF C-IMAGE-IN(6:6) = SPACES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'PROGRAM CODE REQUIRED' TO C-EDIT-MSG
                   GO TO L5-EDIT-INCPROG-EXIT.
               IF C-IMAGE-IN(12:1) NOT = 'A'
                   AND C-IMAGE-IN(12:1) NOT = 'P'
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'CALC TYPE MUST BE A OR P' TO C-EDIT-MSG
                   GO TO L5-EDIT-INCPROG-EXIT.
               IF C-IMAGE-IN(13:7) NOT NUMERIC
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'AMOUNT MUST BE NUMERIC' TO C-EDIT-MSG
                   GO TO L5-EDIT-INCPROG-EXIT.
               IF C-IMAGE-IN(20:4) NOT NUMERIC
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'PERCENT MUST BE NUMERIC' TO C-EDIT-MSG
                   GO TO L5-EDIT-INCPROG-EXIT.
               IF C-IMAGE-IN(24:1) NOT = 'N'
                   AND C-IMAGE-IN(24:1) NOT = 'U'
                   AND C-IMAGE-IN(24:1) NOT = 'A'
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'NEW/USED MUST BE N, U, OR A' TO C-EDIT-MSG
                   GO TO L5-EDIT-INCPROG-EXIT.
               IF C-IMAGE-IN(25:8) NOT NUMERIC
                   OR C-IMAGE-IN(33:8) NOT NUMERIC
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'DATES MUST BE NUMERIC YYYYMMDD' TO C-EDIT-MSG
                   GO TO L5-EDIT-INCPROG-EXIT.
               IF C-IMAGE-IN(33:8) < C-IMAGE-IN(25:8)
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'VALID-TO DATE IS BEFORE VALID-FROM'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-INCPROG-EXIT.

           L5-EDIT-INCPROG-EXIT.
               EXIT.

           L5-EDIT-SELLRST.
      *    ONE ENTRY PER SELLER PER CAMPAIGN - THE SELLER ID AND THE
      *    NAME MUST EACH BE UNIQUE WITHIN THE CAMPAIGN, OR CBLHJB05
      *    AND CBLHJB06 COULD NOT TELL WHICH ENTRY A SALE BELONGS TO.
      *    C-LINE-NO IS THE ENTRY BEING CHANGED (ZERO ON AN ADD), SO
      *    A CHANGE DOES NOT COLLIDE WITH ITSELF.
               IF C-IMAGE-IN(1:4) = SPACES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'CAMPAIGN CODE REQUIRED' TO C-EDIT-MSG
                   GO TO L5-EDIT-SELLRST-EXIT.
               IF C-IMAGE-IN(5:5) NOT NUMERIC
                   OR C-IMAGE-IN(5:5) = '00000'
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'SELLER ID MUST BE NUMERIC AND NOT ZERO'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-SELLRST-EXIT.
               IF C-IMAGE-IN(10:15) = SPACES
                   OR C-IMAGE-IN(25:15) = SPACES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'SELLER LAST AND FIRST NAME REQUIRED'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-SELLRST-EXIT.
               PERFORM VARYING C-PTM-SUB FROM 1 BY 1
                   UNTIL C-PTM-SUB > C-PTM-CTR
                       OR PTM-CODE(C-PTM-SUB) = C-IMAGE-IN(40:1)
               END-PERFORM.
               IF C-PTM-SUB > C-PTM-CTR
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'TEAM IS NOT ON THE CBLPOPCB TEAM TABLE'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-SELLRST-EXIT.
               IF C-IMAGE-IN(41:2) = SPACES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'GRADE OR AGE GROUP REQUIRED' TO C-EDIT-MSG
                   GO TO L5-EDIT-SELLRST-EXIT.
               IF C-IMAGE-IN(43:20) = SPACES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'GUARDIAN NAME REQUIRED' TO C-EDIT-MSG
                   GO TO L5-EDIT-SELLRST-EXIT.
               IF C-IMAGE-IN(63:10) NOT NUMERIC
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'GUARDIAN PHONE MUST BE 10 DIGITS'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-SELLRST-EXIT.
               MOVE C-IMAGE-IN(73:1) TO EF-ACTIVE-FLAG.
               IF NOT VAL-ACTIVE-FLAGS
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'ACTIVE FLAG MUST BE Y OR N' TO C-EDIT-MSG
                   GO TO L5-EDIT-SELLRST-EXIT.
               PERFORM VARYING C-TBL-SUB FROM 1 BY 1
                   UNTIL C-TBL-SUB > C-TBL-CTR
                       OR (C-TBL-SUB NOT = C-LINE-NO
                           AND MT-LINE(C-TBL-SUB)(1:4) =
                               C-IMAGE-IN(1:4)
                           AND (MT-LINE(C-TBL-SUB)(5:5) =
                                   C-IMAGE-IN(5:5)
                               OR MT-LINE(C-TBL-SUB)(10:30) =
                                   C-IMAGE-IN(10:30)))
               END-PERFORM.
               IF C-TBL-SUB <= C-TBL-CTR
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'SELLER ID OR NAME ALREADY ON THIS CAMPAIGN'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-SELLRST-EXIT.

           L5-EDIT-SELLRST-EXIT.
               EXIT.

           L5-EDIT-PAYEE.
      *    A PAYEE ENTRY SUPPLIES OR OVERRIDES THE CHECK NAME AND
      *    MAILING ADDRESS FOR ONE PAYMENT-QUEUE PAYEE: TYPE O OWNER
      *    CODE, D OR M BUILDING AND UNIT, C SALES CODE. ONE ENTRY
      *    PER TYPE AND KEY.
               MOVE C-IMAGE-IN(1:1) TO EF-PAY-TYPE.
               IF NOT VAL-PAY-TYPES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'PAYEE TYPE MUST BE O, D, M, OR C'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-PAYEE-EXIT.
               IF C-IMAGE-IN(2:6) = SPACES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'PAYEE KEY REQUIRED' TO C-EDIT-MSG
                   GO TO L5-EDIT-PAYEE-EXIT.
               IF (EF-PAY-TYPE = 'D' OR EF-PAY-TYPE = 'M')
                   AND C-IMAGE-IN(4:2) NOT NUMERIC
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'REFUND KEY IS BUILDING PLUS 2-DIGIT UNIT'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-PAYEE-EXIT.
               IF C-IMAGE-IN(8:25) = SPACES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'PAYEE NAME REQUIRED' TO C-EDIT-MSG
                   GO TO L5-EDIT-PAYEE-EXIT.
               IF C-IMAGE-IN(33:15) = SPACES
                   OR C-IMAGE-IN(48:10) = SPACES
                   OR C-IMAGE-IN(58:2) = SPACES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'ADDRESS, CITY, AND STATE REQUIRED'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-PAYEE-EXIT.
               IF C-IMAGE-IN(60:5) NOT NUMERIC
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'ZIP CODE MUST BE NUMERIC' TO C-EDIT-MSG
                   GO TO L5-EDIT-PAYEE-EXIT.
               PERFORM VARYING C-TBL-SUB FROM 1 BY 1
                   UNTIL C-TBL-SUB > C-TBL-CTR
                       OR (C-TBL-SUB NOT = C-LINE-NO
                           AND MT-LINE(C-TBL-SUB)(1:7) =
                               C-IMAGE-IN(1:7))
               END-PERFORM.
               IF C-TBL-SUB <= C-TBL-CTR
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'PAYEE TYPE AND KEY ALREADY ON FILE'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-PAYEE-EXIT.

           L5-EDIT-PAYEE-EXIT.
               EXIT.

           L5-EDIT-CHKCTL.
      *    ONE RECORD: BANK ACCOUNT, NEXT CHECK NUMBER TO PRINT, AND
      *    THE LAST CHECK NUMBER IN THE STOCK LOADED IN THE PRINTER.
               IF C-TBL-CTR > 0 AND C-LINE-NO = 0
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'CHECK CONTROL IS ONE RECORD - USE CHANGE'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-CHKCTL-EXIT.
               IF C-IMAGE-IN(1:12) = SPACES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'BANK ACCOUNT NUMBER REQUIRED' TO C-EDIT-MSG
                   GO TO L5-EDIT-CHKCTL-EXIT.
               IF C-IMAGE-IN(13:6) NOT NUMERIC
                   OR C-IMAGE-IN(13:6) = '000000'
                   OR C-IMAGE-IN(19:6) NOT NUMERIC
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'CHECK NUMBERS MUST BE NUMERIC, NOT ZERO'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-CHKCTL-EXIT.
               IF C-IMAGE-IN(19:6) < C-IMAGE-IN(13:6)
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'LAST CHECK IN STOCK IS BEFORE NEXT CHECK'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-CHKCTL-EXIT.

           L5-EDIT-CHKCTL-EXIT.
               EXIT.

           L5-EDIT-FIXASSET.
      *    ASSET ID, DESCRIPTION, BUSINESS LINE, BUILDING CODE (A
      *    RENT ASSET MUST NAME ITS BUILDING - CBLHJB85 CHECKS IT
      *    AGAINST BLDRATE.DAT), IN-SERVICE DATE, COST, SALVAGE,
      *    LIFE IN MONTHS, METHOD S OR D, AND THE DISPOSED DATE AND
      *    PROCEEDS (ZEROS UNTIL THE ASSET GOES).
               IF C-IMAGE-IN(1:6) = SPACES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'ASSET ID REQUIRED' TO C-EDIT-MSG
                   GO TO L5-EDIT-FIXASSET-EXIT.
               IF C-IMAGE-IN(7:17) = SPACES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'DESCRIPTION REQUIRED' TO C-EDIT-MSG
                   GO TO L5-EDIT-FIXASSET-EXIT.
               MOVE C-IMAGE-IN(24:8) TO EF-ASSET-LINE.
               IF NOT VAL-ASSET-LINES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'LINE MUST BE PIZZA, BOAT, RENT, POP, STUDENT'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-FIXASSET-EXIT.
               IF EF-ASSET-LINE = 'RENT'
                   AND C-IMAGE-IN(32:2) = SPACES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'RENT ASSET NEEDS A BUILDING CODE'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-FIXASSET-EXIT.
               IF C-IMAGE-IN(34:8) NOT NUMERIC
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'IN-SERVICE DATE MUST BE NUMERIC YYYYMMDD'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-FIXASSET-EXIT.
               MOVE C-IMAGE-IN(38:2) TO EF-MONTH.
               MOVE C-IMAGE-IN(40:2) TO EF-DAY.
               IF EF-MONTH < 1 OR EF-MONTH > 12
                   OR EF-DAY < 1 OR EF-DAY > 31
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'IN-SERVICE DATE IS NOT A REAL DATE'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-FIXASSET-EXIT.
               IF C-IMAGE-IN(42:9) NOT NUMERIC
                   OR C-IMAGE-IN(42:9) = '000000000'
                   OR C-IMAGE-IN(51:9) NOT NUMERIC
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'COST AND SALVAGE MUST BE NUMERIC'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-FIXASSET-EXIT.
               IF C-IMAGE-IN(51:9) NOT < C-IMAGE-IN(42:9)
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'SALVAGE MUST BE LESS THAN COST' TO C-EDIT-MSG
                   GO TO L5-EDIT-FIXASSET-EXIT.
               IF C-IMAGE-IN(60:3) NOT NUMERIC
                   OR C-IMAGE-IN(60:3) = '000'
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'LIFE IN MONTHS MUST BE NUMERIC, NOT ZERO'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-FIXASSET-EXIT.
               MOVE C-IMAGE-IN(63:1) TO EF-ASSET-METHOD.
               IF NOT VAL-ASSET-METHODS
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'METHOD MUST BE S OR D' TO C-EDIT-MSG
                   GO TO L5-EDIT-FIXASSET-EXIT.
               IF C-IMAGE-IN(64:8) NOT NUMERIC
                   OR C-IMAGE-IN(72:9) NOT NUMERIC
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'DISPOSED DATE AND PROCEEDS MUST BE NUMERIC'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-FIXASSET-EXIT.
               IF C-IMAGE-IN(64:8) NOT = '00000000'
                   AND C-IMAGE-IN(64:8) < C-IMAGE-IN(34:8)
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'DISPOSED DATE IS BEFORE IN-SERVICE DATE'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-FIXASSET-EXIT.
               PERFORM VARYING C-TBL-SUB FROM 1 BY 1
                   UNTIL C-TBL-SUB > C-TBL-CTR
                       OR (C-TBL-SUB NOT = C-LINE-NO
                           AND MT-LINE(C-TBL-SUB)(1:6) =
                               C-IMAGE-IN(1:6))
               END-PERFORM.
               IF C-TBL-SUB <= C-TBL-CTR
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'ASSET ID ALREADY ON FILE' TO C-EDIT-MSG
                   GO TO L5-EDIT-FIXASSET-EXIT.

           L5-EDIT-FIXASSET-EXIT.
               EXIT.

           L5-EDIT-STMTFMT.
      *    GL ACCOUNT, STATEMENT CLASS (R REVENUE, C COST OF SALES,
      *    O OPERATING EXPENSE, A ASSET, L LIABILITY, E EQUITY),
      *    BUSINESS LINE (BLANK FOR GENERAL), AND THE CAPTION THE
      *    ACCOUNT PRINTS UNDER. AN ACCOUNT MAPS TO ONE LINE ONLY.
               IF C-IMAGE-IN(1:8) = SPACES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'GL ACCOUNT REQUIRED' TO C-EDIT-MSG
                   GO TO L5-EDIT-STMTFMT-EXIT.
               MOVE C-IMAGE-IN(9:1) TO EF-STMT-CLASS.
               IF NOT VAL-STMT-CLASSES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'CLASS MUST BE R, C, O, A, L, OR E'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-STMTFMT-EXIT.
               MOVE C-IMAGE-IN(10:8) TO EF-ASSET-LINE.
               IF EF-ASSET-LINE NOT = SPACES
                   AND NOT VAL-ASSET-LINES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'LINE MUST BE PIZZA, BOAT, RENT, POP, STUDENT'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-STMTFMT-EXIT.
               IF C-IMAGE-IN(18:20) = SPACES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'STATEMENT CAPTION REQUIRED' TO C-EDIT-MSG
                   GO TO L5-EDIT-STMTFMT-EXIT.
               PERFORM VARYING C-TBL-SUB FROM 1 BY 1
                   UNTIL C-TBL-SUB > C-TBL-CTR
                       OR (C-TBL-SUB NOT = C-LINE-NO
                           AND MT-LINE(C-TBL-SUB)(1:8) =
                               C-IMAGE-IN(1:8))
               END-PERFORM.
               IF C-TBL-SUB <= C-TBL-CTR
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'GL ACCOUNT ALREADY ON FILE' TO C-EDIT-MSG
                   GO TO L5-EDIT-STMTFMT-EXIT.

           L5-EDIT-STMTFMT-EXIT.
               EXIT.

           L5-EDIT-MAILPREF.
      *    CUSTMST.DAT CUSTOMER NUMBER, PREFERENCE C (ONE COMBINED
      *    MAILING - THE SEPARATE RENT STATEMENT IS HELD BACK) OR S
      *    (SEPARATE MAILINGS AS WELL), AND THE DATE THE CUSTOMER
      *    ASKED. ONE PREFERENCE PER CUSTOMER.
               IF C-IMAGE-IN(1:6) NOT NUMERIC
                   OR C-IMAGE-IN(1:6) = '000000'
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'CUSTOMER NUMBER MUST BE NUMERIC' TO C-EDIT-MSG
                   GO TO L5-EDIT-MAILPREF-EXIT.
               MOVE C-IMAGE-IN(7:1) TO EF-MAIL-PREF.
               IF NOT VAL-MAIL-PREFS
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'PREFERENCE MUST BE C OR S' TO C-EDIT-MSG
                   GO TO L5-EDIT-MAILPREF-EXIT.
               IF C-IMAGE-IN(8:8) NOT NUMERIC
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'DATE ASKED MUST BE NUMERIC YYYYMMDD'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-MAILPREF-EXIT.
               MOVE C-IMAGE-IN(12:2) TO EF-MONTH.
               MOVE C-IMAGE-IN(14:2) TO EF-DAY.
               IF EF-MONTH < 1 OR EF-MONTH > 12
                   OR EF-DAY < 1 OR EF-DAY > 31
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'DATE ASKED IS NOT A REAL DATE' TO C-EDIT-MSG
                   GO TO L5-EDIT-MAILPREF-EXIT.
               PERFORM VARYING C-TBL-SUB FROM 1 BY 1
                   UNTIL C-TBL-SUB > C-TBL-CTR
                       OR (C-TBL-SUB NOT = C-LINE-NO
                           AND MT-LINE(C-TBL-SUB)(1:6) =
                               C-IMAGE-IN(1:6))
               END-PERFORM.
               IF C-TBL-SUB <= C-TBL-CTR
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'CUSTOMER ALREADY HAS A PREFERENCE'
                       TO C-EDIT-MSG
                   GO TO L5-EDIT-MAILPREF-EXIT.

           L5-EDIT-MAILPREF-EXIT.
               EXIT.

           L5-EDIT-NSFFEE.
      *    PAYMENT SOURCE R (RENT), T (TUITION) OR L (BOAT LOAN) AND
      *    THE FEE CHARGED WHEN ONE OF ITS PAYMENTS COMES BACK FROM
      *    THE BANK. ONE FEE PER SOURCE.
               MOVE C-IMAGE-IN(1:1) TO EF-NSF-SOURCE.
               IF NOT VAL-NSF-SOURCES
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'SOURCE MUST BE R, T, OR L' TO C-EDIT-MSG
                   GO TO L5-EDIT-NSFFEE-EXIT.
               IF C-IMAGE-IN(2:6) NOT NUMERIC
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'FEE MUST BE NUMERIC 9999V99' TO C-EDIT-MSG
                   GO TO L5-EDIT-NSFFEE-EXIT.
               PERFORM VARYING C-TBL-SUB FROM 1 BY 1
                   UNTIL C-TBL-SUB > C-TBL-CTR
                       OR (C-TBL-SUB NOT = C-LINE-NO
                           AND MT-LINE(C-TBL-SUB)(1:1) =
                               C-IMAGE-IN(1:1))
               END-PERFORM.
               IF C-TBL-SUB <= C-TBL-CTR
                   MOVE 'N' TO C-EDIT-OK-SW
                   MOVE 'SOURCE ALREADY HAS A FEE' TO C-EDIT-MSG
                   GO TO L5-EDIT-NSFFEE-EXIT.

           L5-EDIT-NSFFEE-EXIT.
               EXIT.

           L3-LOAD-POP-TEAMS.
               MOVE 0     TO C-PTM-CTR.
               MOVE 'YES' TO MORE-POP-CTL.
               OPEN INPUT POP-CTL-FILE.
               PERFORM L4-LOAD-ONE-POP-TEAM
                   UNTIL MORE-POP-CTL = 'NO'.
               CLOSE POP-CTL-FILE.
               IF C-PTM-CTR = 0
                   DISPLAY 'NO TEAMS ON CBLPOPCB - ADD THE T RECORDS '
                       'BEFORE ROSTERING SELLERS'
               END-IF.

           L4-LOAD-ONE-POP-TEAM.
               READ POP-CTL-FILE
                   AT END
                       MOVE 'NO' TO MORE-POP-CTL.
               IF MORE-POP-CTL = 'YES' AND PC-TEAM
                   AND C-PTM-CTR < 20
                   ADD 1 TO C-PTM-CTR
                   MOVE PC-DATA(1:1) TO PTM-CODE(C-PTM-CTR)
               END-IF.

           L3-REWRITE-FILE.
               OPEN OUTPUT MAINT-FILE.
               PERFORM VARYING C-TBL-SUB FROM 1 BY 1
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'MAINTAUD.DAT' DELIMITED BY SIZE
               INTO FP-MAINTAUD-DAT.
           MOVE SPACES TO FP-CBLPOPCB-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CBLPOPCB.DAT' DELIMITED BY SIZE
               INTO FP-CBLPOPCB-DAT.

       END PROGRAM CBLHJB25.
