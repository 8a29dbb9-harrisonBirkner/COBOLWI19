      *OFFICE KEYS THE BANK STATEMENT ONTO BANKTRAN.DAT (DATE,
      *AMOUNT, DESCRIPTION) AND THIS MONTHLY RUN MATCHES IT
      *AGAINST THE POSTED RECEIPT FILES - RENT RECEIPTS ON
      *RENTRCPT.PST, HAND-WRITTEN DEPOSIT REFUNDS (TYPE F, REASON
      *MAN) ON DEPTRAN.PST, THE FUNDRAISER DEPOSIT EXTRACT
      *POPDEP.DAT, AND THE OUTSTANDING CHECKS ON THE CBLHJB82 CHECK
      *HISTORY CHKHIST.DAT. A STATEMENT LINE DESCRIBED AS CHECK
      *NNNNNN IS MATCHED TO THAT CHECK BY NUMBER AND THE CHECK IS
      *MARKED CLEARED ON CHKHIST.DAT; ANY OTHER BANK ITEM IS
      *MATCHED TO THE FIRST UNMATCHED POSTED ITEM OF THE SAME
      *AMOUNT. THE BANKRECN.PRT REPORT SHOWS MATCHED,
      *OUTSTANDING (POSTED BUT NOT YET CLEARED), AND UNKNOWN
      *ITEMS, AND CARRIES THE ADJUSTED BANK BALANCE - STATEMENT
      *TOTAL PLUS OUTSTANDING - TO BANKRECN.DAT. PROCESSED
               ASSIGN TO DYNAMIC FP-POPDEP-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHECK-HIST
               ASSIGN TO DYNAMIC FP-CHKHIST-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRAN-POSTED
               ASSIGN TO DYNAMIC FP-BANKTRAN-PST
                   ORGANIZATION IS LINE SEQUENTIAL.
           05 PD-PROGRAM-ID            PIC X(8).
           05 PD-RUN-DATE              PIC 9(8).

           FD CHECK-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS CK-REC
           RECORD CONTAINS 90 CHARACTERS.

       01 CK-REC.
           05 CK-CHECK-NO              PIC 9(6).
           05 CK-ISSUE-DATE            PIC 9(8).
           05 CK-PAY-TYPE              PIC X.
           05 CK-PAYEE-KEY             PIC X(6).
           05 CK-PAYEE-NAME            PIC X(25).
           05 CK-AMOUNT                PIC 9(7)V99.
           05 CK-MEMO                  PIC X(20).
           05 CK-STATUS                PIC X.
               88 CK-OUTSTANDING       VALUE 'I'.
           05 CK-STATUS-DATE           PIC 9(8).
           05 CK-REISSUE-OF            PIC 9(6).

           FD TRAN-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS BK-PST-REC
           05 FP-RENTRCPT-PST        PIC X(40)   VALUE SPACES.
           05 FP-DEPTRAN-PST         PIC X(40)   VALUE SPACES.
           05 FP-POPDEP-DAT          PIC X(40)   VALUE SPACES.
           05 FP-CHKHIST-DAT         PIC X(40)   VALUE SPACES.
           05 FP-BANKTRAN-PST        PIC X(40)   VALUE SPACES.
           05 FP-BANKRECN-DAT        PIC X(40)   VALUE SPACES.
           05 FP-BANKRECN-PRT        PIC X(40)   VALUE SPACES.
               05 C-WRK-SOURCE         PIC X(4)    VALUE SPACES.
               05 C-WRK-DATE           PIC 9(8)    VALUE 0.
               05 C-WRK-AMOUNT         PIC 9(7)V99 VALUE 0.
               05 C-WRK-CHECK-SUB      PIC 9(4)    VALUE 0.
               05 C-CKT-CTR            PIC 9(4)    VALUE 0.
               05 C-CKT-SUB            PIC 9(4)    VALUE 0.
               05 C-CLEARED-CTR        PIC 9(5)    VALUE 0.
               05 C-BANK-CHECK-SW      PIC X       VALUE 'N'.
                  88 C-BANK-CHECK      VALUE 'Y'.
               05 C-RUNLOG-DATE.
                   10 C-RUNLOG-YEAR    PIC 9(4)   VALUE 0.
                   10 C-RUNLOG-MONTH   PIC 99     VALUE 0.
                   10 PST-DATE         PIC 9(8).
                   10 PST-AMOUNT       PIC 9(7)V99.
                   10 PST-MATCHED-SW   PIC X.
                   10 PST-CHECK-SUB    PIC 9(4).

      *    THE CHECK HISTORY, REWRITTEN WITH THE CHECKS THAT CLEARED.
           01 CHECK-TABLE.
               05 CKT-ENTRY            OCCURS 5000 TIMES.
                   10 CKT-RECORD       PIC X(90).
                   10 CKT-FIELDS REDEFINES CKT-RECORD.
                       15 CKT-CHECK-NO     PIC 9(6).
                       15 FILLER           PIC X(40).
                       15 CKT-AMOUNT       PIC 9(7)V99.
                       15 FILLER           PIC X(20).
                       15 CKT-STATUS       PIC X.
                       15 CKT-STATUS-DATE  PIC 9(8).
                       15 FILLER           PIC X(6).

           01 TITLE-LINE.
               05 FILLER               PIC X(6)    VALUE 'DATE: '.
               05 OD-PST-YY            PIC X(4).
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 OD-AMOUNT            PIC $$$$,$$9.99.
               05 FILLER               PIC X(4)    VALUE SPACES.
               05 OD-CHECK-NO          PIC X(6).

           01 OUT-NONE-LINE.
               05 FILLER               PIC X(40)   VALUE SPACES.
               05 FILLER               PIC X(13)
                  VALUE 'OUTSTANDING: '.
               05 GT-OUT-CTR           PIC ZZ,ZZ9.
               05 FILLER               PIC X(5)    VALUE SPACES.
               05 FILLER               PIC X(16)
                  VALUE 'CHECKS CLEARED: '.
               05 GT-CLEARED-CTR       PIC ZZ,ZZ9.

           01 TOTAL-LINE2.
               05 FILLER               PIC X(17)
               IF PD-TOT-DEP > 0
                   PERFORM L4-ADD-POP-ITEM
               END-IF.
               OPEN INPUT CHECK-HIST.
               MOVE 'YES' TO MORE-POSTED.
               PERFORM L3-LOAD-CHECK-HIST
                   UNTIL MORE-POSTED = 'NO'.
               CLOSE CHECK-HIST.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN OUTPUT PRTOUT.
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL
               MOVE C-MATCH-CTR            TO GT-MATCH-CTR.
               MOVE C-UNKNOWN-CTR          TO GT-UNKNOWN-CTR.
               MOVE C-OUT-CTR              TO GT-OUT-CTR.
               MOVE C-CLEARED-CTR          TO GT-CLEARED-CTR.
               WRITE PRTLINE FROM TOTAL-LINE1
                   AFTER ADVANCING 3 LINES.
               MOVE C-STMT-TOTAL           TO GT-STMT-TOTAL.
               MOVE C-RECON-DATE           TO RO-RECON-DATE.
               WRITE RO-REC.
               CLOSE RECON-OUT.
               IF C-CLEARED-CTR > 0
                   OPEN OUTPUT CHECK-HIST
                   PERFORM VARYING C-CKT-SUB FROM 1 BY 1
                       UNTIL C-CKT-SUB > C-CKT-CTR
                           MOVE CKT-RECORD(C-CKT-SUB) TO CK-REC
                           WRITE CK-REC
                   END-PERFORM
                   CLOSE CHECK-HIST
               END-IF.
               PERFORM L3-WRITE-RUN-LOG.
               CLOSE TRAN-INPUT.
               CLOSE TRAN-POSTED.
                   AT END
                       MOVE 'NO' TO MORE-POSTED
                   NOT AT END
      *    A REFUND THE DISBURSEMENT RUN PAID CLEARS AS ITS CHECK;
      *    ONLY THE HAND-WRITTEN ONES (REASON MAN) ARE MATCHED HERE.
                       IF DT-TYPE = 'F' AND DT-REASON = 'MAN'
                           MOVE 'DEPR'    TO C-WRK-SOURCE
                           MOVE DT-DATE   TO C-WRK-DATE
                           MOVE DT-AMOUNT TO C-WRK-AMOUNT
               MOVE PD-TOT-DEP  TO C-WRK-AMOUNT.
               PERFORM L4-STORE-POSTED-ITEM.

           L3-LOAD-CHECK-HIST.
               READ CHECK-HIST
                   AT END
                       MOVE 'NO' TO MORE-POSTED
                   NOT AT END
                       IF C-CKT-CTR < 5000
                           ADD 1 TO C-CKT-CTR
                           MOVE CK-REC TO CKT-RECORD(C-CKT-CTR)
                           IF CK-OUTSTANDING
                               MOVE 'CHK '        TO C-WRK-SOURCE
                               MOVE CK-ISSUE-DATE TO C-WRK-DATE
                               MOVE CK-AMOUNT     TO C-WRK-AMOUNT
                               MOVE C-CKT-CTR     TO C-WRK-CHECK-SUB
                               PERFORM L4-STORE-POSTED-ITEM
                               MOVE 0             TO C-WRK-CHECK-SUB
                           END-IF
                       ELSE
                           DISPLAY 'CBLHJB52 - CHECK-TABLE OVERFLOW, '
                               'RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-POSTED
                       END-IF
               END-READ.

           L4-STORE-POSTED-ITEM.
               IF C-PST-CTR < 3000
                   ADD 1 TO C-PST-CTR
                   MOVE C-WRK-DATE   TO PST-DATE(C-PST-CTR)
                   MOVE C-WRK-AMOUNT TO PST-AMOUNT(C-PST-CTR)
                   MOVE 'N' TO PST-MATCHED-SW(C-PST-CTR)
                   MOVE C-WRK-CHECK-SUB TO PST-CHECK-SUB(C-PST-CTR)
               ELSE
                   IF NOT C-PST-OVFL
                       SET C-PST-OVFL TO TRUE
               MOVE BK-DATE(1:4)           TO D-BNK-YY.
               MOVE BK-AMOUNT              TO D-AMOUNT.
               MOVE BK-DESC                TO D-DESC.
      *    THE BANK PRINTS CHECK NNNNNN ON EVERY CHECK IT PAYS - THE
      *    NUMBER, NOT THE AMOUNT, SAYS WHICH CHECK CLEARED.
               MOVE 'N'                    TO C-BANK-CHECK-SW.
               IF BK-DESC(1:6) = 'CHECK ' AND BK-DESC(7:6) NUMERIC
                   SET C-BANK-CHECK TO TRUE
                   PERFORM VARYING C-PST-SUB FROM 1 BY 1
                       UNTIL C-PST-SUB > C-PST-CTR
                           OR (PST-MATCHED-SW(C-PST-SUB) = 'N'
                               AND PST-CHECK-SUB(C-PST-SUB) > 0
                               AND CKT-CHECK-NO(PST-CHECK-SUB
                                   (C-PST-SUB)) = BK-DESC(7:6))
                   END-PERFORM
                   IF C-PST-SUB <= C-PST-CTR
                       AND BK-AMOUNT NOT = PST-AMOUNT(C-PST-SUB)
                       MOVE C-PST-CTR TO C-PST-SUB
                       ADD 1 TO C-PST-SUB
                   END-IF
               ELSE
                   PERFORM VARYING C-PST-SUB FROM 1 BY 1
                       UNTIL C-PST-SUB > C-PST-CTR
                           OR (PST-MATCHED-SW(C-PST-SUB) = 'N'
                               AND BK-AMOUNT = PST-AMOUNT(C-PST-SUB))
                   END-PERFORM
               END-IF.
               IF C-PST-SUB <= C-PST-CTR
                   AND PST-CHECK-SUB(C-PST-SUB) > 0
                   MOVE PST-CHECK-SUB(C-PST-SUB) TO C-CKT-SUB
                   MOVE 'C'     TO CKT-STATUS(C-CKT-SUB)
                   MOVE BK-DATE TO CKT-STATUS-DATE(C-CKT-SUB)
                   ADD 1 TO C-CLEARED-CTR
               END-IF.
               IF C-PST-SUB <= C-PST-CTR
                   ADD 1 TO C-MATCH-CTR
                   MOVE 'Y' TO PST-MATCHED-SW(C-PST-SUB)
                       INTO D-DISPOSITION
               ELSE
                   ADD 1 TO C-UNKNOWN-CTR
                   IF C-BANK-CHECK
                       MOVE 'UNKNOWN - CHECK NOT BOOKED'
                           TO D-DISPOSITION
                   ELSE
                       MOVE 'UNKNOWN - NOT ON BOOKS    '
                           TO D-DISPOSITION
                   END-IF
               END-IF.
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                   MOVE PST-DATE(C-PST-SUB)(7:2)  TO OD-PST-DD
                   MOVE PST-DATE(C-PST-SUB)(1:4)  TO OD-PST-YY
                   MOVE PST-AMOUNT(C-PST-SUB)     TO OD-AMOUNT
                   MOVE SPACES                    TO OD-CHECK-NO
                   IF PST-CHECK-SUB(C-PST-SUB) > 0
                       MOVE CKT-CHECK-NO(PST-CHECK-SUB(C-PST-SUB))
                           TO OD-CHECK-NO
                   END-IF
                   WRITE PRTLINE FROM OUT-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'POPDEP.DAT' DELIMITED BY SIZE
               INTO FP-POPDEP-DAT.
           MOVE SPACES TO FP-CHKHIST-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'CHKHIST.DAT' DELIMITED BY SIZE
               INTO FP-CHKHIST-DAT.
           MOVE SPACES TO FP-BANKTRAN-PST.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'BANKTRAN.PST' DELIMITED BY SIZE
