      *EVERY TRANSACTION WITH THE BALANCE BEFORE AND AFTER. THE
      *RUN CLOSES WITH THE SHRINKAGE PAGE - BOOK VS COUNTED WITH
      *THE VARIANCE BY INGREDIENT FOR EVERY COUNT POSTED - SO WE
      *FINALLY SEE WHERE THE CHEESE IS GOING. STOCK IS ALSO HELD BY
      *LOT ON INGLOTS.DAT: A RECEIPT NAMES THE STORE, EXPIRATION
      *DATE, AND UNIT COST AND OPENS A NEW LOT; A COUNT BELOW BOOK
      *RELIEVES THE OLDEST LOTS FIRST, AND A COUNT ABOVE BOOK OPENS
      *A LOT FOR THE OVERAGE. THE ON-HAND UNIT COST IS RESTATED AS
      *THE WEIGHTED COST OF THE LOTS STILL ON HAND. BOOK STOCK NOT
      *YET IN ANY LOT (ON HAND BEFORE LOTS WERE KEPT) IS CARRIED AS
      *AN OPENING LOT, OLDEST OF ALL, SO IT IS USED FIRST. A
      *RECEIPT ALSO QUOTES THE PO NUMBER IT WAS DELIVERED AGAINST,
      *SO THE PAYABLES MATCH (CBLHJB69) CAN TIE INVOICE TO RECEIPT.
      *EVERY RECORD THE RUN CHANGES ON INGONHND.DAT IS JOURNALED TO
      *AIJRNL.DAT (CBLAIJRN) SO CBLHJB91 CAN ROLL A RESTORED GENERATION
      *FORWARD.
       PROGRAM-ID. CBLHJB35.
           AUTHOR. HARRISON BIRKNER.

               ASSIGN TO DYNAMIC FP-INGTRAN-PST
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INGRED-LOTS
               ASSIGN TO DYNAMIC FP-INGLOTS-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DYNAMIC FP-INGPOST-PRT
                   ORGANIZATION IS RECORD SEQUENTIAL.
           FD TRAN-INPUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS IT-REC
           RECORD CONTAINS 62 CHARACTERS.

       01 IT-REC.
           05 IT-INGREDIENT            PIC X(20).
              88 IT-ADJUST             VALUE 'A'.
           05 IT-QTY                   PIC 9(7)V99.
           05 IT-DATE                  PIC 9(8).
           05 IT-STORE                 PIC XX.
              88 VAL-IT-STORES         VALUE '01','02','03'.
           05 IT-EXPIRE-DATE           PIC 9(8).
           05 IT-UNIT-COST             PIC 9(4)V99.
           05 IT-PO-NO                 PIC X(8).

           FD INGRED-ONHAND
           LABEL RECORD IS STANDARD
           FD TRAN-POSTED
           LABEL RECORD IS STANDARD
           DATA RECORD IS IT-PST-REC
           RECORD CONTAINS 62 CHARACTERS.

       01 IT-PST-REC                   PIC X(62).

           FD INGRED-LOTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LT-REC
           RECORD CONTAINS 69 CHARACTERS.

       01 LT-REC.
           05 LT-LOT-NO                PIC 9(7).
           05 LT-INGREDIENT            PIC X(20).
           05 LT-STORE                 PIC XX.
           05 LT-RECV-DATE             PIC 9(8).
           05 LT-EXP-DATE              PIC 9(8).
           05 LT-QTY-RECV              PIC 9(7)V99.
           05 LT-QTY-REMAIN            PIC 9(7)V99.
           05 LT-UNIT-COST             PIC 9(4)V99.

           FD PRTOUT
           LABEL RECORD IS OMITTED
           05 FP-INGTRAN-DAT         PIC X(40)   VALUE SPACES.
           05 FP-INGONHND-DAT        PIC X(40)   VALUE SPACES.
           05 FP-INGTRAN-PST         PIC X(40)   VALUE SPACES.
           05 FP-INGLOTS-DAT         PIC X(40)   VALUE SPACES.
           05 FP-INGPOST-PRT         PIC X(40)   VALUE SPACES.
           05 FP-RUNCTL-DAT          PIC X(40)   VALUE SPACES.
           05 FP-RUNLOG-DAT          PIC X(40)   VALUE SPACES.
           01 MISC.
               05 MORE-RECS            PIC X(3)    VALUE 'YES'.
               05 MORE-ONHAND          PIC X(3)    VALUE 'YES'.
               05 MORE-LOTS            PIC X(3)    VALUE 'YES'.
               05 C-TRAN-STATUS        PIC XX      VALUE '00'.
               05 C-ONHAND-STATUS      PIC XX      VALUE '00'.
               05 C-JOB-ABEND-SW       PIC X       VALUE 'N'.
               05 C-SHR-OVFL-SW        PIC X       VALUE 'N'.
                  88 C-SHR-OVFL        VALUE 'Y'.
               05 C-OLD-QTY            PIC 9(7)V99 VALUE 0.
               05 C-LOT-CTR            PIC 9(4)    VALUE 0.
               05 C-LOT-SUB            PIC 9(4)    VALUE 0.
               05 C-OLDEST-SUB         PIC 9(4)    VALUE 0.
               05 C-NEXT-LOT-NO        PIC 9(7)    VALUE 0.
               05 C-LOT-TOTAL          PIC 9(9)V99 VALUE 0.
               05 C-LOT-VALUE          PIC 9(11)V99 VALUE 0.
               05 C-RELIEVE-QTY        PIC 9(7)V99 VALUE 0.
               05 C-TAKE-QTY           PIC 9(7)V99 VALUE 0.
               05 C-ADD-QTY            PIC 9(7)V99 VALUE 0.
               05 C-ADD-STORE          PIC XX      VALUE SPACES.
               05 C-ADD-RECV-DATE      PIC 9(8)    VALUE 0.
               05 C-ADD-EXP-DATE       PIC 9(8)    VALUE 0.
               05 C-ADD-COST           PIC 9(4)V99 VALUE 0.
               05 C-LOTS-LEFT-SW       PIC X       VALUE 'Y'.
                  88 C-LOTS-LEFT       VALUE 'Y'.
               05 C-VAL-DATE           PIC X(8)    VALUE SPACES.
               05 C-DATE-STATUS        PIC X       VALUE 'N'.
               05 C-VARIANCE           PIC S9(7)V99 VALUE 0.
               05 C-GT-VARIANCE        PIC S9(9)V99 VALUE 0.
               05 C-RUNLOG-DATE.
                   10 CURRENT-MONTH    PIC XX.
                   10 CURRENT-DAY      PIC XX.
                   10 CURRENT-TIME     PIC X(11).
               05 C-AIJ-FUNCTION       PIC X       VALUE SPACE.
               05 C-AIJ-FILE           PIC X(12)   VALUE SPACES.
               05 C-AIJ-PROGRAM        PIC X(8)    VALUE 'CBLHJB35'.

           01 ONHAND-TABLE.
               05 ONHAND-ENTRY         OCCURS 100 TIMES.
                   10 ONH-ON-HAND      PIC 9(7)V99.
                   10 ONH-UNIT-COST    PIC 9(4)V99.

           01 LOT-TABLE.
               05 LOT-ENTRY            OCCURS 2000 TIMES.
                   10 LOT-NO           PIC 9(7).
                   10 LOT-INGREDIENT   PIC X(20).
                   10 LOT-STORE        PIC XX.
                   10 LOT-RECV-DATE    PIC 9(8).
                   10 LOT-EXP-DATE     PIC 9(8).
                   10 LOT-QTY-RECV     PIC 9(7)V99.
                   10 LOT-QTY-REMAIN   PIC 9(7)V99.
                   10 LOT-UNIT-COST    PIC 9(4)V99.

           01 SHRINK-TABLE.
               05 SHRINK-ENTRY         OCCURS 100 TIMES.
                   10 SHR-NAME         PIC X(20).
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               OPEN INPUT INGRED-LOTS.
               PERFORM L3-LOAD-LOTS
                   UNTIL MORE-LOTS = 'NO'.
               CLOSE INGRED-LOTS.
               IF C-JOB-ABEND
                   STOP RUN
               END-IF.
               PERFORM L3-SYNC-LOTS
                   VARYING C-ONH-SUB FROM 1 BY 1
                       UNTIL C-ONH-SUB > C-ONH-CTR.
               OPEN OUTPUT PRTOUT.
               OPEN INPUT RUN-CONTROL.
               READ RUN-CONTROL

           L2-CLOSING.
               PERFORM L3-REWRITE-ONHAND.
               PERFORM L3-REWRITE-LOTS.
               PERFORM L3-SHRINKAGE-REPORT.
               PERFORM L3-TOTALS.
               PERFORM L3-WRITE-RUN-LOG.
               END-READ.

           L3-POST-TRAN.
               MOVE 'N'                    TO C-DATE-STATUS.
               IF IT-RECEIPT
                   MOVE IT-EXPIRE-DATE     TO C-VAL-DATE
                   CALL 'CBLDATEV' USING C-VAL-DATE, C-DATE-STATUS
                   IF C-DATE-STATUS = 'Y'
                       AND IT-EXPIRE-DATE < IT-DATE
                       MOVE 'N'            TO C-DATE-STATUS
                   END-IF
               END-IF.
               MOVE IT-INGREDIENT          TO D-INGREDIENT.
               MOVE IT-TYPE                TO D-TYPE.
               MOVE IT-DATE(5:2)           TO D-DATE-MM.
                       MOVE 0              TO D-NEW-QTY
                       MOVE 'REJECTED - NO SUCH INGRED '
                           TO D-REMARKS
                   WHEN IT-RECEIPT AND NOT VAL-IT-STORES
                       ADD 1 TO C-REJECT-CTR
                       MOVE 0              TO D-OLD-QTY
                       MOVE 0              TO D-NEW-QTY
                       MOVE 'REJECTED - STORE NOT 01-03'
                           TO D-REMARKS
                   WHEN IT-RECEIPT AND C-DATE-STATUS NOT = 'Y'
                       ADD 1 TO C-REJECT-CTR
                       MOVE 0              TO D-OLD-QTY
                       MOVE 0              TO D-NEW-QTY
                       MOVE 'REJECTED - BAD EXPIRE DATE'
                           TO D-REMARKS
                   WHEN IT-RECEIPT AND C-LOT-CTR NOT < 2000
                       ADD 1 TO C-REJECT-CTR
                       MOVE 0              TO D-OLD-QTY
                       MOVE 0              TO D-NEW-QTY
                       MOVE 'REJECTED - LOT TABLE FULL '
                           TO D-REMARKS
                       DISPLAY 'CBLHJB35 - LOT-TABLE FULL, RECEIPT '
                           'REJECTED FOR ' IT-INGREDIENT
                       MOVE 8 TO RETURN-CODE
                   WHEN IT-RECEIPT
                       ADD 1 TO C-APPLIED-CTR
                       MOVE ONH-ON-HAND(C-ONH-SUB) TO C-OLD-QTY
                       MOVE C-OLD-QTY      TO D-OLD-QTY
                       ADD IT-QTY          TO ONH-ON-HAND(C-ONH-SUB)
                       MOVE ONH-ON-HAND(C-ONH-SUB) TO D-NEW-QTY
                       MOVE IT-QTY         TO C-ADD-QTY
                       MOVE IT-STORE       TO C-ADD-STORE
                       MOVE IT-DATE        TO C-ADD-RECV-DATE
                       MOVE IT-EXPIRE-DATE TO C-ADD-EXP-DATE
                       IF IT-UNIT-COST IS NUMERIC
                           AND IT-UNIT-COST > 0
                           MOVE IT-UNIT-COST TO C-ADD-COST
                       ELSE
                           MOVE ONH-UNIT-COST(C-ONH-SUB)
                               TO C-ADD-COST
                       END-IF
                       PERFORM L4-ADD-LOT
                       PERFORM L4-COST-FROM-LOTS
                       MOVE SPACES         TO D-REMARKS
                       STRING 'RECEIPT POSTED LOT ' C-NEXT-LOT-NO
                           DELIMITED BY SIZE INTO D-REMARKS
                   WHEN OTHER
                       ADD 1 TO C-APPLIED-CTR
                       MOVE ONH-ON-HAND(C-ONH-SUB) TO C-OLD-QTY
                       MOVE C-OLD-QTY      TO D-OLD-QTY
                       PERFORM L4-NOTE-SHRINKAGE
                       PERFORM L4-ADJUST-LOTS
                       MOVE IT-QTY         TO ONH-ON-HAND(C-ONH-SUB)
                       MOVE ONH-ON-HAND(C-ONH-SUB) TO D-NEW-QTY
                       PERFORM L4-COST-FROM-LOTS
                       MOVE 'ADJUSTED TO COUNT         '
                           TO D-REMARKS
               END-EVALUATE.
                   END-IF
               END-IF.

      *    A COUNT BELOW BOOK TAKES THE SHORTAGE FROM THE OLDEST
      *    LOTS FIRST, WHATEVER THE STORE. A COUNT ABOVE BOOK OPENS A
      *    LOT FOR THE OVERAGE AT THE CURRENT COST WITH NO EXPIRATION,
      *    SINCE NOBODY KNOWS WHEN STOCK THAT TURNED UP WAS BOUGHT.
           L4-ADJUST-LOTS.
               IF IT-QTY < C-OLD-QTY
                   COMPUTE C-RELIEVE-QTY = C-OLD-QTY - IT-QTY
                   PERFORM L4-RELIEVE-FIFO
               END-IF.
               IF IT-QTY > C-OLD-QTY
                   COMPUTE C-ADD-QTY = IT-QTY - C-OLD-QTY
                   IF VAL-IT-STORES
                       MOVE IT-STORE       TO C-ADD-STORE
                   ELSE
                       MOVE SPACES         TO C-ADD-STORE
                   END-IF
                   MOVE IT-DATE            TO C-ADD-RECV-DATE
                   MOVE 99999999           TO C-ADD-EXP-DATE
                   MOVE ONH-UNIT-COST(C-ONH-SUB) TO C-ADD-COST
                   PERFORM L4-ADD-LOT
               END-IF.

           L3-LOAD-LOTS.
               READ INGRED-LOTS
                   AT END
                       MOVE 'NO' TO MORE-LOTS
                   NOT AT END
                       IF LT-LOT-NO > C-NEXT-LOT-NO
                           MOVE LT-LOT-NO TO C-NEXT-LOT-NO
                       END-IF
                       IF C-LOT-CTR < 2000
                           ADD 1 TO C-LOT-CTR
                           MOVE LT-LOT-NO     TO LOT-NO(C-LOT-CTR)
                           MOVE LT-INGREDIENT TO
                               LOT-INGREDIENT(C-LOT-CTR)
                           MOVE LT-STORE      TO LOT-STORE(C-LOT-CTR)
                           MOVE LT-RECV-DATE  TO
                               LOT-RECV-DATE(C-LOT-CTR)
                           MOVE LT-EXP-DATE   TO
                               LOT-EXP-DATE(C-LOT-CTR)
                           MOVE LT-QTY-RECV   TO
                               LOT-QTY-RECV(C-LOT-CTR)
                           MOVE LT-QTY-REMAIN TO
                               LOT-QTY-REMAIN(C-LOT-CTR)
                           MOVE LT-UNIT-COST  TO
                               LOT-UNIT-COST(C-LOT-CTR)
                       ELSE
                           DISPLAY 'CBLHJB35 - LOT-TABLE OVERFLOW, '
                               'RUN HALTED'
                           MOVE 16 TO RETURN-CODE
                           SET C-JOB-ABEND TO TRUE
                           MOVE 'NO' TO MORE-LOTS
                       END-IF
               END-READ.

      *    THE LOTS OF AN INGREDIENT MUST ADD UP TO ITS BOOK ON-HAND.
      *    BOOK STOCK NOT YET IN ANY LOT BECOMES AN OPENING LOT DATED
      *    ZERO, SO IT IS THE FIRST STOCK USED; LOTS HOLDING MORE THAN
      *    THE BOOK ARE RELIEVED OLDEST FIRST DOWN TO IT.
           L3-SYNC-LOTS.
               PERFORM L4-SUM-LOTS.
               IF ONH-ON-HAND(C-ONH-SUB) > C-LOT-TOTAL
                   COMPUTE C-ADD-QTY =
                       ONH-ON-HAND(C-ONH-SUB) - C-LOT-TOTAL
                   MOVE SPACES             TO C-ADD-STORE
                   MOVE 0                  TO C-ADD-RECV-DATE
                   MOVE 99999999           TO C-ADD-EXP-DATE
                   MOVE ONH-UNIT-COST(C-ONH-SUB) TO C-ADD-COST
                   PERFORM L4-ADD-LOT
               END-IF.
               IF ONH-ON-HAND(C-ONH-SUB) < C-LOT-TOTAL
                   COMPUTE C-RELIEVE-QTY =
                       C-LOT-TOTAL - ONH-ON-HAND(C-ONH-SUB)
                   PERFORM L4-RELIEVE-FIFO
               END-IF.
               PERFORM L4-COST-FROM-LOTS.

           L4-SUM-LOTS.
               MOVE 0                      TO C-LOT-TOTAL.
               MOVE 0                      TO C-LOT-VALUE.
               PERFORM VARYING C-LOT-SUB FROM 1 BY 1
                   UNTIL C-LOT-SUB > C-LOT-CTR
                   IF LOT-INGREDIENT(C-LOT-SUB) = ONH-NAME(C-ONH-SUB)
                       ADD LOT-QTY-REMAIN(C-LOT-SUB) TO C-LOT-TOTAL
                       COMPUTE C-LOT-VALUE = C-LOT-VALUE +
                           LOT-QTY-REMAIN(C-LOT-SUB) *
                           LOT-UNIT-COST(C-LOT-SUB)
                   END-IF
               END-PERFORM.

      *    THE ON-HAND UNIT COST FOLLOWS THE LOTS STILL ON THE SHELF;
      *    WITH NOTHING ON HAND THE LAST COST IS KEPT FOR PRICING.
           L4-COST-FROM-LOTS.
               PERFORM L4-SUM-LOTS.
               IF C-LOT-TOTAL > 0
                   COMPUTE ONH-UNIT-COST(C-ONH-SUB) ROUNDED =
                       C-LOT-VALUE / C-LOT-TOTAL
               END-IF.

           L4-ADD-LOT.
               IF C-LOT-CTR < 2000
                   ADD 1 TO C-LOT-CTR
                   ADD 1 TO C-NEXT-LOT-NO
                   MOVE C-NEXT-LOT-NO      TO LOT-NO(C-LOT-CTR)
                   MOVE ONH-NAME(C-ONH-SUB)
                       TO LOT-INGREDIENT(C-LOT-CTR)
                   MOVE C-ADD-STORE        TO LOT-STORE(C-LOT-CTR)
                   MOVE C-ADD-RECV-DATE    TO LOT-RECV-DATE(C-LOT-CTR)
                   MOVE C-ADD-EXP-DATE     TO LOT-EXP-DATE(C-LOT-CTR)
                   MOVE C-ADD-QTY          TO LOT-QTY-RECV(C-LOT-CTR)
                   MOVE C-ADD-QTY          TO LOT-QTY-REMAIN(C-LOT-CTR)
                   MOVE C-ADD-COST         TO LOT-UNIT-COST(C-LOT-CTR)
               ELSE
                   DISPLAY 'CBLHJB35 - LOT-TABLE FULL, '
                       ONH-NAME(C-ONH-SUB) ' HELD AS OPENING STOCK'
                   MOVE 8 TO RETURN-CODE
               END-IF.

           L4-RELIEVE-FIFO.
               MOVE 'Y'                    TO C-LOTS-LEFT-SW.
               PERFORM L5-TAKE-OLDEST-LOT
                   UNTIL C-RELIEVE-QTY = 0
                       OR NOT C-LOTS-LEFT.

           L5-TAKE-OLDEST-LOT.
               MOVE 0                      TO C-OLDEST-SUB.
               PERFORM VARYING C-LOT-SUB FROM 1 BY 1
                   UNTIL C-LOT-SUB > C-LOT-CTR
                   IF LOT-INGREDIENT(C-LOT-SUB) = ONH-NAME(C-ONH-SUB)
                       AND LOT-QTY-REMAIN(C-LOT-SUB) > 0
                       IF C-OLDEST-SUB = 0
                           MOVE C-LOT-SUB  TO C-OLDEST-SUB
                       ELSE
                           IF LOT-RECV-DATE(C-LOT-SUB) <
                                   LOT-RECV-DATE(C-OLDEST-SUB)
                               OR (LOT-RECV-DATE(C-LOT-SUB) =
                                   LOT-RECV-DATE(C-OLDEST-SUB)
                               AND LOT-NO(C-LOT-SUB) <
                                   LOT-NO(C-OLDEST-SUB))
                               MOVE C-LOT-SUB TO C-OLDEST-SUB
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
               IF C-OLDEST-SUB = 0
                   MOVE 'N'                TO C-LOTS-LEFT-SW
               ELSE
                   IF LOT-QTY-REMAIN(C-OLDEST-SUB) < C-RELIEVE-QTY
                       MOVE LOT-QTY-REMAIN(C-OLDEST-SUB)
                           TO C-TAKE-QTY
                   ELSE
                       MOVE C-RELIEVE-QTY  TO C-TAKE-QTY
                   END-IF
                   SUBTRACT C-TAKE-QTY FROM
                       LOT-QTY-REMAIN(C-OLDEST-SUB)
                   SUBTRACT C-TAKE-QTY FROM C-RELIEVE-QTY
               END-IF.

           L3-REWRITE-LOTS.
      *    EMPTIED LOTS ARE DROPPED; INGTRAN.PST KEEPS THE RECEIPT.
               OPEN OUTPUT INGRED-LOTS.
               PERFORM L4-REWRITE-ONE-LOT
                   VARYING C-LOT-SUB FROM 1 BY 1
                       UNTIL C-LOT-SUB > C-LOT-CTR.
               CLOSE INGRED-LOTS.

           L4-REWRITE-ONE-LOT.
               IF LOT-QTY-REMAIN(C-LOT-SUB) > 0
                   MOVE LOT-NO(C-LOT-SUB)        TO LT-LOT-NO
                   MOVE LOT-INGREDIENT(C-LOT-SUB) TO LT-INGREDIENT
                   MOVE LOT-STORE(C-LOT-SUB)     TO LT-STORE
                   MOVE LOT-RECV-DATE(C-LOT-SUB) TO LT-RECV-DATE
                   MOVE LOT-EXP-DATE(C-LOT-SUB)  TO LT-EXP-DATE
                   MOVE LOT-QTY-RECV(C-LOT-SUB)  TO LT-QTY-RECV
                   MOVE LOT-QTY-REMAIN(C-LOT-SUB) TO LT-QTY-REMAIN
                   MOVE LOT-UNIT-COST(C-LOT-SUB) TO LT-UNIT-COST
                   WRITE LT-REC
               END-IF.

           L3-REWRITE-ONHAND.
               MOVE 'B'                TO C-AIJ-FUNCTION.
               MOVE 'INGONHND.DAT'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.
               OPEN OUTPUT INGRED-ONHAND.
               PERFORM L4-REWRITE-ONE-ONHAND
                   VARYING C-ONH-SUB FROM 1 BY 1
                       UNTIL C-ONH-SUB > C-ONH-CTR.
               CLOSE INGRED-ONHAND.
               MOVE 'E'                TO C-AIJ-FUNCTION.
               MOVE 'INGONHND.DAT'     TO C-AIJ-FILE.
               CALL 'CBLAIJRN' USING C-AIJ-FUNCTION, C-AIJ-FILE,
                   C-AIJ-PROGRAM.

           L4-REWRITE-ONE-ONHAND.
               MOVE ONH-NAME(C-ONH-SUB)      TO ING-NAME.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INGTRAN.PST' DELIMITED BY SIZE
               INTO FP-INGTRAN-PST.
           MOVE SPACES TO FP-INGLOTS-DAT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INGLOTS.DAT' DELIMITED BY SIZE
               INTO FP-INGLOTS-DAT.
           MOVE SPACES TO FP-INGPOST-PRT.
           STRING FP-REGION-DIR DELIMITED BY SPACE
               'INGPOST.PRT' DELIMITED BY SIZE
