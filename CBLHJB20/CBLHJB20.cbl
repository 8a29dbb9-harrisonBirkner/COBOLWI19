
           01 EXPECTED-PROGRAMS.
               05 FILLER  PIC X(8) VALUE 'CBLHJB57'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB83'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB60'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB10'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB00'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB01'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB66'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB68'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB69'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB71'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB72'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB73'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB74'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB76'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB14'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB13'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB39'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB02'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB03'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB16'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB90'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB04'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB78'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB80'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB89'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB15'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB17'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB92'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB82'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB05'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB06'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB19'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB59'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB12'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB62'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB63'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB64'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB93'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB94'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB95'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB07'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB53'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB85'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB87'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB26'.
               05 FILLER  PIC X(8) VALUE 'CBLHJB21'.
           01 EXPECTED-PROGRAM-TABLE REDEFINES EXPECTED-PROGRAMS.
               05 EXP-PROGRAM          PIC X(8) OCCURS 46 TIMES.

           01 LOG-TABLE.
               05 LOG-ENTRY            OCCURS 2000 TIMES.

           L2-DASHBOARD.
               PERFORM VARYING C-EXP-SUB FROM 1 BY 1
                   UNTIL C-EXP-SUB > 46
                       PERFORM L3-ONE-PROGRAM
               END-PERFORM.

