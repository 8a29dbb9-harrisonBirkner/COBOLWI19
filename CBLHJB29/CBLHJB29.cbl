      *NEW YEAR, AND THE CLOSED YEAR IS RECORDED ON YECLOSE.DAT SO
      *THE CLOSE REFUSES TO RUN TWICE FOR THE SAME YEAR. YEAR-END
      *NO LONGER DEPENDS ON SOMEONE REMEMBERING TO DELETE A FILE
      *ON JANUARY 2ND. THE CLOSE ALSO CALLS THE ANNUAL EARNINGS
      *STATEMENTS (CBLHJB43) AND THE STUDENT TUITION TAX
      *STATEMENTS (CBLHJB61) FOR THE YEAR JUST CLOSED.
       PROGRAM-ID. CBLHJB29.
           AUTHOR. HARRISON BIRKNER.

           FD PIZZA-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS PH-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 PH-REC.
           05 PH-ITEM-NO               PIC X(4).
           05 PH-YEAR                  PIC 9(4).
           05 PH-MONTH                 PIC 99.
           05 PH-TOTAL-SALES           PIC 9(13).
           05 PH-STORE                 PIC XX.
           05 PH-UNITS                 PIC 9(7).

           FD RENT-HIST
           LABEL RECORD IS STANDARD
      *    WITH THE CLOSE SO THE BOOKKEEPER HAS THEM FOR THE TAX
      *    FORMS THE SAME MORNING.
               CALL 'CBLHJB43' USING C-CLOSE-YEAR.
      *    THE STUDENT TUITION TAX STATEMENTS AND THE FILING
      *    EXTRACT ARE DUE OUT BY THE END OF JANUARY AS WELL.
               CALL 'CBLHJB61' USING C-CLOSE-YEAR.
               DISPLAY 'CBLHJB29 - YEAR ' C-CLOSE-YEAR
                   ' CLOSED, ACCUMULATORS RESET FOR ' C-NEW-YEAR.

