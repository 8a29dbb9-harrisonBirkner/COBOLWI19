           FD SUSPENSE-A
           LABEL RECORD IS STANDARD
           DATA RECORD IS SA-REC
           RECORD CONTAINS 113 CHARACTERS.

       01 SA-REC.
           05 SA-DATA                  PIC X(75).
           05 SA-STAMP                 PIC X(8).
           05 SA-SELLER                PIC X(30).

           FD SUSPENSE-B
           LABEL RECORD IS STANDARD
           DATA RECORD IS SB-REC
           RECORD CONTAINS 113 CHARACTERS.

       01 SB-REC.
           05 SB-DATA                  PIC X(75).
           05 SB-STAMP                 PIC X(8).
           05 SB-SELLER                PIC X(30).

           FD PRTOUT
           LABEL RECORD IS OMITTED
