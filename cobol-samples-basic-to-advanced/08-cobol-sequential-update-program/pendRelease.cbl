      ******************************************************************
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - PENDING, RELEASE AND
      *HAND-OFF RECORDS ARE NOW 34 BYTES.
      *22-08-2026 GD - PENDING TRANSACTION RELEASE. SEQ-UPDATE PARKS
      *FUTURE-DATED TRANSACTIONS ON THE PENDING FILE; THIS STEP RUNS
      *AHEAD OF THE UPDATE IN THE NEXT CYCLE, APPENDS EVERY PENDING
       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 PENDING-REC.
           COPY TRANSREC.
       FD RELEASE-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 RELEASE-REC                PIC X(34).
       FD HANDOFF-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 HANDOFF-REC.
           COPY TRANSREC REPLACING ==T-ACCT-NO== BY ==H-ACCT-NO==
                                   ==T-AMT-DUE== BY ==H-AMT-DUE==
      *    PENDING ITEMS STILL IN THE FUTURE ARE HELD HERE AND WRITTEN
      *    BACK OVER THE PENDING FILE AT END OF RUN.
           01 WS-KEEP-TABLE.
               02 WS-KEEP-REC OCCURS 200 TIMES PIC X(34).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
