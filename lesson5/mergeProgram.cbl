      * PRE-SORTED EXTRACTS (IN-FILE-1/IN-FILE-2). A THIRD REGULAR
      * EXTRACT WOULD NEED A THIRD SELECT/FD PAIR ADDED HERE RATHER
      * THAN AN OPERATOR-SUPPLIED RUNTIME LIST.
      * 15-10-2026 GD - THE TRANSACTION RECORD IS NOW 34 BYTES WITH A
      * FOUR-DIGIT ACCOUNT NUMBER.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MERGE-PROGRAM.
       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE-1
       RECORD CONTAINS 34 CHARACTERS.
       01 IN-REC-1.
       COPY TRANSREC REPLACING ==T-ACCT-NO== BY ==T-ACCT-NO-1==
                               ==T-AMT-DUE== BY ==T-AMT-DUE-1==
                          ==T-TRACE-SRC== BY ==T-TRACE-SRC-1==
                          ==T-TRACE-SER== BY ==T-TRACE-SER-1==.
       FD IN-FILE-2
       RECORD CONTAINS 34 CHARACTERS.
       01 IN-REC-2.
       COPY TRANSREC REPLACING ==T-ACCT-NO== BY ==T-ACCT-NO-2==
                               ==T-AMT-DUE== BY ==T-AMT-DUE-2==
                          ==T-TRACE-SRC== BY ==T-TRACE-SRC-2==
                          ==T-TRACE-SER== BY ==T-TRACE-SER-2==.
       FD OUT-FILE
       RECORD CONTAINS 34 CHARACTERS.
       01 OUT-REC PIC X(34).
       FD CONTROL-FILE
       RECORD CONTAINS 28 CHARACTERS.
       01 CONTROL-REC PIC X(28).
