      *THE MIDDAY MEMO CYCLE HAS TOUCHED IS ANSWERED WITH A
      *"(MEMO)" TAG SO THE BRANCH KNOWS THE BALANCE IS PROVISIONAL
      *UNTIL THE REAL NIGHTLY POSTING.
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *FILE PATHS MAY BE OVERRIDDEN AT RUN TIME BY THE BATINQ_IN_PATH
      */BATINQ_REQ_PATH/BATINQ_OUT_PATH ENVIRONMENT VARIABLES
       ENVIRONMENT DIVISION.
       FILE SECTION.
      *
       FD IN-FILE
          RECORD CONTAINS 43 CHARACTERS.
          01 IN-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-IN==
                                  ==AMT-DUE== BY ==AMT-DUE-IN==
