      *COLLIDE WITH NOR BE MISTAKEN FOR THE POSTING CYCLE. ONLY
      *MONEY TYPES MEMO-POST; MAINTENANCE, TRANSFERS AND
      *FUTURE-DATED ITEMS WAIT FOR THE REAL UPDATE.
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - THE TRANSACTION'S
      *ACCOUNT IS THE RELATIVE SLOT AS IT STANDS, AND THE BATCH
      *HEADER/TRAILER ARE TOLD APART BY THEIR TWO-CHARACTER TAG.
      *15-10-2026 GD - "V" REVERSALS ALSO WAIT FOR THE REAL UPDATE -
      *ONLY IT CAN FIND THE ORIGINAL ON THE AUDIT HISTORY.
      *FILE PATHS MAY BE OVERRIDDEN AT RUN TIME BY THE
      *MEMO_TRANS_PATH/MEMO_REL_PATH/MEMO_MARK_PATH/MEMO_LOCK_PATH
      *ENVIRONMENT VARIABLES.
       FILE SECTION.
      *
       FD REL-FILE
          RECORD CONTAINS 43 CHARACTERS.
          01 REL-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-RL==
                                  ==AMT-DUE== BY ==AMT-DUE-RL==
                                  ==AMT-DUE-PICTURE== BY ==9(4)V99==.
      *
       FD TRANS-FILE
          RECORD CONTAINS 18 TO 34 CHARACTERS.
          01 TRANS-REC.
          COPY TRANSREC.
      *
      ******************************************************************
       250-JUDGE-ONE-RTN.
           EVALUATE TRUE
               WHEN T-ACCT-NO (1:2) = "HD" OR T-ACCT-NO (1:2) = "TR"
                   CONTINUE
               WHEN T-TRANS-TYPE = "X" OR T-TRANS-TYPE = "R"
                   OR T-TRANS-TYPE = "F" OR T-TRANS-TYPE = "T"
                   OR T-TRANS-TYPE = "V"
                   ADD 1 TO WS-READ-CTR
                   ADD 1 TO WS-SKIPPED-CTR
               WHEN T-EFF-DATE NOT = ZERO
           END-EVALUATE.

       300-MEMO-ONE-RTN.
           MOVE T-ACCT-NO TO WS-REL-KEY
           READ REL-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-CTR
