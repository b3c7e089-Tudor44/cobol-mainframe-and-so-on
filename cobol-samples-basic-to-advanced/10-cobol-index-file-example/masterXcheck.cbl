      ******************************************************************
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - THE INDEXED MASTER
      *IS 43 BYTES AND THE BALANCE TABLE COVERS ACCOUNTS 1-9999.
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *22-08-2026 GD - NIGHTLY CROSS-RECONCILIATION OF THE RELATIVE AND
      *INDEXED ACCOUNT MASTERS. BALANCES NOW LIVE IN TWO PLACES - THE
      *RELATIVE MASTER CREATE-RELATIVE-FILE LOADS AND THE INDEXED
       FILE SECTION.
      *
       FD REL-FILE
          RECORD CONTAINS 43 CHARACTERS.
          01 REL-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-RL==
                                  ==AMT-DUE== BY ==AMT-DUE-RL==
                                  ==AMT-DUE-PICTURE== BY ==9(4)V99==.
      *
       FD IDX-FILE
          RECORD CONTAINS 43 CHARACTERS.
          01 IDX-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-IX==
                                  ==AMT-DUE== BY ==AMT-DUE-IX==
                                  ==BRANCH-CODE== BY ==BRANCH-IX==
                                  ==ACCT-NAME== BY ==ACCT-NAME-IX==
                                  ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                  ==ACCT-NO-PICTURE== BY ==9(4)==
                                  ==AMT-DUE-PICTURE== BY ==9(4)V99==.
      *
       FD XCHK-RPT-FILE
          01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
          01 WS-IDX-TABLE.
              02 WS-IDX-ENTRY OCCURS 9999 TIMES.
                  03 WS-IX-PRESENT      PIC X.
                  03 WS-IX-BALANCE      PIC 9(4)V99.
                  03 WS-IX-MATCHED      PIC X.
          01 SUB1                       PIC 9(5).
          01 WS-IDX-TOTAL               PIC 9(7)V99 VALUE ZERO.
          01 WS-REL-TOTAL               PIC 9(7)V99 VALUE ZERO.
          01 WS-MISMATCH-CTR            PIC 9(5) VALUE ZERO.
           PERFORM 200-LOAD-INDEXED-RTN
           PERFORM 300-WALK-RELATIVE-RTN
           PERFORM 500-IDX-ONLY-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > 9999
           MOVE WS-IDX-TOTAL TO TL-IDX-OUT
           MOVE WS-REL-TOTAL TO TL-REL-OUT
           WRITE XCHK-RPT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES

       400-MATCH-ONE-RTN.
           ADD AMT-DUE-RL TO WS-REL-TOTAL
           IF ACCT-NO-RL > ZERO AND ACCT-NO-RL < 10000
               IF WS-IX-PRESENT (ACCT-NO-RL) = "Y"
                   MOVE "Y" TO WS-IX-MATCHED (ACCT-NO-RL)
                   IF AMT-DUE-RL = WS-IX-BALANCE (ACCT-NO-RL)
