      ******************************************************************
      *15-10-2026 GD - EVERY PURGED NUMBER IS RECORDED AS RELEASED ON
      *THE NUMBER-CONTROL FILE (SHARED NUM-CONTROL-RTN, NUMCTL_PATH),
      *SO ACCOUNT OPENING WILL NOT HAND IT TO A NEW CUSTOMER UNTIL
      *THE COOLING-OFF PERIOD HAS RUN.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - MASTER IS 43 BYTES,
      *THE ARCHIVE RECORD 50, AND THE REGISTER PRINTS THE WIDER ACCOUNT.
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *22-08-2026 GD - ZERO-BALANCE DORMANT ACCOUNT PURGE. ACCOUNTS
      *NEVER LEFT THE MASTERS - CLOSED CUSTOMERS SAT AT AMT-DUE 0000
      *FOREVER, CLUTTERING THE BALANCE LISTING AND EATING THE TIGHT
       FILE SECTION.
      *
       FD IDX-FILE
          RECORD CONTAINS 43 CHARACTERS.
          01 IO-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-IO==
                                  ==AMT-DUE== BY ==AMT-DUE-IO==
                                  ==BRANCH-CODE== BY ==BRANCH-IO==
                                  ==ACCT-NAME== BY ==ACCT-NAME-IO==
                                  ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                  ==ACCT-NO-PICTURE== BY ==9(4)==
                                  ==AMT-DUE-PICTURE== BY ==9(4)V99==.
      *
       FD ARCH-FILE
          RECORD CONTAINS 50 CHARACTERS.
          01 ARCH-REC.
              02 ARC-PURGE-DATE          PIC 9(6).
              02 FILLER                  PIC X VALUE SPACE.
              02 ARC-IMAGE               PIC X(43).
      *
       FD REG-FILE
          RECORD CONTAINS 80 CHARACTERS.
          01 WS-MIN-DAYS                PIC 9(5).
          01 WS-READ-CTR                PIC 9(5) VALUE ZERO.
          01 WS-PURGED-CTR              PIC 9(5) VALUE ZERO.
          01 WS-NC-FUNCTION             PIC X.
          01 WS-NC-ACCT                 PIC X(4).
          01 WS-NC-REF                  PIC X(8).
          01 WS-NC-RESULT               PIC X.
          01 WS-NC-DATE                 PIC 9(8).
          01 HD-LINE1.
              02 FILLER                 PIC X(25) VALUE SPACES.
              02 FILLER                 PIC X(22)
          01 DTL-LINE.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 FILLER                 PIC X(8) VALUE "ACCOUNT ".
              02 DTL-ACCT-OUT           PIC ZZZ9.
              02 FILLER                 PIC X(11) VALUE "  LAST ACT ".
              02 DTL-DATE-OUT           PIC 9(8).
              02 FILLER                 PIC X(11) VALUE "  AGE DAYS ".
              02 DTL-AGE-OUT            PIC ZZZZ9.
              02 FILLER                 PIC X(9) VALUE "  STATUS ".
              02 DTL-STAT-OUT           PIC X.
              02 FILLER                 PIC X(20) VALUE SPACES.
          01 TRAILER-LINE.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 FILLER                 PIC X(16)
                   DISPLAY "PURGE DELETE FAILED FOR " ACCT-NO-IO
               NOT INVALID KEY
                   ADD 1 TO WS-PURGED-CTR
                   MOVE "R" TO WS-NC-FUNCTION
                   MOVE ACCT-NO-IO TO WS-NC-ACCT
                   MOVE "PURGE" TO WS-NC-REF
                   CALL 'NUM-CONTROL-RTN' USING WS-NC-FUNCTION
                       WS-NC-ACCT WS-NC-REF WS-NC-RESULT WS-NC-DATE
           END-DELETE.
