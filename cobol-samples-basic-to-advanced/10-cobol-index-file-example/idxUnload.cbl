      ******************************************************************
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - MASTER IS 43 BYTES
      *AND THE BACKUP RECORD 45.
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *22-08-2026 GD - INDEXED MASTER UNLOAD. THE INDEXED MASTER THAT
      *UPDATE-INDEX-FILE REWRITES IN PLACE HAD NO BACKUP PATH - ONE
      *BAD BATCH OR A CORRUPTED INDEX AND THE BALANCES WERE
       FILE SECTION.
      *
       FD IN-FILE
          RECORD CONTAINS 43 CHARACTERS.
          01 IN-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-IN==
                                  ==AMT-DUE== BY ==AMT-DUE-IN==
                                  ==BRANCH-CODE== BY ==BRANCH-IN==
                                  ==ACCT-NAME== BY ==ACCT-NAME-IN==
                                  ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                  ==ACCT-NO-PICTURE== BY ==9(4)==
                                  ==AMT-DUE-PICTURE== BY ==9(4)V99==.
      *
       FD BKP-FILE
          RECORD CONTAINS 45 CHARACTERS.
          01 BKP-REC                   PIC X(45).
      *
       WORKING-STORAGE SECTION.
          01 WS-IN-FILE-PATH            PIC X(80) VALUE
          01 WS-REC-CTR                 PIC 9(5) VALUE ZERO.
          01 WS-AMT-HASH                PIC 9(9)V99 VALUE ZERO.
          01 BKP-DATA-REC.
              02 BKP-IMAGE              PIC X(43).
              02 FILLER                 PIC X(2) VALUE SPACES.
          01 BKP-TRAILER-REC.
              02 FILLER                 PIC X(2) VALUE "**".
              02 BKP-TRL-COUNT          PIC 9(5).
