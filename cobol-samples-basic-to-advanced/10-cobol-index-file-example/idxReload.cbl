      ******************************************************************
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - MASTER IS 43 BYTES
      *AND THE BACKUP RECORD 45.
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *22-08-2026 GD - INDEXED MASTER RELOAD. REBUILDS THE INDEXED
      *ACCOUNT MASTER FROM A BACKUP WRITTEN BY IDX-UNLOAD AND VERIFIES
      *THE RECORD COUNT AND AMOUNT HASH AGAINST THE BACKUP'S "**"
       FILE SECTION.
      *
       FD BKP-FILE
          RECORD CONTAINS 45 CHARACTERS.
          01 BKP-REC.
              02 BKP-KEY-TEST           PIC X(2).
              02 FILLER                 PIC X(43).
      *
       FD OUT-FILE
          RECORD CONTAINS 43 CHARACTERS.
          01 OUT-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-OUT==
                                  ==AMT-DUE== BY ==AMT-DUE-OUT==
                                  ==BRANCH-CODE== BY ==BRANCH-OUT==
                                  ==ACCT-NAME== BY ==ACCT-NAME-OUT==
                                  ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                  ==ACCT-NO-PICTURE== BY ==9(4)==
                                  ==AMT-DUE-PICTURE== BY ==9(4)V99==.
      *
       WORKING-STORAGE SECTION.
               MOVE "Y" TO WS-TRAILER-SW
               MOVE BKP-REC TO WS-TRAILER-HOLD
           ELSE
               MOVE BKP-REC (1:43) TO OUT-REC
               WRITE OUT-REC
                   INVALID KEY
                       DISPLAY "RELOAD WRITE ERROR " ACCT-NO-OUT
