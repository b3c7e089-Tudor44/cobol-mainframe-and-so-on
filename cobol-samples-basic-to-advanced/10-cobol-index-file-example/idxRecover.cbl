      ******************************************************************
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - MASTER IS 43 BYTES
      *AND THE JOURNAL IMAGES WIDEN WITH IT (RECORD NOW 109).
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *22-08-2026 GD - JOURNAL REPLAY RECOVERY FOR THE INDEXED MASTER.
      *UPDATE-INDEX-FILE NOW JOURNALS EVERY WRITE/REWRITE WITH BEFORE
      *AND AFTER IMAGES AND A TIMESTAMP; TOGETHER WITH THE
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
       FD JRNL-FILE
          RECORD CONTAINS 109 CHARACTERS.
          01 JRNL-REC.
              02 JRN-DATE               PIC 9(6).
              02 FILLER                 PIC X.
              02 FILLER                 PIC X.
              02 JRN-ACTION             PIC X.
              02 FILLER                 PIC X.
              02 JRN-BEFORE             PIC X(43).
              02 FILLER                 PIC X.
              02 JRN-AFTER              PIC X(43).
              02 FILLER                 PIC X.
              02 JRN-OPERATOR           PIC X(5).
      *
              02 WS-JRNL-ENTRY OCCURS 500 TIMES.
                  03 WS-J-STAMP         PIC 9(12).
                  03 WS-J-ACTION        PIC X.
                  03 WS-J-BEFORE        PIC X(43).
                  03 WS-J-AFTER         PIC X(43).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
       310-UNDO-ONE-RTN.
           EVALUATE WS-J-ACTION (SUB1)
               WHEN "A"
                   MOVE WS-J-AFTER (SUB1) (1:4) TO ACCT-NO-IO
                   DELETE IDX-FILE RECORD
                       INVALID KEY
                           DISPLAY "UNDO DELETE FAILED FOR "
       400-ROLL-FORWARD-RTN.
           IF WS-J-STAMP (SUB1) <= WS-CUTOFF
               IF WS-J-ACTION (SUB1) = "D"
                   MOVE WS-J-BEFORE (SUB1) (1:4) TO ACCT-NO-IO
                   DELETE IDX-FILE RECORD
                       INVALID KEY
                           DISPLAY "REPLAY DELETE FAILED FOR "
