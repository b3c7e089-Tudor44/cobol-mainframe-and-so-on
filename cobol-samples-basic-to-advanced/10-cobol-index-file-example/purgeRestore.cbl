      ******************************************************************
      *15-10-2026 GD - A RESTORED NUMBER IS RECORDED AS ISSUED AGAIN ON
      *THE NUMBER-CONTROL FILE (SHARED NUM-CONTROL-RTN, NUMCTL_PATH).
      *THE OLD OWNER MAY COME BACK INSIDE THE COOLING-OFF PERIOD -
      *THAT PERIOD ONLY KEEPS THE NUMBER FROM A NEW CUSTOMER.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - MASTER IS 43 BYTES,
      *THE ARCHIVE RECORD 50, AND RESTORE_ACCT TAKES FOUR DIGITS.
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *22-08-2026 GD - PURGE ARCHIVE RESTORE. THE PATH BACK OUT OF THE
      *DORMANT-PURGE ARCHIVE FOR THE INEVITABLE ACCOUNT THAT COMES
      *BACK TO LIFE. READS A CHOSEN DATED ARCHIVE AND RE-ADDS EITHER
       FILE SECTION.
      *
       FD ARCH-FILE
          RECORD CONTAINS 50 CHARACTERS.
          01 ARCH-REC.
              02 ARC-PURGE-DATE          PIC 9(6).
              02 FILLER                  PIC X.
              02 ARC-IMAGE               PIC X(43).
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
       WORKING-STORAGE SECTION.
          01 WS-IDX-STATUS              PIC XX.
          01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
          01 WS-RESTORE-ACCT            PIC X(4) VALUE SPACES.
          01 WS-READ-CTR                PIC 9(5) VALUE ZERO.
          01 WS-RESTORED-CTR            PIC 9(5) VALUE ZERO.
          01 WS-SKIPPED-CTR             PIC 9(5) VALUE ZERO.
          01 WS-NC-FUNCTION             PIC X.
          01 WS-NC-ACCT                 PIC X(4).
          01 WS-NC-REF                  PIC X(8).
          01 WS-NC-RESULT               PIC X.
          01 WS-NC-DATE                 PIC 9(8).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "RESTORE_ACCT"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:4) TO WS-RESTORE-ACCT
           END-IF
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = "00"

       200-RESTORE-ONE-RTN.
           IF WS-RESTORE-ACCT NOT = SPACES
               AND ARC-IMAGE (1:4) NOT = WS-RESTORE-ACCT
               ADD 1 TO WS-SKIPPED-CTR
           ELSE
               MOVE ARC-IMAGE TO IO-REC
                       ADD 1 TO WS-RESTORED-CTR
                       DISPLAY "ACCOUNT " ACCT-NO-IO " RESTORED FROM "
                           ARC-PURGE-DATE " ARCHIVE"
                       MOVE "I" TO WS-NC-FUNCTION
                       MOVE ACCT-NO-IO TO WS-NC-ACCT
                       MOVE "RESTORE" TO WS-NC-REF
                       CALL 'NUM-CONTROL-RTN' USING WS-NC-FUNCTION
                           WS-NC-ACCT WS-NC-REF WS-NC-RESULT WS-NC-DATE
               END-WRITE
           END-IF.
