      ******************************************************************
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - BOTH MASTERS ARE 43
      *BYTES, THE JOURNAL IMAGES WIDEN WITH THEM (RECORD NOW 109) AND
      *THE IN-CORE COPY OF THE SEQUENTIAL MASTER HOLDS 9999 RECORDS.
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *02-09-2026 GD - BRANCH MERGE AND MASS REASSIGNMENT. CLOSING THE
      *EASTSIDE BRANCH MEANT HAND-EDITING BRANCH-CODE ON EVERY
      *AFFECTED ACCOUNT ACROSS THE MASTERS, AND THE PER-BRANCH
                           ==BRANCH-CODE== BY ==M-BRANCH==
                           ==ACCT-NAME== BY ==M-ACCT-NAME==
                           ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                   ==ACCT-NO-PICTURE== BY ==9(4)==
                                   ==AMT-DUE-PICTURE== BY ==9(4)V99==.
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
          01 WS-TO-BRANCH               PIC X(2) VALUE SPACES.
          01 WS-BUS-DATE                PIC 9(8).
          01 WS-TIME-HOLD               PIC 9(8).
          01 WS-BEFORE-IMAGE            PIC X(43).
          01 WS-SEQ-READ-CTR            PIC 9(5) VALUE ZERO.
          01 WS-SEQ-MOVED-CTR           PIC 9(5) VALUE ZERO.
          01 WS-IDX-READ-CTR            PIC 9(5) VALUE ZERO.
          01 WS-IDX-MOVED-CTR           PIC 9(5) VALUE ZERO.
          01 WS-MOVED-TOTAL             PIC 9(7)V99 VALUE ZERO.
          01 WS-KEPT-CTR                PIC 9(4) VALUE ZERO.
          01 SUB1                       PIC 9(5).
      *   THE WHOLE SEQUENTIAL MASTER IS HELD AND REWRITTEN IN ONE
      *   PIECE - THE FOUR-DIGIT KEY BOUNDS IT AT 9999 RECORDS.
          01 WS-SEQ-TABLE.
              02 WS-SEQ-HOLD OCCURS 9999 TIMES PIC X(43).
          01 HD-LINE.
              02 FILLER             PIC X(23) VALUE
                  "BRANCH MERGE REGISTER  ".
              02 HD-DATE-OUT        PIC 9(6).
          01 DTL-LINE.
              02 FILLER             PIC X(8) VALUE "ACCOUNT ".
              02 DTL-ACCT-OUT       PIC X(4).
              02 FILLER             PIC X(9) VALUE "  MASTER ".
              02 DTL-FILE-OUT       PIC X(3).
              02 FILLER             PIC X(10) VALUE "  BALANCE ".
                       MOVE WS-TO-BRANCH TO DTL-TO-OUT
                       WRITE REG-REC FROM DTL-LINE
                   END-IF
                   IF WS-KEPT-CTR < 9999
                       ADD 1 TO WS-KEPT-CTR
                       MOVE SEQ-REC TO WS-SEQ-HOLD (WS-KEPT-CTR)
                   END-IF
