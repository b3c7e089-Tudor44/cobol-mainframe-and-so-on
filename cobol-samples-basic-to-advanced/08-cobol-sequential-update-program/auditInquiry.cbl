      ******************************************************************
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - THE HISTORY (48) AND
      *INDEXED HISTORY (56) CARRY THE WIDER ACCOUNT; AUDINQ_ACCT AND
      *THE CONSOLE PROMPT TAKE ALL FOUR DIGITS.
      *02-09-2026 GD - KEYED POSITIONING - WHEN AUDINQ_IDXHIST_PATH
      *NAMES THE INDEXED HISTORY AUDIT-ARCHIVE FEEDS, THE INQUIRY
      *STARTS AT THE ACCOUNT'S FIRST RECORD AND STOPS AT ITS LAST,
       FILE SECTION.
      *
       FD IDXH-FILE
          RECORD CONTAINS 56 CHARACTERS.
          01 IDXH-REC.
              02 IXH-KEY.
                  03 IXH-ACCT-NO          PIC X(4).
                  03 IXH-BUS-DATE         PIC 9(8).
                  03 IXH-SEQ              PIC 9(4).
              02 FILLER                   PIC X.
              02 IXH-AUDIT-DATA           PIC X(39).
      *
       FD HIST-FILE
          RECORD CONTAINS 48 CHARACTERS.
          01 HIST-REC.
              02 HIST-BUS-DATE            PIC 9(8).
              02 FILLER                   PIC X.
          01 WS-ENV-HOLD                PIC X(80).
          01 ARE-THERE-MORE-RECORDS     PIC XXX VALUE "YES".
               88 NO-MORE-RECORDS               VALUE "NO".
          01 WS-INQ-ACCT                PIC X(4).
          01 WS-IDXH-FILE-PATH          PIC X(80) VALUE SPACES.
          01 WS-IDXH-STATUS             PIC XX.
          01 WS-IDXH-SW                 PIC X VALUE "N".
          01 HD-LINE2.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 FILLER                 PIC X(9) VALUE "ACCOUNT: ".
              02 HD-ACCT-OUT            PIC X(4).
              02 FILLER                 PIC X(8) VALUE "  FROM: ".
              02 HD-FROM-OUT            PIC 9(8).
              02 FILLER                 PIC X(6) VALUE "  TO: ".
              02 HD-TO-OUT              PIC 9(8).
              02 FILLER                 PIC X(36) VALUE SPACES.
          01 HD-LINE3.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 FILLER                 PIC X(8) VALUE "BUS DATE".
                   ELSE
                       ADD 1 TO WS-READ-CTR
                       MOVE IXH-BUS-DATE TO HIST-BUS-DATE
                       MOVE IXH-AUDIT-DATA TO HIST-REC (10:39)
                       PERFORM 400-DTL-RTN
                   END-IF
           END-READ.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "AUDINQ_ACCT"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:4) TO WS-INQ-ACCT
           ELSE
               DISPLAY "ENTER THE FOUR-DIGIT ACCOUNT NUMBER TO LOOK UP"
               ACCEPT WS-INQ-ACCT
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
