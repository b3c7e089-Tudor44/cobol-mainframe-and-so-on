      ******************************************************************
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - THE FLAG TABLE IS
      *SUBSCRIPTED BY ACCOUNT ACROSS THE WHOLE 1-9999 KEYSPACE AND THE
      *MASTER (43), HISTORY (48) AND INDEXED HISTORY (56) RECORDS CARRY
      *THE WIDER ACCOUNT.
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *22-08-2026 GD - BALANCE-CAPACITY EARLY WARNING. SINCE SEQ-UPDATE
      *STARTED REJECTING ANY RESULT OVER THE 9999 CEILING, FAST-GROWING
      *ACCOUNTS SLAMMED INTO IT WITH NO WARNING - THE FIRST SIGN WAS A
       DATA DIVISION.
       FILE SECTION.
       FD MST-FILE
           RECORD CONTAINS 43 CHARACTERS.
           01 MST-REC.
           COPY ACCTREC REPLACING ==ACCT-NO== BY ==M-ACCT-NO-IN==
                                   ==AMT-DUE== BY ==M-AMT-DUE-IN==
                           ==BRANCH-CODE== BY ==M-BRANCH-IN==
                           ==ACCT-NAME== BY ==M-ACCT-NAME-IN==
                           ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                   ==ACCT-NO-PICTURE== BY ==9(4)==
                                   ==AMT-DUE-PICTURE== BY ==9(4)V99==.
       FD IDXH-FILE
           RECORD CONTAINS 56 CHARACTERS.
           01 IDXH-REC.
               02 IXH-KEY.
                   03 IXH-ACCT-NO          PIC X(4).
                   03 IXH-BUS-DATE         PIC 9(8).
                   03 IXH-SEQ              PIC 9(4).
               02 FILLER                   PIC X.
               02 IXH-AUDIT-DATA           PIC X(39).
       FD HIST-FILE
           RECORD CONTAINS 48 CHARACTERS.
           01 HIST-REC.
               02 HIST-BUS-DATE            PIC 9(8).
               02 FILLER                   PIC X.
           01 WS-IDXH-SW                 PIC X VALUE "N".
               88 WS-IDXH-ON                    VALUE "Y".
           01 WS-KEYED-EOF-SW            PIC X.
           01 WS-ACCT-X                  PIC 9(5).
           01 WS-ACCT-KEY                PIC 9(4).
           01 WS-FLAG-TABLE.
               02 WS-FLAG-ENTRY OCCURS 9999 TIMES.
                   03 WS-FL-FLAGGED      PIC X.
                   03 WS-FL-BALANCE      PIC 9(4)V99.
                   03 WS-FL-GROWTH       PIC S9(7)V99.
           01 SUB1                       PIC 9(5).
           01 WS-READ-CTR                PIC 9(5) VALUE ZERO.
           01 WS-FLAGGED-CTR             PIC 9(5) VALUE ZERO.
           01 HD-LINE1.
           01 DTL-LINE.
               02 FILLER                 PIC X(5) VALUE SPACES.
               02 FILLER                 PIC X(8) VALUE "ACCOUNT ".
               02 DTL-ACCT-OUT           PIC ZZZ9.
               02 FILLER                 PIC X(11) VALUE "  BALANCE: ".
               02 DTL-BAL-OUT            PIC Z,ZZ9.99.
               02 FILLER                 PIC X(2) VALUE SPACES.
                   VALUE "% OF CEILING ".
               02 FILLER                 PIC X(9) VALUE " GROWTH: ".
               02 DTL-GROWTH-OUT         PIC -ZZ,ZZ9.99.
               02 FILLER                 PIC X(7) VALUE SPACES.
           01 TRAILER-LINE.
               02 FILLER                 PIC X(5) VALUE SPACES.
               02 FILLER                 PIC X(16)
           ELSE
               PERFORM 330-ONE-ACCT-RTN
                   VARYING WS-ACCT-X FROM 1 BY 1
                   UNTIL WS-ACCT-X > 9999
               CLOSE IDXH-FILE
           END-IF.

       330-ONE-ACCT-RTN.
           IF WS-FL-FLAGGED (WS-ACCT-X) = "Y"
               MOVE WS-ACCT-X TO WS-ACCT-KEY
               MOVE WS-ACCT-KEY TO IXH-ACCT-NO
               MOVE ZERO TO IXH-BUS-DATE
               MOVE ZERO TO IXH-SEQ
               MOVE "N" TO WS-KEYED-EOF-SW
                   END-IF
                   IF SUB1 = WS-ACCT-X
                       MOVE IXH-BUS-DATE TO HIST-BUS-DATE
                       MOVE IXH-AUDIT-DATA TO HIST-REC (10:39)
                       PERFORM 350-ONE-HIST-RTN
                   ELSE
                       MOVE "Y" TO WS-KEYED-EOF-SW
       350-ONE-HIST-RTN.
           IF AUD-ACCT-NO IS NUMERIC
               MOVE AUD-ACCT-NO TO SUB1
               IF SUB1 > ZERO AND SUB1 < 10000
                   AND WS-FL-FLAGGED (SUB1) = "Y"
                   CALL 'DATE-DAYS-RTN' USING
                       BY CONTENT HIST-BUS-DATE
           MOVE WS-WINDOW-DAYS TO HD-DAYS-OUT
           WRITE WARN-RPT-REC FROM HD-LINE2 AFTER ADVANCING 2 LINES
           PERFORM 450-WARN-LINE-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > 9999
           MOVE WS-READ-CTR TO TRL-READ-OUT
           MOVE WS-FLAGGED-CTR TO TRL-FLAG-OUT
           WRITE WARN-RPT-REC FROM TRAILER-LINE
