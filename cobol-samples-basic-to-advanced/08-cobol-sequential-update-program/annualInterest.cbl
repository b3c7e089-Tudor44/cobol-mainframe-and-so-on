      ******************************************************************
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 155 BYTES - STATEMENT
      *DELIVERY PREFERENCE AND E-MAIL ADDRESS ON THE END; NO FIELD
      *MOVES.
      *15-10-2026 GD - MAIL CONSOLIDATION - EVERY STATEMENT LINE
      *PRINTED IS ALSO HANDED TO THE SHARED MAIL-SPOOL-RTN (SOURCE
      *"INTSTMT") SO MAIL-CONSOLIDATE CAN HOUSEHOLD AND PRESORT THE
      *NIGHT'S MAIL. NO-OP WHEN MAILSPOOL_PATH IS NOT SET.
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 104 BYTES - RETURNED-MAIL
      *STATUS AND DATE ON THE END; NO FIELD MOVES.
      *15-10-2026 GD - BACKUP WITHHOLDING. THE INTEREST BRIDGE NOW
      *FOLLOWS AN UNCERTIFIED CUSTOMER'S "I" CREDIT WITH A "D" DEBIT,
      *TRACE SOURCE "BWH", FOR THE TAX WITHHELD. THOSE ROWS (LESS ANY
      *"V" REVERSAL OF ONE) ARE ACCUMULATED BESIDE THE INTEREST, SO
      *THE STATEMENT SHOWS INTEREST EARNED AND TAX WITHHELD ON
      *SEPARATE LINES AND THE REGISTER CARRIES A WITHHELD COLUMN AND
      *ITS OWN TIE-OUT LINE. THE REGISTER ENDS WITH A REMITTANCE
      *SUMMARY - WITHHOLDING BY MONTH OF POSTING, THE PERIOD TOTAL
      *AND THE NUMBER OF ACCOUNTS WITHHELD. THE CUSTOMER RECORD IS
      *NOW 95 BYTES (TAX ID AND WITHHOLDING STATUS ON THE END).
      *15-10-2026 GD - A TYPE "V" ROW REVERSING AN "I" POSTING (AUD-REV-
      *TYPE "I") COMES OFF THE ACCOUNT'S AND THE YEAR'S INTEREST, SO A
      *BACKED-OUT CREDIT IS NOT REPORTED AS EARNED. THE TOTALS ARE
      *SIGNED FOR A REVERSAL LANDING IN A LATER YEAR THAN ITS ORIGINAL.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS ON THE HISTORY (48)
      *AND CUSTOMER MASTER (85); THE INTEREST TABLE HOLDS 999 ACCOUNTS.
      *02-09-2026 GD - ANNUAL INTEREST STATEMENTS. THE INTEREST BRIDGE
      *POSTS ACCRUED INTEREST THROUGH SEQ-UPDATE ALL YEAR (TYPE "I"
      *ON THE AUDIT HISTORY), BUT WHEN CUSTOMERS ASKED IN JANUARY
       FILE SECTION.
      *
       FD HIST-FILE
          RECORD CONTAINS 48 CHARACTERS.
          01 HIST-REC                  PIC X(48).
      *
       FD CUST-FILE
          RECORD CONTAINS 155 CHARACTERS.
          01 CUST-REC.
              02 CUST-ACCT-NO            PIC 9(4).
              02 CUST-NAME               PIC X(20).
              02 CUST-ADDRESS            PIC X(25).
              02 CUST-CITY-STATE         PIC X(20).
              02 CUST-PHONE              PIC X(10).
              02 CUST-OPEN-DATE          PIC 9(6).
              02 CUST-TAX-ID             PIC X(9).
              02 CUST-WH-STATUS          PIC X.
              02 CUST-MAIL-STATUS        PIC X.
                  88 CUST-MAIL-RETURNED  VALUE "R".
              02 CUST-MAIL-RET-DATE      PIC 9(8).
              02 CUST-DELIV-PREF         PIC X.
                  88 CUST-DELIV-ELEC     VALUE "E".
                  88 CUST-DELIV-BOTH     VALUE "B".
              02 CUST-EMAIL              PIC X(50).
      *
       FD STMT-FILE
          RECORD CONTAINS 80 CHARACTERS.
          01 WS-REG-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/InterestRegister.txt".
          01 WS-ENV-HOLD                PIC X(80).
          01 WS-SPOOL-FUNC              PIC X VALUE "L".
          01 WS-SPOOL-SOURCE            PIC X(8) VALUE "INTSTMT".
          01 WS-SPOOL-SPACING           PIC 9.
          01 WS-SPOOL-ACCT              PIC X(4) VALUE SPACES.
          01 WS-HIST-STATUS             PIC XX.
          01 WS-CUST-STATUS             PIC XX.
          01 WS-CUST-OPEN-SW            PIC X VALUE "N".
          01 WS-LOG-TIME-HOLD PIC 9(8).
      *   INTEREST ACCUMULATED PER ACCOUNT FOR THE TAX YEAR.
          01 WS-INT-TABLE.
              02 WS-INT-ENTRY OCCURS 999 TIMES.
                  03 WS-IN-ACCT         PIC X(4).
                  03 WS-IN-AMT          PIC S9(7)V99.
                  03 WS-IN-WH           PIC S9(7)V99.
          01 WS-INT-CTR                 PIC 9(3) VALUE ZERO.
          01 WS-INT-IDX                 PIC 9(4).
          01 WS-SCAN-IDX                PIC 9(4).
          01 WS-READ-CTR                PIC 9(6) VALUE ZERO.
          01 WS-STMT-CTR                PIC 9(5) VALUE ZERO.
          01 WS-YEAR-TOTAL              PIC S9(9)V99 VALUE ZERO.
          01 WS-STMT-TOTAL              PIC S9(9)V99 VALUE ZERO.
          01 WS-INT-AMT                 PIC S9(4)V99.
          01 WS-WH-AMT                  PIC S9(4)V99.
          01 WS-YEAR-WH                 PIC S9(9)V99 VALUE ZERO.
          01 WS-STMT-WH                 PIC S9(9)V99 VALUE ZERO.
          01 WS-WH-ACCT-CTR             PIC 9(5) VALUE ZERO.
          01 WS-MONTH-IDX               PIC 99.
      *   BACKUP WITHHOLDING BY MONTH OF POSTING, FOR THE REMITTANCE
      *   SUMMARY.
          01 WS-WH-MONTH-TABLE.
              02 WS-WH-MONTH OCCURS 12 TIMES.
                  03 WS-WM-CTR          PIC S9(5).
                  03 WS-WM-AMT          PIC S9(7)V99.
          01 HD-LINE1.
              02 FILLER                 PIC X(22) VALUE SPACES.
              02 FILLER                 PIC X(25)
          01 INT-AMT-LINE.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 FILLER                 PIC X(9) VALUE "ACCOUNT: ".
              02 INT-ACCT-OUT           PIC X(4).
              02 FILLER                 PIC X(26)
                  VALUE "   INTEREST PAID TO YOU:  ".
              02 INT-AMT-OUT            PIC ZZZ,ZZ9.99.
              02 FILLER                 PIC X(28) VALUE SPACES.
          01 INT-WH-LINE.
              02 FILLER                 PIC X(18) VALUE SPACES.
              02 FILLER                 PIC X(26)
                  VALUE "   BACKUP TAX WITHHELD:   ".
              02 INT-WH-OUT             PIC ZZZ,ZZ9.99.
              02 FILLER                 PIC X(26) VALUE SPACES.
          01 INT-NOTE-LINE.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 FILLER                 PIC X(48) VALUE
              02 REG-HD-YEAR-OUT        PIC X(4).
          01 REG-DTL-LINE.
              02 FILLER                 PIC X(8) VALUE "ACCOUNT ".
              02 REG-ACCT-OUT           PIC X(4).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 REG-NAME-OUT           PIC X(20).
              02 FILLER                 PIC X(11) VALUE "  INTEREST ".
              02 REG-AMT-OUT            PIC ZZZ,ZZ9.99.
              02 FILLER                 PIC X(11) VALUE "  WITHHELD ".
              02 REG-WH-OUT             PIC ZZZ,ZZ9.99.
          01 REG-TOTAL-LINE.
              02 FILLER                 PIC X(12) VALUE "STATEMENTS: ".
              02 REG-CTR-OUT            PIC ZZZZ9.
              02 REG-YEAR-TOT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 REG-TIE-OUT            PIC X(8).
          01 REG-WH-TOTAL-LINE.
              02 FILLER                 PIC X(12) VALUE SPACES.
              02 FILLER                 PIC X(15)
                  VALUE "  WH STMT TOT: ".
              02 REG-WH-STMT-OUT        PIC ZZZ,ZZZ,ZZ9.99.
              02 FILLER                 PIC X(15)
                  VALUE "  WH YEAR TOT: ".
              02 REG-WH-YEAR-OUT        PIC ZZZ,ZZZ,ZZ9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 REG-WH-TIE-OUT         PIC X(8).
          01 RMT-HD-LINE.
              02 FILLER                 PIC X(45) VALUE
                  "BACKUP WITHHOLDING REMITTANCE SUMMARY - YEAR ".
              02 RMT-HD-YEAR-OUT        PIC X(4).
          01 RMT-MONTH-LINE.
              02 FILLER                 PIC X(8) VALUE "  MONTH ".
              02 RMT-MONTH-OUT          PIC 99.
              02 FILLER                 PIC X(9) VALUE "   ITEMS ".
              02 RMT-CTR-OUT            PIC ZZZZ9-.
              02 FILLER                 PIC X(12) VALUE "   WITHHELD ".
              02 RMT-AMT-OUT            PIC ZZZ,ZZ9.99-.
          01 RMT-TOTAL-LINE.
              02 FILLER                 PIC X(28) VALUE
                  "TOTAL TO REMIT FOR THE YEAR ".
              02 RMT-TOT-OUT            PIC ZZZ,ZZZ,ZZ9.99-.
              02 FILLER                 PIC X(22)
                  VALUE "   ACCOUNTS WITHHELD: ".
              02 RMT-ACCT-OUT           PIC ZZZZ9.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-GET-PARMS-RTN
           INITIALIZE WS-WH-MONTH-TABLE
           PERFORM 200-ACCUMULATE-RTN
           OPEN OUTPUT STMT-FILE
           OPEN OUTPUT REGISTER-FILE
               VARYING WS-INT-IDX FROM 1 BY 1
               UNTIL WS-INT-IDX > WS-INT-CTR
           PERFORM 600-TOTALS-RTN
           PERFORM 650-REMITTANCE-RTN
           MOVE "E" TO WS-SPOOL-FUNC
           CALL 'MAIL-SPOOL-RTN' USING BY CONTENT WS-SPOOL-FUNC
               WS-SPOOL-SOURCE WS-SPOOL-ACCT WS-SPOOL-SPACING STMT-REC
           CLOSE STMT-FILE
           CLOSE REGISTER-FILE
           IF WS-CUST-MASTER-OPEN
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF HIST-BUS-DATE (1:4) = WS-TAX-YEAR
                       AND (AUD-TRANS-TYPE = "I"
                       OR (AUD-TRANS-TYPE = "V"
                           AND AUD-REV-TYPE = "I"))
                       ADD 1 TO WS-READ-CTR
                       IF AUD-TRANS-TYPE = "V"
                           COMPUTE WS-INT-AMT = ZERO - AUD-TRANS-AMT
                       ELSE
                           MOVE AUD-TRANS-AMT TO WS-INT-AMT
                       END-IF
                       MOVE ZERO TO WS-WH-AMT
                       ADD WS-INT-AMT TO WS-YEAR-TOTAL
                       PERFORM 300-TALLY-RTN
                   END-IF
                   IF HIST-BUS-DATE (1:4) = WS-TAX-YEAR
                       AND AUD-TRACE (1:3) = "BWH"
                       AND (AUD-TRANS-TYPE = "D"
                       OR (AUD-TRANS-TYPE = "V"
                           AND AUD-REV-TYPE = "D"))
                       ADD 1 TO WS-READ-CTR
                       MOVE HIST-BUS-DATE (5:2) TO WS-MONTH-IDX
                       IF AUD-TRANS-TYPE = "V"
                           COMPUTE WS-WH-AMT = ZERO - AUD-TRANS-AMT
                           SUBTRACT 1 FROM WS-WM-CTR (WS-MONTH-IDX)
                       ELSE
                           MOVE AUD-TRANS-AMT TO WS-WH-AMT
                           ADD 1 TO WS-WM-CTR (WS-MONTH-IDX)
                       END-IF
                       ADD WS-WH-AMT TO WS-WM-AMT (WS-MONTH-IDX)
                       MOVE ZERO TO WS-INT-AMT
                       ADD WS-WH-AMT TO WS-YEAR-WH
                       PERFORM 300-TALLY-RTN
                   END-IF
           END-READ.
                   MOVE WS-INT-CTR TO WS-SCAN-IDX
               END-IF
           END-PERFORM
           IF WS-INT-IDX = ZERO AND WS-INT-CTR < 999
               ADD 1 TO WS-INT-CTR
               MOVE WS-INT-CTR TO WS-INT-IDX
               MOVE AUD-ACCT-NO TO WS-IN-ACCT (WS-INT-IDX)
               MOVE ZERO TO WS-IN-AMT (WS-INT-IDX)
               MOVE ZERO TO WS-IN-WH (WS-INT-IDX)
           END-IF
           IF WS-INT-IDX > ZERO
               ADD WS-INT-AMT TO WS-IN-AMT (WS-INT-IDX)
               ADD WS-WH-AMT TO WS-IN-WH (WS-INT-IDX)
           END-IF.

       400-STATEMENT-RTN.
           MOVE WS-IN-ACCT (WS-INT-IDX) TO WS-SPOOL-ACCT
           PERFORM 450-MAILING-BLOCK-RTN
           MOVE WS-TAX-YEAR TO HD-YEAR-OUT
           WRITE STMT-REC FROM HD-LINE1 AFTER ADVANCING PAGE
           MOVE 0 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           WRITE STMT-REC FROM HD-NAME-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           WRITE STMT-REC FROM HD-ADDR-LINE AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           WRITE STMT-REC FROM HD-CITY-LINE AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE WS-IN-ACCT (WS-INT-IDX) TO INT-ACCT-OUT
           MOVE WS-IN-AMT (WS-INT-IDX) TO INT-AMT-OUT
           WRITE STMT-REC FROM INT-AMT-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           IF WS-IN-WH (WS-INT-IDX) NOT = ZERO
               MOVE WS-IN-WH (WS-INT-IDX) TO INT-WH-OUT
               WRITE STMT-REC FROM INT-WH-LINE AFTER ADVANCING 1 LINES
               MOVE 1 TO WS-SPOOL-SPACING
               PERFORM 700-SPOOL-LINE-RTN
               ADD 1 TO WS-WH-ACCT-CTR
           END-IF
           WRITE STMT-REC FROM INT-NOTE-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           ADD 1 TO WS-STMT-CTR
           ADD WS-IN-AMT (WS-INT-IDX) TO WS-STMT-TOTAL
           ADD WS-IN-WH (WS-INT-IDX) TO WS-STMT-WH
           MOVE WS-IN-ACCT (WS-INT-IDX) TO REG-ACCT-OUT
           MOVE HD-NAME-OUT TO REG-NAME-OUT
           MOVE WS-IN-AMT (WS-INT-IDX) TO REG-AMT-OUT
           MOVE WS-IN-WH (WS-INT-IDX) TO REG-WH-OUT
           WRITE REGISTER-REC FROM REG-DTL-LINE.

       450-MAILING-BLOCK-RTN.
               MOVE "OFF     " TO REG-TIE-OUT
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REGISTER-REC FROM REG-TOTAL-LINE
           MOVE WS-STMT-WH TO REG-WH-STMT-OUT
           MOVE WS-YEAR-WH TO REG-WH-YEAR-OUT
           IF WS-STMT-WH = WS-YEAR-WH
               MOVE "TIES    " TO REG-WH-TIE-OUT
           ELSE
               MOVE "OFF     " TO REG-WH-TIE-OUT
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REGISTER-REC FROM REG-WH-TOTAL-LINE.

      ******************************************************************
      * REMITTANCE SUMMARY - THE BACKUP WITHHOLDING TAKEN IN EACH MONTH
      * OF THE TAX YEAR (BY POSTING DATE) AND THE PERIOD TOTAL, FOR
      * THE TAX DEPARTMENT'S DEPOSITS AND ANNUAL RETURN. THE TOTAL IS
      * THE HISTORY'S, SO IT MATCHES THE "WH YEAR TOT" ABOVE.
      ******************************************************************
       650-REMITTANCE-RTN.
           MOVE WS-TAX-YEAR TO RMT-HD-YEAR-OUT
           WRITE REGISTER-REC FROM RMT-HD-LINE AFTER ADVANCING 2 LINES
           PERFORM 660-REMIT-MONTH-RTN
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
           MOVE WS-YEAR-WH TO RMT-TOT-OUT
           MOVE WS-WH-ACCT-CTR TO RMT-ACCT-OUT
           WRITE REGISTER-REC FROM RMT-TOTAL-LINE.

       660-REMIT-MONTH-RTN.
           IF WS-WM-CTR (WS-MONTH-IDX) NOT = ZERO
               OR WS-WM-AMT (WS-MONTH-IDX) NOT = ZERO
               MOVE WS-MONTH-IDX TO RMT-MONTH-OUT
               MOVE WS-WM-CTR (WS-MONTH-IDX) TO RMT-CTR-OUT
               MOVE WS-WM-AMT (WS-MONTH-IDX) TO RMT-AMT-OUT
               WRITE REGISTER-REC FROM RMT-MONTH-LINE
           END-IF.

      ******************************************************************
      * HAND THE STATEMENT LINE JUST PRINTED TO THE NIGHT MAIL SPOOL
      * AS PART OF THE STATEMENT MAILED TO THE ACCOUNT'S CUSTOMER.
      ******************************************************************
       700-SPOOL-LINE-RTN.
           CALL 'MAIL-SPOOL-RTN' USING BY CONTENT WS-SPOOL-FUNC
               WS-SPOOL-SOURCE WS-SPOOL-ACCT WS-SPOOL-SPACING STMT-REC.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
