      ******************************************************************
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 155 BYTES - STATEMENT
      *DELIVERY PREFERENCE AND E-MAIL ADDRESS ON THE END; NO FIELD
      *MOVES.
      *15-10-2026 GD - MAIL CONSOLIDATION - EVERY LETTER LINE PRINTED
      *IS ALSO HANDED TO THE SHARED MAIL-SPOOL-RTN (SOURCE "CONFIRM")
      *SO MAIL-CONSOLIDATE CAN HOUSEHOLD AND PRESORT THE NIGHT'S MAIL.
      *NO-OP WHEN MAILSPOOL_PATH IS NOT SET.
      *15-10-2026 GD - RETURNED MAIL - THE CUSTOMER MASTER IS NOW 104
      *BYTES WITH A RETURNED-MAIL STATUS ON THE END. A SELECTED
      *ACCOUNT WHOSE CUSTOMER IS FLAGGED GETS NO LETTER AND NO
      *CONFIRMATION CONTROL ROW (THE AUDITORS WOULD ONLY CHASE A
      *LETTER THAT CANNOT ARRIVE); IT IS LISTED ON THE REGISTER AS
      *"RETURNED MAIL - NOT SENT" AND COUNTED ON THE TOTAL LINE.
      *15-10-2026 GD - JOINT OWNERS ON THE ACCOUNT-PARTY FILE ARE NOW
      *ADDRESSED - AN "AND <NAME>" LINE UNDER THE CUSTOMER NAME FOR
      *EVERY JOINT OWNER ACTIVE TODAY, FROM THE SHARED ACCT-PARTY-RTN
      *(ACCTPARTY_PATH; NOT SET = THE CUSTOMER NAME ALONE AS BEFORE).
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 95 BYTES - TAX ID AND
      *BACKUP-WITHHOLDING STATUS ON THE END; NO FIELD MOVES.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - MASTER (43),
      *CUSTOMER (85), SELECTION (4) AND CONFIRMATION CONTROL (24)
      *RECORDS CARRY THE WIDER ACCOUNT.
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *02-09-2026 GD - AUDIT-SEASON BALANCE CONFIRMATION LETTERS.
      *EVERY YEAR THE EXTERNAL AUDITORS PICK A SAMPLE OF ACCOUNTS
      *AND WE TYPED CONFIRMATION LETTERS ASKING CUSTOMERS TO VERIFY
       FILE SECTION.
      *
       FD IDX-FILE
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
       FD SEL-FILE
          RECORD CONTAINS 4 CHARACTERS.
          01 SEL-REC                   PIC X(4).
      *
       FD LETTER-FILE
          RECORD CONTAINS 80 CHARACTERS.
          01 REG-REC                   PIC X(80).
      *
       FD CTL-FILE
          RECORD CONTAINS 24 CHARACTERS.
          01 CTL-REC.
              02 CF-NUMBER               PIC 9(4).
              02 CF-ACCT-NO              PIC X(4).
              02 CF-AMOUNT               PIC 9(4)V99.
              02 CF-SENT-DATE            PIC 9(8).
              02 CF-REPLY                PIC X.
          01 WS-SEED                    PIC 9(3) VALUE 1.
          01 WS-SWEEP-CTR               PIC 9(5) VALUE ZERO.
          01 WS-LETTER-NO               PIC 9(4) VALUE ZERO.
          01 WS-MAIL-SKIP-SW            PIC X VALUE "N".
               88 WS-MAIL-RETURNED              VALUE "Y".
          01 WS-MAIL-SKIP-CTR           PIC 9(5) VALUE ZERO.
          01 WS-LETTER-TOTAL            PIC 9(7)V99 VALUE ZERO.
          01 WS-NTH-REM                 PIC 9(5).
          01 WS-NTH-QUOT                PIC 9(5).
          01 WS-PARTY-ACCT              PIC X(4).
          01 WS-SPOOL-FUNC              PIC X VALUE "L".
          01 WS-SPOOL-SOURCE            PIC X(8) VALUE "CONFIRM".
          01 WS-SPOOL-SPACING           PIC 9.
          01 WS-PARTY-AS-OF             PIC 9(8) VALUE ZERO.
          01 WS-PARTY-IDX               PIC 99.
          01 WS-PARTY-LIST.
          COPY PARTYLST.
          01 LTR-LINE                   PIC X(80).
          01 REG-HD-LINE.
              02 FILLER             PIC X(38) VALUE
              02 REG-NO-OUT         PIC 9(4).
              02 FILLER             PIC X(9) VALUE "  ACCOUNT".
              02 FILLER             PIC X VALUE SPACE.
              02 REG-ACCT-OUT       PIC X(4).
              02 FILLER             PIC X(2) VALUE SPACES.
              02 REG-NAME-OUT       PIC X(20).
              02 FILLER             PIC X(10) VALUE "  BALANCE ".
              02 REG-AMT-OUT        PIC Z,ZZ9.99.
          01 REG-SKIP-LINE.
              02 FILLER             PIC X(11) VALUE "NOT SENT   ".
              02 FILLER             PIC X(9) VALUE "  ACCOUNT".
              02 FILLER             PIC X VALUE SPACE.
              02 REG-SKIP-ACCT-OUT  PIC X(4).
              02 FILLER             PIC X(2) VALUE SPACES.
              02 REG-SKIP-NAME-OUT  PIC X(20).
              02 FILLER             PIC X(26) VALUE
                  "  RETURNED MAIL - NOT SENT".
          01 REG-TOT-LINE.
              02 FILLER             PIC X(18) VALUE
                  "LETTERS PRODUCED: ".
              02 FILLER             PIC X(19) VALUE
                  "  BALANCES COVERED ".
              02 REG-TOT-OUT        PIC ZZZ,ZZ9.99.
              02 FILLER             PIC X(11) VALUE
                  "  NOT SENT ".
              02 REG-SKIP-CTR-OUT   PIC ZZZZ9.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           END-IF
           MOVE WS-LETTER-NO TO REG-CTR-OUT
           MOVE WS-LETTER-TOTAL TO REG-TOT-OUT
           MOVE WS-MAIL-SKIP-CTR TO REG-SKIP-CTR-OUT
           WRITE REG-REC FROM REG-TOT-LINE AFTER ADVANCING 2 LINES
           MOVE "E" TO WS-SPOOL-FUNC
           CALL 'MAIL-SPOOL-RTN' USING BY CONTENT WS-SPOOL-FUNC
               WS-SPOOL-SOURCE ACCT-NO-IN WS-SPOOL-SPACING LETTER-REC
           CLOSE LETTER-FILE
           CLOSE REG-FILE
           CLOSE CTL-FILE
               CLOSE CUST-FILE
           END-IF
           DISPLAY "CONFIRMATION LETTERS PRODUCED: " WS-LETTER-NO
           DISPLAY "NOT SENT - RETURNED MAIL     : " WS-MAIL-SKIP-CTR
           STOP RUN.

       150-GET-PARMS-RTN.
                           DISPLAY "SELECTED ACCOUNT " SEL-REC
                               " NOT ON THE MASTER"
                       NOT INVALID KEY
                           PERFORM 380-CONFIRM-ONE-RTN
                   END-READ
           END-READ.

                   DIVIDE WS-NTH-REM BY WS-NTH GIVING WS-NTH-QUOT
                       REMAINDER WS-NTH-REM
                   IF WS-NTH-REM = ZERO
                       PERFORM 380-CONFIRM-ONE-RTN
                   END-IF
           END-READ.

      ******************************************************************
      * A CUSTOMER WHOSE MAIL HAS COME BACK IS NOT WRITTEN TO - THE
      * ACCOUNT GOES ON THE REGISTER AS NOT SENT INSTEAD.
      ******************************************************************
       380-CONFIRM-ONE-RTN.
           PERFORM 390-MAIL-CHECK-RTN
           IF WS-MAIL-RETURNED
               PERFORM 395-MAIL-SKIP-RTN
           ELSE
               PERFORM 400-LETTER-RTN
           END-IF.

       390-MAIL-CHECK-RTN.
           MOVE "N" TO WS-MAIL-SKIP-SW
           IF WS-CUST-MASTER-OPEN
               MOVE ACCT-NO-IN TO CUST-ACCT-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-MAIL-RETURNED
                           MOVE "Y" TO WS-MAIL-SKIP-SW
                       END-IF
               END-READ
           END-IF.

       395-MAIL-SKIP-RTN.
           ADD 1 TO WS-MAIL-SKIP-CTR
           MOVE ACCT-NO-IN TO REG-SKIP-ACCT-OUT
           MOVE CUST-NAME TO REG-SKIP-NAME-OUT
           WRITE REG-REC FROM REG-SKIP-LINE.

       400-LETTER-RTN.
           ADD 1 TO WS-LETTER-NO
           ADD AMT-DUE-IN TO WS-LETTER-TOTAL
               "   DATE " WS-BUS-DATE
               DELIMITED BY SIZE INTO LTR-LINE (6:60)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING PAGE
           MOVE 0 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           PERFORM 450-MAILING-BLOCK-RTN
           MOVE SPACES TO LTR-LINE
           STRING "OUR RECORDS SHOW A BALANCE OF " AMT-DUE-IN
               " ON ACCOUNT " ACCT-NO-IN
               DELIMITED BY SIZE INTO LTR-LINE (6:60)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE SPACES TO LTR-LINE
           MOVE "PLEASE CONFIRM OR DISPUTE THIS BALANCE DIRECTLY"
               TO LTR-LINE (6:60)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE SPACES TO LTR-LINE
           MOVE "WITH OUR AUDITORS, QUOTING THE LETTER NUMBER."
               TO LTR-LINE (6:60)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE WS-LETTER-NO TO REG-NO-OUT
           MOVE ACCT-NO-IN TO REG-ACCT-OUT
           MOVE AMT-DUE-IN TO REG-AMT-OUT
               END-READ
           END-IF
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE ACCT-NO-IN TO WS-PARTY-ACCT
           PERFORM 460-JOINT-OWNERS-RTN
           IF WS-CUST-MASTER-OPEN
               MOVE SPACES TO LTR-LINE
               MOVE CUST-ADDRESS TO LTR-LINE (6:25)
               WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
               MOVE 1 TO WS-SPOOL-SPACING
               PERFORM 700-SPOOL-LINE-RTN
               MOVE SPACES TO LTR-LINE
               MOVE CUST-CITY-STATE TO LTR-LINE (6:20)
               WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
               MOVE 1 TO WS-SPOOL-SPACING
               PERFORM 700-SPOOL-LINE-RTN
           END-IF.

      ******************************************************************
      * ONE "AND <NAME>" LINE PER JOINT OWNER ON THE ACCOUNT TODAY.
      ******************************************************************
       460-JOINT-OWNERS-RTN.
           CALL 'ACCT-PARTY-RTN' USING WS-PARTY-ACCT WS-PARTY-AS-OF
               WS-PARTY-LIST
           PERFORM 465-ONE-JOINT-RTN
               VARYING WS-PARTY-IDX FROM 1 BY 1
               UNTIL WS-PARTY-IDX > PL-CTR.

       465-ONE-JOINT-RTN.
           IF PL-ROLE (WS-PARTY-IDX) = "J"
               AND PL-ACTIVE (WS-PARTY-IDX) = "Y"
               MOVE SPACES TO LTR-LINE
               STRING "AND " PL-NAME (WS-PARTY-IDX)
                   DELIMITED BY SIZE INTO LTR-LINE (6:24)
               WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
               MOVE 1 TO WS-SPOOL-SPACING
               PERFORM 700-SPOOL-LINE-RTN
           END-IF.

      ******************************************************************
      * HAND THE LETTER LINE JUST PRINTED TO THE NIGHT MAIL SPOOL AS
      * PART OF THE LETTER MAILED TO THE ACCOUNT'S CUSTOMER.
      ******************************************************************
       700-SPOOL-LINE-RTN.
           CALL 'MAIL-SPOOL-RTN' USING BY CONTENT WS-SPOOL-FUNC
               WS-SPOOL-SOURCE ACCT-NO-IN WS-SPOOL-SPACING LETTER-REC.
