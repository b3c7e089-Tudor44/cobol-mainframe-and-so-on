      ******************************************************************
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 155 BYTES - STATEMENT
      *DELIVERY PREFERENCE AND E-MAIL ADDRESS ON THE END; NO FIELD
      *MOVES.
      *15-10-2026 GD - MAIL CONSOLIDATION - EVERY NOTICE LINE PRINTED
      *IS ALSO HANDED TO THE SHARED MAIL-SPOOL-RTN (SOURCE "ESCHEAT")
      *SO MAIL-CONSOLIDATE CAN HOUSEHOLD AND PRESORT THE NIGHT'S MAIL.
      *NO-OP WHEN MAILSPOOL_PATH IS NOT SET.
      *15-10-2026 GD - RETURNED MAIL - THE CUSTOMER MASTER IS NOW 104
      *BYTES WITH A RETURNED-MAIL STATUS ON THE END. A DORMANT ACCOUNT
      *WHOSE CUSTOMER IS FLAGGED IS STILL PUT ON THE TRACK (THE
      *WAITING PERIOD RUNS FROM TONIGHT AS USUAL) BUT NO NOTICE IS
      *PRINTED - IT WOULD ONLY COME BACK. THE REGISTER SHOWS A
      *"NOT MAILED" LINE UNDER ITS "FLAGGED" LINE AND A SECOND
      *TRAILER LINE COUNTS THEM.
      *15-10-2026 GD - JOINT OWNERS ON THE ACCOUNT-PARTY FILE ARE NOW
      *ADDRESSED - AN "AND <NAME>" LINE UNDER THE CUSTOMER NAME FOR
      *EVERY JOINT OWNER ACTIVE TODAY, FROM THE SHARED ACCT-PARTY-RTN
      *(ACCTPARTY_PATH; NOT SET = THE CUSTOMER NAME ALONE AS BEFORE).
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 95 BYTES - TAX ID AND
      *BACKUP-WITHHOLDING STATUS ON THE END; NO FIELD MOVES.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - MASTER (43),
      *CUSTOMER (85), TRACK (20) AND PENDING (34) RECORDS CARRY THE
      *WIDER ACCOUNT; THE REMITTANCE RECORD STAYS 60 BYTES AND THE
      *TRACK TABLE HOLDS 999 ACCOUNTS.
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *02-09-2026 GD - ESCHEATMENT TRACK FOR FUNDED DORMANT ACCOUNTS.
      *DORMANT-PURGE ONLY HANDLES ZERO BALANCES - AN ACCOUNT WITH
      *MONEY IN IT AND NO ACTIVITY FOR YEARS SAT ON THE MASTER
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
       FD TRACK-FILE
          RECORD CONTAINS 20 CHARACTERS.
          01 TRACK-REC.
              02 ESC-ACCT-NO             PIC X(4).
              02 ESC-FLAG-DATE           PIC 9(8).
              02 ESC-NOTIFY-DATE         PIC 9(8).
      *
          01 REMIT-REC.
              02 RMT-DATE                PIC 9(6).
              02 FILLER                  PIC X VALUE SPACE.
              02 RMT-ACCT-NO             PIC X(4).
              02 FILLER                  PIC X VALUE SPACE.
              02 RMT-BRANCH              PIC X(2).
              02 FILLER                  PIC X VALUE SPACE.
              02 RMT-AMOUNT              PIC 9(4)V99.
              02 FILLER                  PIC X VALUE SPACE.
              02 RMT-NAME                PIC X(20).
              02 FILLER                  PIC X(18) VALUE SPACES.
      *
       FD PENDING-FILE
          RECORD CONTAINS 34 CHARACTERS.
          01 PENDING-REC.
          COPY TRANSREC.
      *
      *   EXISTING TRACK ROWS, AND THE SURVIVORS WRITTEN BACK AT END
      *   OF RUN THE WAY PEND-RELEASE REWRITES THE PENDING FILE.
          01 WS-TRACK-TABLE.
              02 WS-TRACK-ENTRY OCCURS 999 TIMES.
                  03 WS-TK-ACCT         PIC X(4).
                  03 WS-TK-FLAG-DATE    PIC 9(8).
                  03 WS-TK-NOTIFY-DATE  PIC 9(8).
                  03 WS-TK-DISP         PIC X.
      *               "W" = WOKE UP (ACTIVITY) - DROPPED
          01 WS-TRACK-CTR               PIC 9(3) VALUE ZERO.
          01 WS-TRACK-FULL-SW           PIC X VALUE "N".
          01 WS-TRACK-IDX               PIC 9(4).
          01 WS-SCAN-IDX                PIC 9(4).
          01 WS-READ-CTR                PIC 9(5) VALUE ZERO.
          01 WS-FLAGGED-CTR             PIC 9(5) VALUE ZERO.
          01 WS-MAIL-SKIP-SW            PIC X VALUE "N".
               88 WS-MAIL-RETURNED              VALUE "Y".
          01 WS-MAIL-SKIP-CTR           PIC 9(5) VALUE ZERO.
          01 WS-REMIT-CTR               PIC 9(5) VALUE ZERO.
          01 WS-WOKE-CTR                PIC 9(5) VALUE ZERO.
          01 WS-REMIT-TOTAL             PIC 9(7)V99 VALUE ZERO.
              02 DTL-ACTION-OUT         PIC X(10).
              02 FILLER                 PIC X(8) VALUE " ACCOUNT".
              02 FILLER                 PIC X VALUE SPACE.
              02 DTL-ACCT-OUT           PIC X(4).
              02 FILLER                 PIC X(9) VALUE "  AMOUNT ".
              02 DTL-AMT-OUT            PIC Z,ZZ9.99.
              02 FILLER                 PIC X(11) VALUE "  LAST ACT ".
              02 FILLER                 PIC X(16)
                  VALUE "  REMIT TOTAL:  ".
              02 TRL-TOTAL-OUT          PIC ZZZ,ZZ9.99.
          01 TRAILER-LINE2.
              02 FILLER                 PIC X(28)
                  VALUE "NOT MAILED - RETURNED MAIL: ".
              02 TRL-SKIP-OUT           PIC ZZZZ9.
          01 WS-PARTY-ACCT              PIC X(4).
          01 WS-SPOOL-FUNC              PIC X VALUE "L".
          01 WS-SPOOL-SOURCE            PIC X(8) VALUE "ESCHEAT".
          01 WS-SPOOL-SPACING           PIC 9.
          01 WS-PARTY-AS-OF             PIC 9(8) VALUE ZERO.
          01 WS-PARTY-IDX               PIC 99.
          01 WS-PARTY-LIST.
          COPY PARTYLST.
          01 LTR-LINE                  PIC X(80).
       PROCEDURE DIVISION.
      *
               PERFORM 300-SWEEP-NEXT-RTN UNTIL WS-EOF
               CLOSE IDX-FILE
           END-IF
           MOVE "E" TO WS-SPOOL-FUNC
           CALL 'MAIL-SPOOL-RTN' USING BY CONTENT WS-SPOOL-FUNC
               WS-SPOOL-SOURCE WS-PARTY-ACCT WS-SPOOL-SPACING LETTER-REC
           CLOSE LETTER-FILE
           CLOSE REMIT-FILE
           CLOSE PENDING-FILE
           MOVE WS-WOKE-CTR TO TRL-WOKE-OUT
           MOVE WS-REMIT-TOTAL TO TRL-TOTAL-OUT
           WRITE REG-REC FROM TRAILER-LINE
           MOVE WS-MAIL-SKIP-CTR TO TRL-SKIP-OUT
           WRITE REG-REC FROM TRAILER-LINE2
           CLOSE REG-FILE
           DISPLAY "ACCOUNTS READ: " WS-READ-CTR
               "  FLAGGED: " WS-FLAGGED-CTR
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-TRACK-CTR < 999
                       ADD 1 TO WS-TRACK-CTR
                       MOVE ESC-ACCT-NO TO WS-TK-ACCT (WS-TRACK-CTR)
                       MOVE ESC-FLAG-DATE
           END-PERFORM.

       400-FLAG-RTN.
           IF WS-TRACK-CTR < 999
               ADD 1 TO WS-TRACK-CTR
               MOVE ACCT-NO-IO TO WS-TK-ACCT (WS-TRACK-CTR)
               MOVE WS-BUS-DATE TO WS-TK-FLAG-DATE (WS-TRACK-CTR)
               MOVE WS-BUS-DATE TO WS-TK-NOTIFY-DATE (WS-TRACK-CTR)
               MOVE SPACE TO WS-TK-DISP (WS-TRACK-CTR)
               ADD 1 TO WS-FLAGGED-CTR
               PERFORM 410-MAIL-CHECK-RTN
               IF WS-MAIL-RETURNED
                   MOVE "FLAGGED   " TO DTL-ACTION-OUT
                   PERFORM 550-REGISTER-RTN
                   ADD 1 TO WS-MAIL-SKIP-CTR
                   MOVE "NOT MAILED" TO DTL-ACTION-OUT
                   PERFORM 550-REGISTER-RTN
               ELSE
                   PERFORM 420-NOTIFY-LETTER-RTN
                   MOVE "FLAGGED   " TO DTL-ACTION-OUT
                   PERFORM 550-REGISTER-RTN
               END-IF
           ELSE
               DISPLAY "ESCHEAT TRACK FULL - ACCOUNT " ACCT-NO-IO
                   " NOT FLAGGED"
           END-IF.

      ******************************************************************
      * NO NOTICE GOES TO A CUSTOMER WHOSE MAIL HAS COME BACK.
      ******************************************************************
       410-MAIL-CHECK-RTN.
           MOVE "N" TO WS-MAIL-SKIP-SW
           IF WS-CUST-MASTER-OPEN
               MOVE ACCT-NO-IO TO CUST-ACCT-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-MAIL-RETURNED
                           MOVE "Y" TO WS-MAIL-SKIP-SW
                       END-IF
               END-READ
           END-IF.

       420-NOTIFY-LETTER-RTN.
           MOVE SPACES TO LTR-LINE
           MOVE "UNCLAIMED PROPERTY NOTICE" TO LTR-LINE (6:25)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING PAGE
           MOVE 0 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           PERFORM 430-LETTER-NAME-RTN
           MOVE SPACES TO LTR-LINE
           STRING "YOUR ACCOUNT " ACCT-NO-IO
               " HAS SHOWN NO ACTIVITY FOR AN EXTENDED"
               DELIMITED BY SIZE INTO LTR-LINE (6:70)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE SPACES TO LTR-LINE
           MOVE "PERIOD. UNLESS YOU CONTACT US, ITS BALANCE MUST BE"
               TO LTR-LINE (6:70)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE SPACES TO LTR-LINE
           MOVE "REMITTED TO THE STATE AS UNCLAIMED PROPERTY."
               TO LTR-LINE (6:70)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN.

       430-LETTER-NAME-RTN.
           MOVE SPACES TO LTR-LINE
               END-READ
           END-IF
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE ACCT-NO-IO TO WS-PARTY-ACCT
           PERFORM 440-JOINT-OWNERS-RTN
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
       440-JOINT-OWNERS-RTN.
           CALL 'ACCT-PARTY-RTN' USING WS-PARTY-ACCT WS-PARTY-AS-OF
               WS-PARTY-LIST
           PERFORM 445-ONE-JOINT-RTN
               VARYING WS-PARTY-IDX FROM 1 BY 1
               UNTIL WS-PARTY-IDX > PL-CTR.

       445-ONE-JOINT-RTN.
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
               WRITE TRACK-REC
           END-IF.

      ******************************************************************
      * HAND THE NOTICE LINE JUST PRINTED TO THE NIGHT MAIL SPOOL AS
      * PART OF THE NOTICE MAILED TO THE ACCOUNT'S CUSTOMER.
      ******************************************************************
       700-SPOOL-LINE-RTN.
           CALL 'MAIL-SPOOL-RTN' USING BY CONTENT WS-SPOOL-FUNC
               WS-SPOOL-SOURCE ACCT-NO-IO WS-SPOOL-SPACING LETTER-REC.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
