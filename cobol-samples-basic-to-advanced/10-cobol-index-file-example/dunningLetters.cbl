      ******************************************************************
      *15-10-2026 GD - PROMISES TO PAY - WHEN DUNNING_PROM_PATH IS SET
      *THE COLLECTIONS CONTACT FILE (COPYBOOK PROMREC) IS READ AND THE
      *LAST CONTACT PER ACCOUNT DECIDES: A PROMISE STILL OPEN HOLDS
      *THE LETTER - THE ACCOUNT GOES ON THE REGISTER WITH A "PROMISE
      *OPEN" LINE AND NO DUNNING-HISTORY ROW - AND A PROMISE
      *PROMISE-CHECK HAS FOUND BROKEN RAISES THE LETTER TO AT LEAST
      *THE ESCALATION LEVEL IT SET.
      *15-10-2026 GD - DUNNING HISTORY - WHEN DUNNING_HIST_PATH IS SET,
      *EVERY REGISTER LINE IS ALSO APPENDED THERE AS A DATED ROW
      *(ACCOUNT, LETTER LEVEL, "S" SENT OR "R" RETURNED MAIL, BALANCE)
      *SO CHARGE-OFF CAN SEE WHICH ACCOUNTS HAVE HAD THE FINAL NOTICE.
      *A CHARGED-OFF ACCOUNT (STATUS "W") IS NO LONGER DUNNED - IT IS
      *WITH RECOVERIES.
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 155 BYTES - STATEMENT
      *DELIVERY PREFERENCE AND E-MAIL ADDRESS ON THE END; NO FIELD
      *MOVES.
      *15-10-2026 GD - MAIL CONSOLIDATION - EVERY LETTER LINE PRINTED
      *IS ALSO HANDED TO THE SHARED MAIL-SPOOL-RTN (SOURCE "DUNNING")
      *SO MAIL-CONSOLIDATE CAN HOUSEHOLD AND PRESORT THE NIGHT'S MAIL.
      *NO-OP WHEN MAILSPOOL_PATH IS NOT SET.
      *15-10-2026 GD - RETURNED MAIL - THE CUSTOMER MASTER IS NOW 104
      *BYTES WITH A RETURNED-MAIL STATUS ON THE END. AN ACCOUNT THAT
      *EARNS A LETTER BUT WHOSE CUSTOMER IS FLAGGED GETS NO LETTER -
      *IT STILL GOES ON THE REGISTER AT THE LEVEL IT WOULD HAVE HAD,
      *FOLLOWED BY A "RETURNED MAIL - LETTER NOT SENT" LINE, SO
      *COLLECTIONS CAN CHASE IT BY PHONE. THE TOTAL LINE COUNTS THEM;
      *THEY ARE NOT IN THE LETTERS PRODUCED OR THE TOTAL CHASED.
      *15-10-2026 GD - JOINT OWNERS ON THE ACCOUNT-PARTY FILE ARE NOW
      *ADDRESSED - AN "AND <NAME>" LINE UNDER THE CUSTOMER NAME FOR
      *EVERY JOINT OWNER ACTIVE TODAY, FROM THE SHARED ACCT-PARTY-RTN
      *(ACCTPARTY_PATH; NOT SET = THE CUSTOMER NAME ALONE AS BEFORE).
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 95 BYTES - TAX ID AND
      *BACKUP-WITHHOLDING STATUS ON THE END; NO FIELD MOVES.
      *15-10-2026 GD - RELATIONSHIP RECORD IS NOW 15 BYTES - THE
      *OVERDRAFT PROTECTING ACCOUNT FOLLOWS REL-PRIMARY; NOT USED HERE.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - MASTER (43),
      *CUSTOMER (85) AND RELATIONSHIP (11) RECORDS CARRY THE WIDER
      *ACCOUNT; THE RELATIONSHIP AND BALANCE TABLES HOLD 999 ENTRIES.
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *02-09-2026 GD - RELATIONSHIP-AWARE SELECTION. WITH THE
      *CUST-REL-MAINT RELATIONSHIP FILE (DUNNING_REL_PATH) LOADED,
      *EVERY ACCOUNT'S TOTAL-RELATIONSHIP BALANCE - THE SUM ACROSS
       SELECT REL-FILE ASSIGN TO WS-REL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
       SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       SELECT PROM-FILE ASSIGN TO WS-PROM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROM-STATUS.
       DATA DIVISION.
      *
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
       FD LETTER-FILE
          RECORD CONTAINS 80 CHARACTERS.
          01 REGISTER-REC              PIC X(80).
      *
       FD REL-FILE
          RECORD CONTAINS 15 CHARACTERS.
          01 REL-REC.
              02 REL-CUST-ID             PIC X(6).
              02 REL-ACCT-NO             PIC X(4).
              02 REL-PRIMARY             PIC X.
              02 REL-PROTECT-ACCT        PIC X(4).
      *
       FD HIST-FILE
          RECORD CONTAINS 20 CHARACTERS.
          01 HIST-REC.
              02 DH-DATE                 PIC 9(8).
              02 DH-ACCT-NO              PIC 9(4).
              02 DH-LEVEL                PIC 9.
              02 DH-SENT                 PIC X.
              02 DH-AMT                  PIC 9(4)V99.
      *
       FD PROM-FILE
          RECORD CONTAINS 70 CHARACTERS.
          01 PROM-REC.
          COPY PROMREC.
      *
       WORKING-STORAGE SECTION.
          01 WS-IN-FILE-PATH            PIC X(80) VALUE
              "/Users/gaetanodorsi/DunLetters.txt".
          01 WS-REG-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/DunRegister.txt".
          01 WS-HIST-FILE-PATH          PIC X(80) VALUE SPACES.
          01 WS-HIST-STATUS             PIC XX.
          01 WS-HIST-ON-SW              PIC X VALUE "N".
               88 WS-HIST-ON                    VALUE "Y".
          01 WS-PROM-FILE-PATH          PIC X(80) VALUE SPACES.
          01 WS-PROM-STATUS             PIC XX.
          01 WS-PROM-ON-SW              PIC X VALUE "N".
               88 WS-PROM-ON                    VALUE "Y".
          01 WS-PROM-EOF-SW             PIC X VALUE "N".
          01 WS-PROM-HOLD-SW            PIC X VALUE "N".
               88 WS-PROM-HOLD                  VALUE "Y".
          01 WS-PROM-HOLD-CTR           PIC 9(5) VALUE ZERO.
      *   THE LAST COLLECTIONS CONTACT PER ACCOUNT.
          01 WS-PROM-TABLE.
              02 WS-PROM-ENTRY OCCURS 999 TIMES.
                  03 WS-PM-ACCT         PIC X(4).
                  03 WS-PM-STATUS       PIC X.
                  03 WS-PM-DATE         PIC 9(8).
                  03 WS-PM-ESC          PIC 9.
          01 WS-PROM-CTR                PIC 9(3) VALUE ZERO.
          01 WS-PROM-IDX                PIC 9(4).
          01 WS-PROM-SCAN               PIC 9(4).
          01 WS-ENV-HOLD                PIC X(80).
          01 ARE-THERE-MORE-RECORDS     PIC XXX VALUE "YES".
               88 NO-MORE-RECORDS               VALUE "NO".
          01 WS-AGE-DAYS                PIC S9(7).
          01 WS-LETTER-LEVEL            PIC 9.
          01 WS-LETTER-CTR              PIC 9(5) VALUE ZERO.
          01 WS-MAIL-SKIP-SW            PIC X VALUE "N".
               88 WS-MAIL-RETURNED              VALUE "Y".
          01 WS-MAIL-SKIP-CTR           PIC 9(5) VALUE ZERO.
          01 WS-READ-CTR                PIC 9(5) VALUE ZERO.
          01 WS-LETTER-TOTAL            PIC 9(7)V99 VALUE ZERO.
          01 WS-REG-LINE-CTR            PIC 99 VALUE ZERO.
      *   THE MASTER, SO EVERY ACCOUNT'S WHOLE-RELATIONSHIP TOTAL IS
      *   KNOWN BEFORE SELECTION STARTS.
          01 WS-REL-TABLE.
              02 WS-REL-ENTRY OCCURS 999 TIMES.
                  03 WS-RL-ACCT         PIC X(4).
                  03 WS-RL-CUST         PIC X(6).
          01 WS-REL-CTR                 PIC 9(3) VALUE ZERO.
          01 WS-BAL-TABLE.
              02 WS-BAL-ENTRY OCCURS 999 TIMES.
                  03 WS-BL-ACCT         PIC X(4).
                  03 WS-BL-AMT          PIC 9(4)V99.
          01 WS-BAL-CTR                 PIC 9(3) VALUE ZERO.
          01 WS-REL-IDX                 PIC 9(4).
          01 WS-BAL-IDX                 PIC 9(4).
          01 WS-CUST-HOLD               PIC X(6).
          01 WS-REL-TOTAL               PIC 9(7)V99.
          01 WS-ACCT-HOLD-X             PIC X(4).
          01 LTR-DATE-LINE.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 FILLER                 PIC X(6) VALUE "DATE: ".
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 LTR-NAME-OUT           PIC X(20).
              02 FILLER                 PIC X(55) VALUE SPACES.
          01 WS-PARTY-ACCT              PIC X(4).
          01 WS-SPOOL-FUNC              PIC X VALUE "L".
          01 WS-SPOOL-SOURCE            PIC X(8) VALUE "DUNNING".
          01 WS-SPOOL-SPACING           PIC 9.
          01 WS-PARTY-AS-OF             PIC 9(8) VALUE ZERO.
          01 WS-PARTY-IDX               PIC 99.
          01 WS-PARTY-LIST.
          COPY PARTYLST.
          01 LTR-JOINT-LINE.
              02 FILLER                 PIC X(5) VALUE "AND  ".
              02 LTR-JOINT-OUT          PIC X(20).
              02 FILLER                 PIC X(55) VALUE SPACES.
          01 LTR-ADDR-LINE.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 LTR-ADDR-OUT           PIC X(25).
              02 LTR-AMT-OUT            PIC Z,ZZ9.99.
              02 FILLER                 PIC X(11)
                  VALUE "   ON ACCOUNT ".
              02 LTR-ACCT-OUT           PIC ZZZ9.
              02 FILLER                 PIC X(27) VALUE SPACES.
          01 LTR-BODY-LINE.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 LTR-BODY-OUT           PIC X(70).
              02 FILLER                 PIC X(9) VALUE "REL TOTAL".
              02 FILLER                 PIC X(3) VALUE SPACES.
          01 REG-DTL-LINE.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 REG-ACCT-OUT           PIC ZZZ9.
              02 FILLER                 PIC X(4) VALUE SPACES.
              02 REG-NAME-OUT           PIC X(20).
              02 FILLER                 PIC X(3) VALUE SPACES.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 REG-REL-OUT            PIC ZZZ,ZZ9.99.
              02 FILLER                 PIC X(6) VALUE SPACES.
          01 REG-SKIP-LINE.
              02 FILLER                 PIC X(13) VALUE SPACES.
              02 FILLER                 PIC X(32)
                  VALUE "*RETURNED MAIL - LETTER NOT SENT".
              02 FILLER                 PIC X(35) VALUE SPACES.
          01 REG-PROM-LINE.
              02 FILLER                 PIC X(13) VALUE SPACES.
              02 FILLER                 PIC X(17)
                  VALUE "*PROMISE OPEN TO ".
              02 REG-PROM-DATE-OUT      PIC 9(8).
              02 FILLER                 PIC X(18)
                  VALUE " - LETTER NOT SENT".
              02 FILLER                 PIC X(24) VALUE SPACES.
          01 REG-PROM-TOT-LINE.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 FILLER                 PIC X(28)
                  VALUE "HELD - PROMISE TO PAY OPEN: ".
              02 REG-PROM-CTR-OUT       PIC ZZ,ZZ9.
              02 FILLER                 PIC X(41) VALUE SPACES.
          01 REG-TOTAL-LINE.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 FILLER                 PIC X(18)
              02 FILLER                 PIC X(16)
                  VALUE "  TOTAL CHASED: ".
              02 REG-TOTAL-OUT          PIC Z,ZZZ,ZZ9.99.
              02 FILLER                 PIC X(11)
                  VALUE "  NOT SENT ".
              02 REG-SKIP-CTR-OUT       PIC ZZ,ZZ9.
              02 FILLER                 PIC X(6) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
               PERFORM 170-LOAD-RELATIONS-RTN
               PERFORM 180-PREPASS-BALANCES-RTN
           END-IF
           IF WS-PROM-ON
               PERFORM 160-LOAD-PROMISES-RTN
           END-IF
           OPEN INPUT IN-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REGISTER-FILE
           IF WS-HIST-ON
               OPEN EXTEND HIST-FILE
               IF WS-HIST-STATUS = "35"
                   OPEN OUTPUT HIST-FILE
               END-IF
           END-IF
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-SW
           END-PERFORM
           MOVE WS-LETTER-CTR TO REG-CTR-OUT
           MOVE WS-LETTER-TOTAL TO REG-TOTAL-OUT
           MOVE WS-MAIL-SKIP-CTR TO REG-SKIP-CTR-OUT
           WRITE REGISTER-REC FROM REG-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PROM-ON
               MOVE WS-PROM-HOLD-CTR TO REG-PROM-CTR-OUT
               WRITE REGISTER-REC FROM REG-PROM-TOT-LINE
                   AFTER ADVANCING 1 LINES
           END-IF
           MOVE "E" TO WS-SPOOL-FUNC
           CALL 'MAIL-SPOOL-RTN' USING BY CONTENT WS-SPOOL-FUNC
               WS-SPOOL-SOURCE ACCT-NO-IN WS-SPOOL-SPACING LETTER-REC
           CLOSE IN-FILE
           CLOSE LETTER-FILE
           CLOSE REGISTER-FILE
           IF WS-HIST-ON
               CLOSE HIST-FILE
           END-IF
           IF WS-CUST-MASTER-OPEN
               CLOSE CUST-FILE
           END-IF
           DISPLAY "LETTERS PRODUCED: " WS-LETTER-CTR
           DISPLAY "NOT SENT - RETURNED MAIL: " WS-MAIL-SKIP-CTR
           IF WS-PROM-ON
               DISPLAY "HELD - PROMISE TO PAY OPEN: " WS-PROM-HOLD-CTR
           END-IF
           STOP RUN.

       150-GET-PARMS-RTN.
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "DUNNING_REL_MIN"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:5) TO WS-REL-MIN
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "DUNNING_HIST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-HIST-FILE-PATH
               MOVE "Y" TO WS-HIST-ON-SW
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "DUNNING_PROM_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PROM-FILE-PATH
               MOVE "Y" TO WS-PROM-ON-SW
           END-IF.

      ******************************************************************
      * THE LAST CONTACT LOGGED PER ACCOUNT - THE CONTACT FILE IS IN
      * THE ORDER THE CALLS WERE MADE, SO THE LAST ROW READ WINS.
      ******************************************************************
       160-LOAD-PROMISES-RTN.
           OPEN INPUT PROM-FILE
           IF WS-PROM-STATUS NOT = "00"
               DISPLAY "CONTACT FILE NOT AVAILABLE - STATUS "
                   WS-PROM-STATUS
               MOVE "N" TO WS-PROM-ON-SW
           ELSE
               MOVE "N" TO WS-PROM-EOF-SW
               PERFORM 165-LOAD-ONE-PROM-RTN
                   UNTIL WS-PROM-EOF-SW = "Y"
               CLOSE PROM-FILE
           END-IF.

       165-LOAD-ONE-PROM-RTN.
           READ PROM-FILE
               AT END
                   MOVE "Y" TO WS-PROM-EOF-SW
               NOT AT END
                   MOVE PR-ACCT-NO TO WS-ACCT-HOLD-X
                   PERFORM 168-FIND-PROM-RTN
                   IF WS-PROM-IDX = ZERO AND WS-PROM-CTR < 999
                       ADD 1 TO WS-PROM-CTR
                       MOVE WS-PROM-CTR TO WS-PROM-IDX
                       MOVE PR-ACCT-NO TO WS-PM-ACCT (WS-PROM-IDX)
                   END-IF
                   IF WS-PROM-IDX > ZERO
                       MOVE PR-STATUS TO WS-PM-STATUS (WS-PROM-IDX)
                       MOVE PR-PROM-DATE TO WS-PM-DATE (WS-PROM-IDX)
                       MOVE PR-ESC-LEVEL TO WS-PM-ESC (WS-PROM-IDX)
                   END-IF
           END-READ.

       168-FIND-PROM-RTN.
           MOVE ZERO TO WS-PROM-IDX
           PERFORM VARYING WS-PROM-SCAN FROM 1 BY 1
               UNTIL WS-PROM-SCAN > WS-PROM-CTR
               IF WS-PM-ACCT (WS-PROM-SCAN) = WS-ACCT-HOLD-X
                   MOVE WS-PROM-SCAN TO WS-PROM-IDX
                   MOVE WS-PROM-CTR TO WS-PROM-SCAN
               END-IF
           END-PERFORM.

       170-LOAD-RELATIONS-RTN.
           OPEN INPUT REL-FILE
           IF WS-REL-STATUS NOT = "00"
               AT END
                   MOVE "Y" TO WS-REL-EOF-SW
               NOT AT END
                   IF WS-REL-CTR < 999
                       ADD 1 TO WS-REL-CTR
                       MOVE REL-ACCT-NO TO WS-RL-ACCT (WS-REL-CTR)
                       MOVE REL-CUST-ID TO WS-RL-CUST (WS-REL-CTR)
               AT END
                   MOVE "NO" TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF WS-BAL-CTR < 999
                       ADD 1 TO WS-BAL-CTR
                       MOVE ACCT-NO-IN TO WS-BL-ACCT (WS-BAL-CTR)
                       MOVE AMT-DUE-IN TO WS-BL-AMT (WS-BAL-CTR)
      ******************************************************************
      * AN ACCOUNT EARNS A LETTER WHEN ITS BALANCE MEETS THE AMOUNT
      * FLOOR AND ITS AGE MEETS THE DAYS THRESHOLD. AN ACCOUNT NEVER
      * STAMPED WITH ACTIVITY IS TREATED AS OVER EVERY THRESHOLD. A
      * CHARGED-OFF ACCOUNT IS NEVER DUNNED.
      ******************************************************************
       300-SELECT-RTN.
           IF AMT-DUE-IN < WS-MIN-AMT OR ACCT-STAT-IN = "W"
               CONTINUE
           ELSE
               IF LAST-ACT-IN = ZERO

      ******************************************************************
      * THREE ESCALATING LETTER TEXTS - LEVEL 1 UNDER 60 DAYS, LEVEL 2
      * UNDER 90, LEVEL 3 AT 90 AND OVER; A BROKEN PROMISE RAISES IT
      * TO ITS ESCALATION LEVEL. AN OPEN PROMISE HOLDS THE LETTER. A
      * CUSTOMER WHOSE MAIL HAS COME BACK IS REGISTERED BUT NOT
      * WRITTEN TO.
      ******************************************************************
       400-LETTER-RTN.
           EVALUATE TRUE
               WHEN OTHER
                   MOVE 3 TO WS-LETTER-LEVEL
           END-EVALUATE
           MOVE "N" TO WS-PROM-HOLD-SW
           MOVE ZERO TO WS-PROM-IDX
           IF WS-PROM-ON
               MOVE ACCT-NO-IN TO WS-ACCT-HOLD-X
               PERFORM 168-FIND-PROM-RTN
           END-IF
           IF WS-PROM-IDX > ZERO
               EVALUATE WS-PM-STATUS (WS-PROM-IDX)
                   WHEN "O"
                       MOVE "Y" TO WS-PROM-HOLD-SW
                   WHEN "B"
                       IF WS-PM-ESC (WS-PROM-IDX) > WS-LETTER-LEVEL
                           MOVE WS-PM-ESC (WS-PROM-IDX)
                               TO WS-LETTER-LEVEL
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM 450-MAILING-BLOCK-RTN
           EVALUATE TRUE
               WHEN WS-PROM-HOLD
                   PERFORM 495-PROMISE-HOLD-RTN
               WHEN WS-MAIL-RETURNED
                   PERFORM 490-MAIL-SKIP-RTN
               WHEN OTHER
                   PERFORM 410-PRODUCE-LETTER-RTN
           END-EVALUATE.

       410-PRODUCE-LETTER-RTN.
           MOVE WS-RUN-DATE TO LTR-DATE-OUT
           WRITE LETTER-REC FROM LTR-DATE-LINE AFTER ADVANCING PAGE
           MOVE 0 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           WRITE LETTER-REC FROM LTR-NAME-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE ACCT-NO-IN TO WS-PARTY-ACCT
           MOVE WS-RUN-DATE TO WS-PARTY-AS-OF
           PERFORM 460-JOINT-OWNERS-RTN
           WRITE LETTER-REC FROM LTR-ADDR-LINE AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           WRITE LETTER-REC FROM LTR-CITY-LINE AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           WRITE LETTER-REC FROM LTR-SALUTE-LINE
               AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE AMT-DUE-IN TO LTR-AMT-OUT
           MOVE ACCT-NO-IN TO LTR-ACCT-OUT
           WRITE LETTER-REC FROM LTR-AMT-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           PERFORM 470-LETTER-BODY-RTN
           WRITE LETTER-REC FROM LTR-SIGN-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           ADD 1 TO WS-LETTER-CTR
           ADD AMT-DUE-IN TO WS-LETTER-TOTAL
           PERFORM 500-REGISTER-RTN.

       450-MAILING-BLOCK-RTN.
           MOVE "N" TO WS-MAIL-SKIP-SW
           IF WS-CUST-MASTER-OPEN
               MOVE ACCT-NO-IN TO CUST-ACCT-NO
               READ CUST-FILE
                       MOVE CUST-ADDRESS TO LTR-ADDR-OUT
                       MOVE CUST-CITY-STATE TO LTR-CITY-OUT
                       MOVE CUST-NAME TO LTR-SALUTE-OUT
                       IF CUST-MAIL-RETURNED
                           MOVE "Y" TO WS-MAIL-SKIP-SW
                       END-IF
               END-READ
           ELSE
               MOVE SPACES TO LTR-NAME-OUT
               MOVE "CUSTOMER" TO LTR-SALUTE-OUT
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
               MOVE PL-NAME (WS-PARTY-IDX) TO LTR-JOINT-OUT
               WRITE LETTER-REC FROM LTR-JOINT-LINE
                   AFTER ADVANCING 1 LINES
               MOVE 1 TO WS-SPOOL-SPACING
               PERFORM 700-SPOOL-LINE-RTN
           END-IF.

       470-LETTER-BODY-RTN.
           EVALUATE WS-LETTER-LEVEL
               WHEN 1

       480-WRITE-BODY-RTN.
           WRITE LETTER-REC FROM LTR-BODY-LINE
               AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN.

       485-WRITE-BODY-NEXT-RTN.
           WRITE LETTER-REC FROM LTR-BODY-LINE
               AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN.

       490-MAIL-SKIP-RTN.
           ADD 1 TO WS-MAIL-SKIP-CTR
           PERFORM 500-REGISTER-RTN
           WRITE REGISTER-REC FROM REG-SKIP-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REG-LINE-CTR.

       495-PROMISE-HOLD-RTN.
           ADD 1 TO WS-PROM-HOLD-CTR
           PERFORM 500-REGISTER-RTN
           MOVE WS-PM-DATE (WS-PROM-IDX) TO REG-PROM-DATE-OUT
           WRITE REGISTER-REC FROM REG-PROM-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REG-LINE-CTR.

       500-REGISTER-RTN.
           IF WS-REG-LINE-CTR > 20
           MOVE WS-LETTER-LEVEL TO REG-LEVEL-OUT
           MOVE WS-REL-TOTAL TO REG-REL-OUT
           WRITE REGISTER-REC FROM REG-DTL-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REG-LINE-CTR
           IF WS-HIST-ON AND NOT WS-PROM-HOLD
               MOVE WS-RUN-DATE TO DH-DATE
               MOVE ACCT-NO-IN TO DH-ACCT-NO
               MOVE WS-LETTER-LEVEL TO DH-LEVEL
               MOVE "S" TO DH-SENT
               IF WS-MAIL-RETURNED
                   MOVE "R" TO DH-SENT
               END-IF
               MOVE AMT-DUE-IN TO DH-AMT
               WRITE HIST-REC
           END-IF.

      ******************************************************************
      * HAND THE LETTER LINE JUST PRINTED TO THE NIGHT MAIL SPOOL AS
      * PART OF THE LETTER MAILED TO THE ACCOUNT'S CUSTOMER.
      ******************************************************************
       700-SPOOL-LINE-RTN.
           CALL 'MAIL-SPOOL-RTN' USING BY CONTENT WS-SPOOL-FUNC
               WS-SPOOL-SOURCE ACCT-NO-IN WS-SPOOL-SPACING LETTER-REC.
