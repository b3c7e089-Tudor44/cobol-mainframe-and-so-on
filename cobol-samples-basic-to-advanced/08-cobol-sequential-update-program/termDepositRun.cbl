      ******************************************************************
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 155 BYTES - STATEMENT
      *DELIVERY PREFERENCE AND E-MAIL ADDRESS ON THE END; NO FIELD
      *MOVES.
      *15-10-2026 GD - MAIL CONSOLIDATION - EVERY NOTICE LINE PRINTED
      *IS ALSO HANDED TO THE SHARED MAIL-SPOOL-RTN (SOURCE "TDEPNOTE")
      *SO MAIL-CONSOLIDATE CAN HOUSEHOLD AND PRESORT THE NIGHT'S MAIL.
      *NO-OP WHEN MAILSPOOL_PATH IS NOT SET.
      *15-10-2026 GD - RETURNED MAIL - THE CUSTOMER MASTER IS NOW 104
      *BYTES WITH A RETURNED-MAIL STATUS ON THE END. A DEPOSIT DUE ITS
      *MATURITY NOTICE WHOSE CUSTOMER IS FLAGGED GETS NO NOTICE; THE
      *REGISTER SHOWS "NOT SENT" WITH NOTE "RTMAIL" AND THE TOTAL LINE
      *COUNTS THEM. THE NOTICE DATE IS LEFT UNSTAMPED, SO THE NOTICE
      *GOES OUT ON THE FIRST NIGHT AFTER THE ADDRESS IS CORRECTED.
      *15-10-2026 GD - JOINT OWNERS ON THE ACCOUNT-PARTY FILE ARE NOW
      *ADDRESSED - AN "AND <NAME>" LINE UNDER THE CUSTOMER NAME FOR
      *EVERY JOINT OWNER ACTIVE TODAY, FROM THE SHARED ACCT-PARTY-RTN
      *(ACCTPARTY_PATH; NOT SET = THE CUSTOMER NAME ALONE AS BEFORE).
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 95 BYTES - TAX ID AND
      *BACKUP-WITHHOLDING STATUS ON THE END; NO FIELD MOVES.
      *15-10-2026 GD - TERM-DEPOSIT MATURITY RUN. RUNS NIGHTLY AHEAD
      *OF PEND-RELEASE, LIKE STANDING-ORDER-RUN. FOR EVERY LIVE
      *DEPOSIT ON THE TERM-DEPOSIT-MAINT MASTER:
      * - A DEPOSIT MATURING WITHIN TDEP_NOTICE_DAYS (DEFAULT 14) OF
      *   THE BUSINESS DATE WHOSE NOTICE HAS NOT GONE OUT GETS A
      *   MATURITY NOTICE (CUSTOMER MASTER NAME AND ADDRESS, THE
      *   MATURITY DATE, PRINCIPAL, INTEREST DUE AND WHAT WILL HAPPEN)
      *   AND THE NOTICE DATE IS STAMPED SO IT GOES ONCE PER TERM.
      * - A DEPOSIT WHOSE MATURITY DATE HAS ARRIVED EARNS SIMPLE
      *   INTEREST FOR THE TERM AT ITS LOCKED RATE. "R" ROLLS IT OVER:
      *   THE INTEREST IS CREDITED TO THE DEPOSIT ACCOUNT, THE
      *   PRINCIPAL GROWS BY IT, THE RATE IS RE-LOCKED FROM THE RATE
      *   MASTER (RATE-TABLE PRODUCT "T", HIGHEST BAND FLOOR THE
      *   PRINCIPAL REACHES, LATEST ROW EFFECTIVE BY THE BUSINESS DATE
      *   - COMPOUND-INTEREST'S RULE; NO ROW KEEPS THE OLD RATE) AND A
      *   NEW TERM RUNS FROM THE OLD MATURITY DATE. "P" PAYS OUT: THE
      *   INTEREST IS CREDITED TO THE PAYOUT ACCOUNT AND THE PRINCIPAL
      *   MOVES ACROSS AS A "T" TRANSFER, AND THE DEPOSIT IS RETIRED.
      *   EVERY MOVEMENT IS A TRANSREC ITEM ON THE PENDING FILE,
      *   TRACE SOURCE "TDM", EFFECTIVE THE MATURITY DATE, SO IT POSTS
      *   THROUGH TONIGHT'S CYCLE. A NIGHT THE CYCLE MISSED IS CAUGHT
      *   UP - EVERY TERM THAT HAS RUN OUT MATURES.
      *THE REGISTER LISTS EVERY NOTICE, ROLL-OVER AND PAY-OUT WITH
      *COUNT AND AMOUNT TOTALS AND A MACHINE LINE LIKE
      *STANDING-ORDER-RUN'S.
      *FILE PATHS FROM TDEP_MAST_PATH / TDEP_PEND_PATH /
      *TDEP_REG_PATH / TDEP_RATE_PATH / TDEP_CUST_PATH /
      *TDEP_NOTICE_PATH; THE BUSINESS DATE COMES FROM BUS-DATE-RTN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-DEPOSIT-RUN.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
          SELECT TDEP-FILE ASSIGN TO WS-TDEP-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TDEP-STATUS.
          SELECT PENDING-FILE ASSIGN TO WS-PEND-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.
          SELECT REGISTER-FILE ASSIGN TO WS-REG-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RATE-FILE ASSIGN TO WS-RATE-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.
          SELECT CUST-FILE ASSIGN TO WS-CUST-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CUST-ACCT-NO
           FILE STATUS IS WS-CUST-STATUS.
          SELECT LETTER-FILE ASSIGN TO WS-LTR-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD TDEP-FILE
           RECORD CONTAINS 45 CHARACTERS.
           01 TDEP-REC.
               02 TD-ACCT-NO             PIC X(4).
               02 TD-PRINCIPAL           PIC 9(4)V99.
               02 TD-RATE                PIC V99.
               02 TD-TERM-MONTHS         PIC 9(3).
               02 TD-START-DATE          PIC 9(8).
               02 TD-MATURITY            PIC 9(8).
               02 TD-INSTRUCT            PIC X.
               02 TD-PAY-ACCT            PIC X(4).
               02 TD-NOTICE-DATE         PIC 9(8).
               02 TD-STATUS              PIC X.
       FD PENDING-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 PENDING-REC.
           COPY TRANSREC.
       FD REGISTER-FILE.
           01 REGISTER-REC               PIC X(72).
       FD RATE-FILE
           RECORD CONTAINS 16 CHARACTERS.
           01 RATE-REC.
               02 RT-PRODUCT             PIC X.
               02 RT-BAND-FLOOR          PIC 9(5).
               02 RT-EFF-DATE            PIC 9(8).
               02 RT-RATE                PIC V99.
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
       FD LETTER-FILE
          RECORD CONTAINS 80 CHARACTERS.
          01 LETTER-REC                PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-TDEP-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/TermDeposits.txt".
           01 WS-PEND-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/PENDING.txt".
           01 WS-REG-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/TermDepositReg.txt".
           01 WS-RATE-FILE-PATH          PIC X(80) VALUE SPACES.
           01 WS-CUST-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/CustMast.txt".
           01 WS-LTR-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/MaturityNotices.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-TDEP-STATUS             PIC XX.
           01 WS-PEND-STATUS             PIC XX.
           01 WS-RATE-STATUS             PIC XX.
           01 WS-CUST-STATUS             PIC XX.
           01 WS-CUST-OPEN-SW            PIC X VALUE "N".
               88 WS-CUST-MASTER-OPEN           VALUE "Y".
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-BUS-DAYS                PIC 9(7).
           01 WS-MAT-DAYS                PIC 9(7).
           01 WS-LEAD-DAYS               PIC S9(7).
           01 WS-NOTICE-DAYS             PIC 9(3) VALUE 14.
           01 WS-DEP-CTR                 PIC 9(5) VALUE ZERO.
           01 WS-NOTICE-CTR              PIC 9(5) VALUE ZERO.
           01 WS-MAIL-SKIP-SW            PIC X VALUE "N".
               88 WS-MAIL-RETURNED              VALUE "Y".
           01 WS-MAIL-SKIP-CTR           PIC 9(5) VALUE ZERO.
           01 WS-ROLL-CTR                PIC 9(5) VALUE ZERO.
           01 WS-PAID-CTR                PIC 9(5) VALUE ZERO.
           01 WS-GEN-CTR                 PIC 9(5) VALUE ZERO.
           01 WS-GEN-TOTAL               PIC 9(7)V99 VALUE ZERO.
           01 WS-INTEREST                PIC 9(4)V99.
           01 WS-NEW-PRINCIPAL           PIC 9(5)V99.
           01 WS-RETIRE-SW               PIC X.
               88 WS-RETIRED                    VALUE "Y".
           01 WS-KEPT-CTR                PIC 9(3) VALUE ZERO.
           01 SUB1                       PIC 9(3).
           01 WS-LOG-PROGRAM  PIC X(20) VALUE "TERM-DEPOSIT-RUN".
           01 WS-LOG-START.
               02 WS-LOG-START-DATE  PIC 9(6).
               02 WS-LOG-START-TIME  PIC 9(6).
           01 WS-LOG-READ     PIC 9(6).
           01 WS-LOG-WRITTEN  PIC 9(6).
           01 WS-LOG-REJECTED PIC 9(6).
           01 WS-LOG-RC       PIC 9(2).
           01 WS-LOG-TIME-HOLD PIC 9(8).
      *    SURVIVING DEPOSITS ARE HELD HERE AND WRITTEN BACK OVER THE
      *    MASTER AT END OF RUN, AS IN STANDING-ORDER-RUN.
           01 WS-KEEP-TABLE.
               02 WS-KEEP-REC OCCURS 500 TIMES PIC X(45).
      *    RATE-MASTER ROWS FOR THE TERM-DEPOSIT PRODUCT ONLY.
           01 WS-RATE-TABLE.
               02 WS-RATE-ENTRY OCCURS 50 TIMES.
                   03 WS-RT-BAND         PIC 9(5).
                   03 WS-RT-EFF          PIC 9(8).
                   03 WS-RT-RATE         PIC V99.
           01 WS-RATE-CTR                PIC 99 VALUE ZERO.
           01 WS-RATE-IDX                PIC 99.
           01 WS-BEST-IDX                PIC 99.
           01 WS-DUE-HOLD.
               02 WS-DUE-YYYY            PIC 9(4).
               02 WS-DUE-MM              PIC 99.
               02 WS-DUE-DD              PIC 99.
           01 WS-MONTH-WORK              PIC 9(4).
           01 WS-YEAR-ADD                PIC 9(4).
           01 WS-MONTH-REM               PIC 99.
           01 WS-MONTH-LEN               PIC 99.
           01 WS-LEAP-QUOT               PIC 9(4).
           01 WS-LEAP-REM                PIC 9(4).
           01 WS-AMT-EDIT                PIC Z,ZZ9.99.
           01 WS-INT-EDIT                PIC Z,ZZ9.99.
           01 WS-RATE-EDIT               PIC .99.
           01 WS-PARTY-ACCT              PIC X(4).
           01 WS-SPOOL-FUNC              PIC X VALUE "L".
           01 WS-SPOOL-SOURCE            PIC X(8) VALUE "TDEPNOTE".
           01 WS-SPOOL-SPACING           PIC 9.
           01 WS-PARTY-AS-OF             PIC 9(8) VALUE ZERO.
           01 WS-PARTY-IDX               PIC 99.
           01 WS-PARTY-LIST.
           COPY PARTYLST.
           01 LTR-LINE                   PIC X(80).
           01 REG-HDR-LINE.
               02 FILLER            PIC X(31) VALUE
                   "TERM DEPOSITS PROCESSED FOR   ".
               02 REG-HDR-DATE      PIC 9(8).
           01 REG-DETAIL-LINE.
               02 FILLER            PIC X(8) VALUE "ACCOUNT ".
               02 REG-ACCT-OUT      PIC X(4).
               02 FILLER            PIC X(2) VALUE SPACES.
               02 REG-ACTION-OUT    PIC X(8).
               02 FILLER            PIC X(11) VALUE "  MATURITY ".
               02 REG-MAT-OUT       PIC 9(8).
               02 FILLER            PIC X(7) VALUE "  PRIN ".
               02 REG-PRIN-OUT      PIC Z,ZZ9.99.
               02 FILLER            PIC X(6) VALUE "  INT ".
               02 REG-INT-OUT       PIC Z,ZZ9.99.
               02 FILLER            PIC X VALUE SPACE.
               02 REG-NOTE-OUT      PIC X(6).
           01 REG-TOTAL-LINE.
               02 FILLER            PIC X(9) VALUE "NOTICES: ".
               02 REG-NOTICE-OUT    PIC ZZZZ9.
               02 FILLER            PIC X(10) VALUE "  ROLLED: ".
               02 REG-ROLL-OUT      PIC ZZZZ9.
               02 FILLER            PIC X(8) VALUE "  PAID: ".
               02 REG-PAID-OUT      PIC ZZZZ9.
               02 FILLER            PIC X(9) VALUE "  TOTAL: ".
               02 REG-TOTAL-OUT     PIC ZZZ,ZZ9.99.
               02 FILLER            PIC X(12) VALUE "  NOT SENT: ".
               02 REG-SKIP-OUT      PIC ZZZZ9.
      *    MACHINE CONTROL LINE - RAW DIGITS LIKE STANDING-ORDER-RUN'S
      *    "STORDGEN" LINE: ITEMS PUT ON THE PENDING FILE AND AMOUNT.
           01 REG-MACHINE-LINE.
               02 FILLER            PIC X(8) VALUE "TDEPGEN ".
               02 REG-M-GEN         PIC 9(5).
               02 FILLER            PIC X VALUE SPACE.
               02 REG-M-AMT         PIC 9(7)V99.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-GET-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-BUS-DATE
               BY REFERENCE WS-BUS-DAYS
           IF WS-RATE-FILE-PATH NOT = SPACES
               PERFORM 170-LOAD-RATES-RTN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           MOVE WS-BUS-DATE TO REG-HDR-DATE
           WRITE REGISTER-REC FROM REG-HDR-LINE
           OPEN OUTPUT LETTER-FILE
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-SW
           END-IF
           OPEN EXTEND PENDING-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF
           OPEN INPUT TDEP-FILE
           IF WS-TDEP-STATUS NOT = "00"
               DISPLAY "NO TERM-DEPOSIT MASTER - NOTHING PROCESSED"
           ELSE
               PERFORM 200-READ-DEPOSIT-RTN UNTIL WS-EOF
               CLOSE TDEP-FILE
               PERFORM 500-REWRITE-DEPOSITS-RTN
           END-IF
           MOVE "E" TO WS-SPOOL-FUNC
           CALL 'MAIL-SPOOL-RTN' USING BY CONTENT WS-SPOOL-FUNC
               WS-SPOOL-SOURCE WS-PARTY-ACCT WS-SPOOL-SPACING LETTER-REC
           CLOSE PENDING-FILE
           CLOSE LETTER-FILE
           IF WS-CUST-MASTER-OPEN
               CLOSE CUST-FILE
           END-IF
           PERFORM 600-TOTALS-RTN
           CLOSE REGISTER-FILE
           DISPLAY "DEPOSITS READ: " WS-DEP-CTR
               "  NOTICES: " WS-NOTICE-CTR
               "  ROLLED: " WS-ROLL-CTR
               "  PAID OUT: " WS-PAID-CTR
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

       150-GET-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TDEP_MAST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-TDEP-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TDEP_PEND_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PEND-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TDEP_REG_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REG-FILE-PATH
           END-IF
           ACCEPT WS-RATE-FILE-PATH FROM ENVIRONMENT "TDEP_RATE_PATH"
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TDEP_CUST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CUST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TDEP_NOTICE_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-LTR-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TDEP_NOTICE_DAYS"
           IF WS-ENV-HOLD (1:3) IS NUMERIC
               MOVE WS-ENV-HOLD (1:3) TO WS-NOTICE-DAYS
           END-IF.

      ******************************************************************
      * THE RATE MASTER'S TERM-DEPOSIT ROWS (PRODUCT "T"). NO FILE OR
      * NO ROWS AND EVERY ROLL-OVER KEEPS ITS OLD LOCKED RATE.
      ******************************************************************
       170-LOAD-RATES-RTN.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "RATE MASTER NOT AVAILABLE - STATUS "
                   WS-RATE-STATUS " - ROLL-OVERS KEEP THEIR RATE"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 175-LOAD-ONE-RATE-RTN UNTIL WS-EOF
               CLOSE RATE-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

       175-LOAD-ONE-RATE-RTN.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF RT-PRODUCT = "T" AND WS-RATE-CTR < 50
                       ADD 1 TO WS-RATE-CTR
                       MOVE RT-BAND-FLOOR TO WS-RT-BAND (WS-RATE-CTR)
                       MOVE RT-EFF-DATE TO WS-RT-EFF (WS-RATE-CTR)
                       MOVE RT-RATE TO WS-RT-RATE (WS-RATE-CTR)
                   END-IF
           END-READ.

       200-READ-DEPOSIT-RTN.
           READ TDEP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DEP-CTR
                   PERFORM 300-JUDGE-DEPOSIT-RTN
           END-READ.

      ******************************************************************
      * NOTICE FIRST (A DEPOSIT INSIDE THE WINDOW WHOSE NOTICE HAS NOT
      * GONE OUT), THEN EVERY TERM THAT HAS RUN OUT - A ROLLED DEPOSIT
      * CAN RUN OUT AGAIN ON A CATCH-UP NIGHT. A PAID-OUT DEPOSIT IS
      * RETIRED; EVERYTHING ELSE IS KEPT FOR THE REWRITE.
      ******************************************************************
       300-JUDGE-DEPOSIT-RTN.
           MOVE "N" TO WS-RETIRE-SW
           IF TD-STATUS = "A"
               PERFORM 320-NOTICE-CHECK-RTN
               PERFORM 350-MATURE-ONE-RTN
                   UNTIL TD-MATURITY > WS-BUS-DATE OR WS-RETIRED
           END-IF
           IF NOT WS-RETIRED
               IF WS-KEPT-CTR < 500
                   ADD 1 TO WS-KEPT-CTR
                   MOVE TDEP-REC TO WS-KEEP-REC (WS-KEPT-CTR)
               ELSE
                   DISPLAY "DEPOSIT TABLE FULL - DEPOSIT DROPPED FOR "
                       TD-ACCT-NO
               END-IF
           END-IF.

       320-NOTICE-CHECK-RTN.
           IF TD-NOTICE-DATE = ZERO AND TD-MATURITY > WS-BUS-DATE
               CALL 'DATE-DAYS-RTN' USING BY CONTENT TD-MATURITY
                   BY REFERENCE WS-MAT-DAYS
               COMPUTE WS-LEAD-DAYS = WS-MAT-DAYS - WS-BUS-DAYS
               IF WS-LEAD-DAYS <= WS-NOTICE-DAYS
                   PERFORM 330-INTEREST-RTN
                   PERFORM 690-MAIL-CHECK-RTN
                   IF WS-MAIL-RETURNED
                       ADD 1 TO WS-MAIL-SKIP-CTR
                       MOVE "NOT SENT" TO REG-ACTION-OUT
                       MOVE "RTMAIL" TO REG-NOTE-OUT
                   ELSE
                       PERFORM 700-NOTICE-RTN
                       MOVE WS-BUS-DATE TO TD-NOTICE-DATE
                       ADD 1 TO WS-NOTICE-CTR
                       MOVE "NOTICE" TO REG-ACTION-OUT
                       MOVE SPACES TO REG-NOTE-OUT
                   END-IF
                   PERFORM 380-REGISTER-RTN
               END-IF
           END-IF.

      ******************************************************************
      * SIMPLE INTEREST FOR ONE TERM AT THE LOCKED RATE.
      ******************************************************************
       330-INTEREST-RTN.
           COMPUTE WS-INTEREST ROUNDED =
               TD-PRINCIPAL * TD-RATE * TD-TERM-MONTHS / 12
               ON SIZE ERROR
                   MOVE 9999.99 TO WS-INTEREST
           END-COMPUTE.

      ******************************************************************
      * ONE TERM RUNS OUT. ROLL OVER OR PAY OUT AS INSTRUCTED; A ZERO
      * TERM COULD NEVER MOVE ITS MATURITY DATE, SO IT IS PAID OUT.
      ******************************************************************
       350-MATURE-ONE-RTN.
           PERFORM 330-INTEREST-RTN
           IF TD-INSTRUCT = "P" OR TD-TERM-MONTHS = ZERO
               PERFORM 370-PAY-OUT-RTN
           ELSE
               PERFORM 360-ROLL-OVER-RTN
           END-IF.

       360-ROLL-OVER-RTN.
           IF WS-INTEREST > ZERO
               MOVE TD-ACCT-NO TO T-ACCT-NO
               MOVE WS-INTEREST TO T-AMT-DUE
               MOVE "C" TO T-TRANS-TYPE
               MOVE SPACES TO T-TARGET-ACCT
               PERFORM 390-WRITE-PENDING-RTN
           END-IF
           MOVE "ROLLED" TO REG-ACTION-OUT
           MOVE SPACES TO REG-NOTE-OUT
           PERFORM 380-REGISTER-RTN
           COMPUTE WS-NEW-PRINCIPAL = TD-PRINCIPAL + WS-INTEREST
           IF WS-NEW-PRINCIPAL > 9999.99
               DISPLAY "DEPOSIT " TD-ACCT-NO
                   " PRINCIPAL AT CEILING - INTEREST NOT CAPITALIZED"
           ELSE
               MOVE WS-NEW-PRINCIPAL TO TD-PRINCIPAL
           END-IF
           PERFORM 365-RATE-LOOKUP-RTN
           MOVE TD-MATURITY TO TD-START-DATE
           PERFORM 400-ADVANCE-MATURITY-RTN
           MOVE ZERO TO TD-NOTICE-DATE
           ADD 1 TO WS-ROLL-CTR.

      ******************************************************************
      * RE-LOCK THE RATE FROM THE RATE MASTER - HIGHEST BAND FLOOR THE
      * PRINCIPAL REACHES AMONG THE LATEST ROWS EFFECTIVE BY THE
      * BUSINESS DATE, AS COMPOUND-INTEREST PICKS ITS RATE.
      ******************************************************************
       365-RATE-LOOKUP-RTN.
           MOVE ZERO TO WS-BEST-IDX
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-CTR
               IF WS-RT-EFF (WS-RATE-IDX) <= WS-BUS-DATE
                   AND WS-RT-BAND (WS-RATE-IDX) <= TD-PRINCIPAL
                   EVALUATE TRUE
                       WHEN WS-BEST-IDX = ZERO
                           MOVE WS-RATE-IDX TO WS-BEST-IDX
                       WHEN WS-RT-EFF (WS-RATE-IDX)
                               > WS-RT-EFF (WS-BEST-IDX)
                           MOVE WS-RATE-IDX TO WS-BEST-IDX
                       WHEN WS-RT-EFF (WS-RATE-IDX)
                               = WS-RT-EFF (WS-BEST-IDX)
                           AND WS-RT-BAND (WS-RATE-IDX)
                               > WS-RT-BAND (WS-BEST-IDX)
                           MOVE WS-RATE-IDX TO WS-BEST-IDX
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-BEST-IDX > ZERO
               MOVE WS-RT-RATE (WS-BEST-IDX) TO TD-RATE
           END-IF.

      ******************************************************************
      * PAY OUT - INTEREST TO THE PAYOUT ACCOUNT, PRINCIPAL ACROSS AS A
      * TRANSFER. WITH NO PAYOUT ACCOUNT (A ZERO-TERM ROW) THE
      * INTEREST STAYS ON THE DEPOSIT ACCOUNT AND THE FUNDS ARE SIMPLY
      * RELEASED THERE.
      ******************************************************************
       370-PAY-OUT-RTN.
           IF TD-PAY-ACCT = SPACES OR TD-PAY-ACCT = TD-ACCT-NO
               IF WS-INTEREST > ZERO
                   MOVE TD-ACCT-NO TO T-ACCT-NO
                   MOVE WS-INTEREST TO T-AMT-DUE
                   MOVE "C" TO T-TRANS-TYPE
                   MOVE SPACES TO T-TARGET-ACCT
                   PERFORM 390-WRITE-PENDING-RTN
               END-IF
               MOVE "RELEASED" TO REG-ACTION-OUT
               MOVE SPACES TO REG-NOTE-OUT
           ELSE
               IF WS-INTEREST > ZERO
                   MOVE TD-PAY-ACCT TO T-ACCT-NO
                   MOVE WS-INTEREST TO T-AMT-DUE
                   MOVE "C" TO T-TRANS-TYPE
                   MOVE SPACES TO T-TARGET-ACCT
                   PERFORM 390-WRITE-PENDING-RTN
               END-IF
               MOVE TD-ACCT-NO TO T-ACCT-NO
               MOVE TD-PRINCIPAL TO T-AMT-DUE
               MOVE "T" TO T-TRANS-TYPE
               MOVE TD-PAY-ACCT TO T-TARGET-ACCT
               PERFORM 390-WRITE-PENDING-RTN
               MOVE "PAID OUT" TO REG-ACTION-OUT
               MOVE "TO" TO REG-NOTE-OUT
               MOVE TD-PAY-ACCT TO REG-NOTE-OUT (3:4)
           END-IF
           PERFORM 380-REGISTER-RTN
           MOVE "Y" TO WS-RETIRE-SW
           ADD 1 TO WS-PAID-CTR.

       380-REGISTER-RTN.
           MOVE TD-ACCT-NO TO REG-ACCT-OUT
           MOVE TD-MATURITY TO REG-MAT-OUT
           MOVE TD-PRINCIPAL TO REG-PRIN-OUT
           MOVE WS-INTEREST TO REG-INT-OUT
           WRITE REGISTER-REC FROM REG-DETAIL-LINE.

      *    THE CALLER HAS SET ACCOUNT, AMOUNT, TYPE AND TARGET.
       390-WRITE-PENDING-RTN.
           MOVE TD-MATURITY TO T-EFF-DATE
           MOVE SPACES TO T-BRANCH
           MOVE "TDM" TO T-TRACE-SRC
           COMPUTE T-TRACE-SER = WS-GEN-CTR + 1
           WRITE PENDING-REC
           ADD 1 TO WS-GEN-CTR
           ADD T-AMT-DUE TO WS-GEN-TOTAL.

      ******************************************************************
      * THE NEXT MATURITY IS THE OLD ONE PLUS THE TERM, THE DAY
      * CLAMPED TO THE TARGET MONTH - TERM-DEPOSIT-MAINT'S RULE.
      ******************************************************************
       400-ADVANCE-MATURITY-RTN.
           MOVE TD-START-DATE TO WS-DUE-HOLD
           COMPUTE WS-MONTH-WORK = WS-DUE-MM - 1 + TD-TERM-MONTHS
           DIVIDE WS-MONTH-WORK BY 12 GIVING WS-YEAR-ADD
               REMAINDER WS-MONTH-REM
           ADD WS-YEAR-ADD TO WS-DUE-YYYY
           COMPUTE WS-DUE-MM = WS-MONTH-REM + 1
           PERFORM 450-MONTH-LEN-RTN
           IF WS-DUE-DD > WS-MONTH-LEN
               MOVE WS-MONTH-LEN TO WS-DUE-DD
           END-IF
           MOVE WS-DUE-HOLD TO TD-MATURITY.

      ******************************************************************
      * DAYS IN WS-DUE-MM OF WS-DUE-YYYY. FULL GREGORIAN LEAP RULE -
      * THE SAME RULE DATE-DAYS-RTN APPLIES.
      ******************************************************************
       450-MONTH-LEN-RTN.
           EVALUATE WS-DUE-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-LEN
               WHEN 2
                   MOVE 28 TO WS-MONTH-LEN
                   DIVIDE WS-DUE-YYYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-MONTH-LEN
                       DIVIDE WS-DUE-YYYY BY 100 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = ZERO
                           DIVIDE WS-DUE-YYYY BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM NOT = ZERO
                               MOVE 28 TO WS-MONTH-LEN
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-LEN
           END-EVALUATE.

       500-REWRITE-DEPOSITS-RTN.
           OPEN OUTPUT TDEP-FILE
           PERFORM 550-WRITE-KEPT-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-KEPT-CTR
           CLOSE TDEP-FILE.

       550-WRITE-KEPT-RTN.
           MOVE WS-KEEP-REC (SUB1) TO TDEP-REC
           WRITE TDEP-REC.

       600-TOTALS-RTN.
           MOVE WS-NOTICE-CTR TO REG-NOTICE-OUT
           MOVE WS-MAIL-SKIP-CTR TO REG-SKIP-OUT
           MOVE WS-ROLL-CTR TO REG-ROLL-OUT
           MOVE WS-PAID-CTR TO REG-PAID-OUT
           MOVE WS-GEN-TOTAL TO REG-TOTAL-OUT
           WRITE REGISTER-REC FROM REG-TOTAL-LINE
           MOVE WS-GEN-CTR TO REG-M-GEN
           MOVE WS-GEN-TOTAL TO REG-M-AMT
           WRITE REGISTER-REC FROM REG-MACHINE-LINE.

      ******************************************************************
      * NO NOTICE GOES TO A CUSTOMER WHOSE MAIL HAS COME BACK.
      ******************************************************************
       690-MAIL-CHECK-RTN.
           MOVE "N" TO WS-MAIL-SKIP-SW
           IF WS-CUST-MASTER-OPEN
               MOVE TD-ACCT-NO TO CUST-ACCT-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-MAIL-RETURNED
                           MOVE "Y" TO WS-MAIL-SKIP-SW
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * ONE MATURITY NOTICE - RATE-NOTICE'S LETTER LAYOUT.
      ******************************************************************
       700-NOTICE-RTN.
           MOVE SPACES TO LTR-LINE
           STRING "TERM DEPOSIT MATURITY NOTICE - DATED " WS-BUS-DATE
               DELIMITED BY SIZE INTO LTR-LINE (6:60)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING PAGE
           MOVE 0 TO WS-SPOOL-SPACING
           PERFORM 780-SPOOL-LINE-RTN
           PERFORM 750-MAILING-BLOCK-RTN
           MOVE TD-PRINCIPAL TO WS-AMT-EDIT
           MOVE WS-INTEREST TO WS-INT-EDIT
           MOVE TD-RATE TO WS-RATE-EDIT
           MOVE SPACES TO LTR-LINE
           STRING "YOUR DEPOSIT ON ACCOUNT " TD-ACCT-NO
               " MATURES ON " TD-MATURITY "."
               DELIMITED BY SIZE INTO LTR-LINE (6:60)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 780-SPOOL-LINE-RTN
           MOVE SPACES TO LTR-LINE
           STRING "PRINCIPAL " WS-AMT-EDIT " AT " WS-RATE-EDIT
               " PER ANNUM EARNS " WS-INT-EDIT " FOR THE TERM."
               DELIMITED BY SIZE INTO LTR-LINE (6:70)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 780-SPOOL-LINE-RTN
           MOVE SPACES TO LTR-LINE
           IF TD-INSTRUCT = "P"
               STRING "PRINCIPAL AND INTEREST WILL BE PAID TO ACCOUNT "
                   TD-PAY-ACCT "."
                   DELIMITED BY SIZE INTO LTR-LINE (6:60)
           ELSE
               STRING "THE DEPOSIT WILL ROLL OVER FOR ANOTHER "
                   TD-TERM-MONTHS " MONTHS AT THE RATE THEN CURRENT."
                   DELIMITED BY SIZE INTO LTR-LINE (6:74)
           END-IF
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 780-SPOOL-LINE-RTN
           MOVE SPACES TO LTR-LINE
           STRING "CONTACT YOUR BRANCH BEFORE THE MATURITY DATE TO"
               " CHANGE THIS."
               DELIMITED BY SIZE INTO LTR-LINE (6:60)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 780-SPOOL-LINE-RTN.

       750-MAILING-BLOCK-RTN.
           MOVE SPACES TO LTR-LINE
           IF WS-CUST-MASTER-OPEN
               MOVE TD-ACCT-NO TO CUST-ACCT-NO
               READ CUST-FILE
                   INVALID KEY
                       MOVE "*CUSTOMER NOT ON FILE*" TO LTR-LINE (6:25)
                   NOT INVALID KEY
                       MOVE CUST-NAME TO LTR-LINE (6:20)
               END-READ
           END-IF
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 780-SPOOL-LINE-RTN
           MOVE TD-ACCT-NO TO WS-PARTY-ACCT
           PERFORM 760-JOINT-OWNERS-RTN
           IF WS-CUST-MASTER-OPEN
               MOVE SPACES TO LTR-LINE
               MOVE CUST-ADDRESS TO LTR-LINE (6:25)
               WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
               MOVE 1 TO WS-SPOOL-SPACING
               PERFORM 780-SPOOL-LINE-RTN
               MOVE SPACES TO LTR-LINE
               MOVE CUST-CITY-STATE TO LTR-LINE (6:20)
               WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
               MOVE 1 TO WS-SPOOL-SPACING
               PERFORM 780-SPOOL-LINE-RTN
           END-IF.

      ******************************************************************
      * ONE "AND <NAME>" LINE PER JOINT OWNER ON THE ACCOUNT TODAY.
      ******************************************************************
       760-JOINT-OWNERS-RTN.
           CALL 'ACCT-PARTY-RTN' USING WS-PARTY-ACCT WS-PARTY-AS-OF
               WS-PARTY-LIST
           PERFORM 765-ONE-JOINT-RTN
               VARYING WS-PARTY-IDX FROM 1 BY 1
               UNTIL WS-PARTY-IDX > PL-CTR.

       765-ONE-JOINT-RTN.
           IF PL-ROLE (WS-PARTY-IDX) = "J"
               AND PL-ACTIVE (WS-PARTY-IDX) = "Y"
               MOVE SPACES TO LTR-LINE
               STRING "AND " PL-NAME (WS-PARTY-IDX)
                   DELIMITED BY SIZE INTO LTR-LINE (6:24)
               WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
               MOVE 1 TO WS-SPOOL-SPACING
               PERFORM 780-SPOOL-LINE-RTN
           END-IF.

      ******************************************************************
      * HAND THE NOTICE LINE JUST PRINTED TO THE NIGHT MAIL SPOOL AS
      * PART OF THE NOTICE MAILED TO THE DEPOSIT ACCOUNT'S CUSTOMER.
      ******************************************************************
       780-SPOOL-LINE-RTN.
           CALL 'MAIL-SPOOL-RTN' USING BY CONTENT WS-SPOOL-FUNC
               WS-SPOOL-SOURCE TD-ACCT-NO WS-SPOOL-SPACING LETTER-REC.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
      * NOT SET, AS IN A STANDALONE LESSON RUN).
      ******************************************************************
       900-RUN-LOG-RTN.
           MOVE WS-DEP-CTR TO WS-LOG-READ
           MOVE WS-GEN-CTR TO WS-LOG-WRITTEN
           MOVE ZERO TO WS-LOG-REJECTED
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
