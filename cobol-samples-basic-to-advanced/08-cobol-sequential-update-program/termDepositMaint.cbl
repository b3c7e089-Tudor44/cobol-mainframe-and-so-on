      ******************************************************************
      *15-10-2026 GD - TERM-DEPOSIT MASTER MAINTENANCE. A FIXED-TERM
      *DEPOSIT (CERTIFICATE) IS AN ORDINARY ACCOUNT ON THE MASTERS
      *WHOSE BALANCE IS THE DEPOSIT; THIS PROGRAM KEEPS THE TERMS THE
      *ACCOUNT MASTER HAS NO ROOM FOR - ONE ROW PER DEPOSIT: ACCOUNT,
      *PRINCIPAL, LOCKED RATE (WHOLE PERCENT, AS ON THE RATE MASTER),
      *TERM IN MONTHS, START AND MATURITY DATES, RENEWAL INSTRUCTION
      *("R" = ROLL OVER AT THE CURRENT RATE-MASTER RATE, "P" = PAY
      *PRINCIPAL AND INTEREST TO THE PAYOUT ACCOUNT) AND THE DATE THE
      *MATURITY NOTICE WENT OUT. THE MATURITY DATE IS FIGURED HERE
      *FROM THE START DATE AND THE TERM. TERM-DEPOSIT-RUN SENDS THE
      *NOTICES AND MATURES THE DEPOSITS NIGHTLY; SEQ-UPDATE AND
      *UPDATE-INDEX-FILE READ THE MASTER TO STOP (OR CHARGE FOR) AN
      *EARLY WITHDRAWAL.
      *ACTIONS: A = ADD A DEPOSIT, C = CHANGE THE RENEWAL INSTRUCTION,
      *L = LIST THE FILE. FILE PATH FROM TDEP_MAST_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-DEPOSIT-MAINT.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT TDEP-FILE ASSIGN TO WS-TDEP-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TDEP-STATUS.
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
       WORKING-STORAGE SECTION.
           01 WS-TDEP-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/TermDeposits.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-TDEP-STATUS             PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 ARE-THERE-MORE-RECORDS     PIC XXX VALUE "YES".
               88 NO-MORE-RECORDS               VALUE "NO".
           01 WS-ACTION                  PIC X VALUE "L".
           01 WS-ADD-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-CHG-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-AMT-EDIT                PIC Z,ZZ9.99.
           01 WS-RATE-EDIT               PIC .99.
           01 WS-RATE-IN                 PIC XX.
           01 WS-VALID-SW                PIC X.
               88 WS-VALID                      VALUE "Y".
      *    THE WHOLE MASTER IS HELD HERE FOR A CHANGE AND WRITTEN BACK,
      *    THE WAY STANDING-ORDER-RUN REWRITES ITS MASTER.
           01 WS-KEEP-TABLE.
               02 WS-KEEP-REC OCCURS 500 TIMES PIC X(45).
           01 WS-KEPT-CTR                PIC 9(3) VALUE ZERO.
           01 SUB1                       PIC 9(3).
           01 WS-CHG-ACCT                PIC X(4).
           01 WS-CHG-INSTRUCT            PIC X.
           01 WS-CHG-PAY-ACCT            PIC X(4).
           01 WS-FOUND-SW                PIC X.
               88 WS-FOUND                      VALUE "Y".
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
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TDEP_MAST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-TDEP-FILE-PATH
           END-IF
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           DISPLAY "TERM DEPOSITS ADDED: " WS-ADD-CTR
               "  INSTRUCTIONS CHANGED: " WS-CHG-CTR
           STOP RUN.

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - A=ADD DEPOSIT  C=CHANGE INSTRUCTION"
               "  L=LIST FILE"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM 300-ADD-RTN
               WHEN "C"
                   PERFORM 500-CHANGE-RTN
               WHEN OTHER
                   PERFORM 400-LIST-RTN
           END-EVALUATE
           DISPLAY " DO YOU WANT TO CONTINUE ? "
           ACCEPT ARE-THERE-MORE-RECORDS.

      ******************************************************************
      * ADD ONE DEPOSIT. THE MATURITY DATE IS THE START DATE PLUS THE
      * TERM; A PAY-OUT DEPOSIT MUST NAME ANOTHER ACCOUNT TO PAY TO.
      ******************************************************************
       300-ADD-RTN.
           MOVE "Y" TO WS-VALID-SW
           MOVE SPACES TO TDEP-REC
           DISPLAY "ENTER ACCOUNT NUMBER (4 DIGITS)"
           ACCEPT TD-ACCT-NO
           DISPLAY "ENTER PRINCIPAL (6 DIGITS, CENTS LAST -"
               " 250000 = 2500.00)"
           ACCEPT TD-PRINCIPAL
           DISPLAY "ENTER LOCKED RATE AS TWO DIGITS (05 = 5 PERCENT)"
           ACCEPT WS-RATE-IN
           MOVE WS-RATE-IN TO TDEP-REC (11:2)
           DISPLAY "ENTER TERM IN MONTHS (3 DIGITS)"
           ACCEPT TD-TERM-MONTHS
           DISPLAY "ENTER START DATE (YYYYMMDD)"
           ACCEPT TD-START-DATE
           DISPLAY "AT MATURITY - R=ROLL OVER  P=PAY OUT"
           ACCEPT TD-INSTRUCT
           IF TD-INSTRUCT NOT = "P"
               MOVE "R" TO TD-INSTRUCT
           ELSE
               DISPLAY "ENTER PAYOUT ACCOUNT (4 DIGITS)"
               ACCEPT TD-PAY-ACCT
           END-IF
           MOVE ZERO TO TD-NOTICE-DATE
           MOVE "A" TO TD-STATUS
           EVALUATE TRUE
               WHEN TD-PRINCIPAL NOT NUMERIC OR TD-PRINCIPAL = ZERO
                   DISPLAY "PRINCIPAL MUST BE GIVEN - NOT ADDED"
                   MOVE "N" TO WS-VALID-SW
               WHEN TD-RATE NOT NUMERIC OR TD-RATE = ZERO
                   DISPLAY "RATE MUST BE GIVEN - NOT ADDED"
                   MOVE "N" TO WS-VALID-SW
               WHEN TD-TERM-MONTHS NOT NUMERIC
                   OR TD-TERM-MONTHS = ZERO
                   DISPLAY "TERM MUST BE GIVEN - NOT ADDED"
                   MOVE "N" TO WS-VALID-SW
               WHEN TD-START-DATE NOT NUMERIC
                   OR TD-START-DATE = ZERO
                   DISPLAY "START DATE MUST BE GIVEN - NOT ADDED"
                   MOVE "N" TO WS-VALID-SW
               WHEN TD-INSTRUCT = "P"
                   AND (TD-PAY-ACCT = SPACES
                   OR TD-PAY-ACCT = TD-ACCT-NO)
                   DISPLAY "PAY-OUT NEEDS ANOTHER ACCOUNT - NOT ADDED"
                   MOVE "N" TO WS-VALID-SW
           END-EVALUATE
           IF WS-VALID
               PERFORM 350-SET-MATURITY-RTN
               OPEN EXTEND TDEP-FILE
               IF WS-TDEP-STATUS = "35"
                   OPEN OUTPUT TDEP-FILE
               END-IF
               WRITE TDEP-REC
               ADD 1 TO WS-ADD-CTR
               CLOSE TDEP-FILE
               DISPLAY "DEPOSIT " TD-ACCT-NO " MATURES " TD-MATURITY
           END-IF.

      ******************************************************************
      * MATURITY = START DATE PLUS THE TERM IN MONTHS, THE DAY CLAMPED
      * TO THE TARGET MONTH'S LENGTH - STANDING-ORDER-RUN'S RULE.
      ******************************************************************
       350-SET-MATURITY-RTN.
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

       400-LIST-RTN.
           OPEN INPUT TDEP-FILE
           IF WS-TDEP-STATUS NOT = "00"
               DISPLAY "TERM-DEPOSIT MASTER NOT AVAILABLE - STATUS "
                   WS-TDEP-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ TDEP-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           MOVE TD-PRINCIPAL TO WS-AMT-EDIT
                           MOVE TD-RATE TO WS-RATE-EDIT
                           DISPLAY "ACCOUNT " TD-ACCT-NO
                               "  PRINCIPAL " WS-AMT-EDIT
                               "  RATE " WS-RATE-EDIT
                               "  TERM " TD-TERM-MONTHS
                               "  MATURES " TD-MATURITY
                               "  " TD-INSTRUCT " " TD-PAY-ACCT
                               "  NOTICE " TD-NOTICE-DATE
                   END-READ
               END-PERFORM
               CLOSE TDEP-FILE
           END-IF.

      ******************************************************************
      * CHANGE A DEPOSIT'S RENEWAL INSTRUCTION (AND PAYOUT ACCOUNT)
      * AHEAD OF MATURITY. THE MASTER IS READ INTO THE TABLE, THE ROW
      * CHANGED IN PLACE AND THE WHOLE TABLE WRITTEN BACK.
      ******************************************************************
       500-CHANGE-RTN.
           DISPLAY "ENTER ACCOUNT NUMBER (4 DIGITS)"
           ACCEPT WS-CHG-ACCT
           DISPLAY "AT MATURITY - R=ROLL OVER  P=PAY OUT"
           ACCEPT WS-CHG-INSTRUCT
           MOVE SPACES TO WS-CHG-PAY-ACCT
           IF WS-CHG-INSTRUCT NOT = "P"
               MOVE "R" TO WS-CHG-INSTRUCT
           ELSE
               DISPLAY "ENTER PAYOUT ACCOUNT (4 DIGITS)"
               ACCEPT WS-CHG-PAY-ACCT
           END-IF
           IF WS-CHG-INSTRUCT = "P"
               AND (WS-CHG-PAY-ACCT = SPACES
               OR WS-CHG-PAY-ACCT = WS-CHG-ACCT)
               DISPLAY "PAY-OUT NEEDS ANOTHER ACCOUNT - NOT CHANGED"
           ELSE
               MOVE ZERO TO WS-KEPT-CTR
               MOVE "N" TO WS-FOUND-SW
               OPEN INPUT TDEP-FILE
               IF WS-TDEP-STATUS NOT = "00"
                   DISPLAY "TERM-DEPOSIT MASTER NOT AVAILABLE - STATUS "
                       WS-TDEP-STATUS
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 550-HOLD-ONE-RTN UNTIL WS-EOF
                   CLOSE TDEP-FILE
                   IF WS-FOUND
                       OPEN OUTPUT TDEP-FILE
                       PERFORM 560-WRITE-KEPT-RTN
                           VARYING SUB1 FROM 1 BY 1
                           UNTIL SUB1 > WS-KEPT-CTR
                       CLOSE TDEP-FILE
                       ADD 1 TO WS-CHG-CTR
                   ELSE
                       DISPLAY "NO TERM DEPOSIT FOR ACCOUNT "
                           WS-CHG-ACCT
                   END-IF
               END-IF
           END-IF.

       550-HOLD-ONE-RTN.
           READ TDEP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF TD-ACCT-NO = WS-CHG-ACCT AND TD-STATUS = "A"
                       MOVE WS-CHG-INSTRUCT TO TD-INSTRUCT
                       MOVE WS-CHG-PAY-ACCT TO TD-PAY-ACCT
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
                   IF WS-KEPT-CTR < 500
                       ADD 1 TO WS-KEPT-CTR
                       MOVE TDEP-REC TO WS-KEEP-REC (WS-KEPT-CTR)
                   ELSE
                       DISPLAY "DEPOSIT TABLE FULL - NOTHING CHANGED"
                       MOVE "N" TO WS-FOUND-SW
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
           END-READ.

       560-WRITE-KEPT-RTN.
           MOVE WS-KEEP-REC (SUB1) TO TDEP-REC
           WRITE TDEP-REC.

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
