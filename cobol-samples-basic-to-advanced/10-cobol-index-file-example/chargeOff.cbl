      ******************************************************************
      *15-10-2026 GD - BAD-DEBT CHARGE-OFF AND RECOVERY REPORT.
      *AGED-RECEIVABLES AND DUNNING-LETTERS FIND THE LONG-OVERDUE
      *BALANCES BUT NOTHING EVER TOOK THEM OFF THE BOOK, SO A BALANCE
      *NOBODY WILL PAY SAT ON THE MASTER AT FULL VALUE FOR EVER. THIS
      *STEP READS THE INDEXED MASTER AND SELECTS EVERY ACCOUNT THAT IS
      *NOT CLOSED OR ALREADY CHARGED OFF, WHOSE BALANCE MEETS
      *CHGOFF_MIN_AMT (WHOLE DOLLARS, DEFAULT 0050), WHOSE AGE FROM
      *LAST-ACT-DATE MEETS CHGOFF_MIN_DAYS (DEFAULT 120) AND WHICH
      *DUNNING-LETTERS HAS TAKEN TO THE FINAL (LEVEL 3) NOTICE AT
      *LEAST CHGOFF_NOTICE_DAYS (DEFAULT 10 - THE NOTICE'S OWN "TEN
      *DAYS") AGO, PER THE DUNNING HISTORY. EACH IS WRITTEN OFF BY A
      *"W" TRANSACTION FOR THE WHOLE BALANCE ONTO THE PENDING FILE,
      *TRACE SOURCE "CHG", EFFECTIVE TODAY, SO IT POSTS IN THE NEXT
      *CYCLE LIKE A FEE: SEQ-UPDATE MOVES THE ACCOUNT TO CHARGED-OFF
      *STATUS "W" AND GL-JOURNAL BOOKS THE LOSS THROUGH ITS "W" ROW.
      *AN ACCOUNT ALREADY CARRYING A "W" ON THE PENDING FILE IS NOT
      *RAISED AGAIN. THE CHARGE-OFF REGISTER LISTS WHAT WAS RAISED.
      *THE RECOVERY REPORT READS THE FLAT AUDIT HISTORY: EVERY "Y"
      *RECOVERY POSTED THIS MONTH, THEN EVERY CHARGED-OFF ACCOUNT WITH
      *ITS CHARGE-OFF, WHAT HAS BEEN RECOVERED TO DATE AND THE NET
      *LOSS. NO DUNNING HISTORY MEANS NOTHING CAN BE SELECTED - THE
      *REPORT STILL RUNS AND THE STEP ENDS RC 4.
      *FILE PATHS FROM CHGOFF_IN_PATH (INDEXED MASTER) /
      *CHGOFF_DUN_PATH / CHGOFF_PEND_PATH / CHGOFF_HIST_PATH /
      *CHGOFF_REG_PATH / CHGOFF_RCV_PATH; BUSINESS DATE FROM
      *BUS-DATE-RTN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGE-OFF.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT IN-FILE ASSIGN TO WS-IN-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACCT-NO-IN
               ALTERNATE RECORD KEY IS ACCT-NAME-IN
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS.
       SELECT DUN-FILE ASSIGN TO WS-DUN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUN-STATUS.
       SELECT PENDING-FILE ASSIGN TO WS-PEND-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
       SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       SELECT REGISTER-FILE ASSIGN TO WS-REG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RECOVERY-FILE ASSIGN TO WS-RCV-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD IN-FILE
         RECORD CONTAINS 43 CHARACTERS.
          01 IN-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-IN==
                                  ==AMT-DUE== BY ==AMT-DUE-IN==
                                  ==LAST-ACT-DATE== BY ==LAST-ACT-IN==
                                  ==ACCT-STATUS== BY ==ACCT-STAT-IN==
                                  ==BRANCH-CODE== BY ==BRANCH-IN==
                                  ==ACCT-NAME== BY ==ACCT-NAME-IN==
                                  ==ACCT-PRODUCT== BY ==ACCT-PROD-IN==
                                  ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                  ==ACCT-NO-PICTURE== BY ==9(4)==
                                  ==AMT-DUE-PICTURE== BY ==9(4)V99==.
      *
      *   ONE ROW PER DUNNING REGISTER LINE, AS DUNNING-LETTERS
      *   APPENDS IT - LEVEL 3 IS THE FINAL NOTICE; "S" SENT OR "R"
      *   RETURNED MAIL (REGISTERED, CHASED BY PHONE).
       FD DUN-FILE
          RECORD CONTAINS 20 CHARACTERS.
          01 DUN-REC.
              02 DH-DATE                  PIC 9(8).
              02 DH-ACCT-NO               PIC 9(4).
              02 DH-LEVEL                 PIC 9.
              02 DH-SENT                  PIC X.
              02 DH-AMT                   PIC 9(4)V99.
      *
       FD PENDING-FILE
          RECORD CONTAINS 34 CHARACTERS.
          01 PENDING-REC.
          COPY TRANSREC.
      *
       FD HIST-FILE
          RECORD CONTAINS 48 CHARACTERS.
          01 HIST-REC.
              02 HIST-BUS-DATE            PIC 9(8).
              02 FILLER                   PIC X.
          COPY AUDITREC.
      *
       FD REGISTER-FILE.
          01 REGISTER-REC               PIC X(80).
      *
       FD RECOVERY-FILE.
          01 RECOVERY-REC               PIC X(80).
      *
       WORKING-STORAGE SECTION.
          01 WS-IN-FILE-PATH            PIC X(80) VALUE
              "/Users/gaetanodorsi/file1.txt".
          01 WS-DUN-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/DunHistory.txt".
          01 WS-PEND-FILE-PATH          PIC X(80) VALUE
              "/Users/gaetanodorsi/PENDING.txt".
          01 WS-HIST-FILE-PATH          PIC X(80) VALUE
              "/Users/gaetanodorsi/AuditHist.txt".
          01 WS-REG-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/ChargeOffRegister.txt".
          01 WS-RCV-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/RecoveryReport.txt".
          01 WS-ENV-HOLD                PIC X(80).
          01 WS-STATUS                  PIC XX.
          01 WS-DUN-STATUS              PIC XX.
          01 WS-PEND-STATUS             PIC XX.
          01 WS-HIST-STATUS             PIC XX.
          01 WS-EOF-SW                  PIC X VALUE "N".
              88 WS-EOF                        VALUE "Y".
          01 WS-DUN-ON-SW               PIC X VALUE "N".
              88 WS-DUN-ON                     VALUE "Y".
          01 WS-BUS-DATE                PIC 9(8).
          01 WS-BUS-YYMM                PIC 9(6).
          01 WS-RUN-DAYS                PIC 9(7).
          01 WS-ACT-DAYS                PIC 9(7).
          01 WS-NOTICE-DAYS             PIC 9(7).
          01 WS-AGE-DAYS                PIC S9(7).
          01 WS-NOTICE-AGE              PIC S9(7).
          01 WS-MIN-DAYS                PIC 9(3) VALUE 120.
          01 WS-MIN-AMT                 PIC 9(4)V99 VALUE 50.
          01 WS-MIN-NOTICE              PIC 9(3) VALUE 10.
          01 WS-LOG-PROGRAM  PIC X(20) VALUE "CHARGE-OFF".
          01 WS-LOG-START.
              02 WS-LOG-START-DATE  PIC 9(6).
              02 WS-LOG-START-TIME  PIC 9(6).
          01 WS-LOG-READ     PIC 9(6).
          01 WS-LOG-WRITTEN  PIC 9(6).
          01 WS-LOG-REJECTED PIC 9(6).
          01 WS-LOG-RC       PIC 9(2).
          01 WS-LOG-TIME-HOLD PIC 9(8).
      *   LATEST FINAL-NOTICE DATE PER ACCOUNT, FROM THE DUNNING
      *   HISTORY.
          01 WS-FINAL-TABLE.
              02 WS-FINAL-ENTRY OCCURS 999 TIMES.
                  03 WS-FN-ACCT         PIC 9(4).
                  03 WS-FN-DATE         PIC 9(8).
          01 WS-FINAL-CTR               PIC 9(3) VALUE ZERO.
          01 WS-FINAL-IDX               PIC 9(4).
      *   ACCOUNTS WITH A CHARGE-OFF ALREADY WAITING ON THE PENDING
      *   FILE.
          01 WS-PEND-TABLE.
              02 WS-PEND-ENTRY OCCURS 999 TIMES.
                  03 WS-PN-ACCT         PIC X(4).
          01 WS-PEND-CTR                PIC 9(3) VALUE ZERO.
      *   CHARGED-OFF ACCOUNTS FOR THE RECOVERY REPORT - FROM THE
      *   MASTER (STATUS "W") AND FROM THE HISTORY'S "W" ROWS.
          01 WS-CO-TABLE.
              02 WS-CO-ENTRY OCCURS 999 TIMES.
                  03 WS-CO-ACCT         PIC X(4).
                  03 WS-CO-NAME         PIC X(20).
                  03 WS-CO-DATE         PIC 9(8).
                  03 WS-CO-AMT          PIC 9(5)V99.
                  03 WS-CO-RECOVERED    PIC 9(7)V99.
          01 WS-CO-CTR                  PIC 9(3) VALUE ZERO.
          01 WS-CO-IDX                  PIC 9(4).
          01 WS-CO-LOOK                 PIC X(4).
          01 WS-SCAN-IDX                PIC 9(4).
          01 WS-FOUND-SW                PIC X.
              88 WS-FOUND                      VALUE "Y".
          01 WS-ACCT-READ-CTR           PIC 9(5) VALUE ZERO.
          01 WS-CHGOFF-CTR              PIC 9(5) VALUE ZERO.
          01 WS-CHGOFF-TOTAL            PIC 9(7)V99 VALUE ZERO.
          01 WS-PENDING-SKIP-CTR        PIC 9(5) VALUE ZERO.
          01 WS-NO-NOTICE-CTR           PIC 9(5) VALUE ZERO.
          01 WS-RCV-MONTH-CTR           PIC 9(5) VALUE ZERO.
          01 WS-RCV-MONTH-TOTAL         PIC 9(7)V99 VALUE ZERO.
          01 WS-CO-GRAND                PIC 9(7)V99 VALUE ZERO.
          01 WS-RCV-GRAND               PIC 9(7)V99 VALUE ZERO.
          01 WS-NET-LOSS                PIC S9(7)V99.
          01 WS-NET-GRAND               PIC S9(7)V99 VALUE ZERO.
          01 REG-HDR-LINE.
              02 FILLER             PIC X(24) VALUE
                  "CHARGE-OFF REGISTER FOR ".
              02 REG-HDR-DATE       PIC 9(8).
              02 FILLER             PIC X(48) VALUE SPACES.
          01 REG-COL-LINE.
              02 FILLER             PIC X(8) VALUE "ACCOUNT ".
              02 FILLER             PIC X(21) VALUE "NAME".
              02 FILLER             PIC X(4) VALUE "BR".
              02 FILLER             PIC X(12) VALUE "    BALANCE".
              02 FILLER             PIC X(7) VALUE "    AGE".
              02 FILLER             PIC X(14) VALUE "  FINAL NOTICE".
              02 FILLER             PIC X(14) VALUE SPACES.
          01 REG-DETAIL-LINE.
              02 REG-ACCT-OUT       PIC X(4).
              02 FILLER             PIC X(4) VALUE SPACES.
              02 REG-NAME-OUT       PIC X(20).
              02 FILLER             PIC X VALUE SPACE.
              02 REG-BRANCH-OUT     PIC X(2).
              02 FILLER             PIC X(2) VALUE SPACES.
              02 REG-AMT-OUT        PIC ZZ,ZZ9.99.
              02 FILLER             PIC X(3) VALUE SPACES.
              02 REG-AGE-OUT        PIC ZZZZ9.
              02 FILLER             PIC X(4) VALUE SPACES.
              02 REG-NOTICE-OUT     PIC 9(8).
              02 FILLER             PIC X(18) VALUE SPACES.
          01 REG-TOTAL-LINE.
              02 FILLER             PIC X(13) VALUE "CHARGED OFF: ".
              02 REG-CTR-OUT        PIC ZZZZ9.
              02 FILLER             PIC X(8) VALUE "  TOTAL ".
              02 REG-TOTAL-OUT      PIC Z,ZZZ,ZZ9.99.
              02 FILLER             PIC X(18) VALUE
                  "  ALREADY PENDING ".
              02 REG-PEND-OUT       PIC ZZZZ9.
              02 FILLER             PIC X(19) VALUE SPACES.
          01 REG-NOTICE-LINE.
              02 FILLER             PIC X(41) VALUE
                  "PAST AGE AND AMOUNT BUT NO FINAL NOTICE: ".
              02 REG-NO-NOTICE-OUT  PIC ZZZZ9.
              02 FILLER             PIC X(34) VALUE SPACES.
          01 REG-NO-DUN-LINE.
              02 FILLER             PIC X(48) VALUE
                  "NO DUNNING HISTORY - NOTHING SELECTED FOR CHARGE".
              02 FILLER             PIC X(32) VALUE "-OFF".
          01 RCV-HDR-LINE.
              02 FILLER             PIC X(22) VALUE
                  "RECOVERY REPORT AS OF ".
              02 RCV-HDR-DATE       PIC 9(8).
              02 FILLER             PIC X(50) VALUE SPACES.
          01 RCV-SUB1-LINE.
              02 FILLER             PIC X(30) VALUE
                  "RECOVERIES POSTED THIS MONTH".
              02 FILLER             PIC X(50) VALUE SPACES.
          01 RCV-COL1-LINE.
              02 FILLER             PIC X(10) VALUE "DATE".
              02 FILLER             PIC X(9) VALUE "ACCOUNT".
              02 FILLER             PIC X(12) VALUE "      AMOUNT".
              02 FILLER             PIC X(7) VALUE "  TRACE".
              02 FILLER             PIC X(42) VALUE SPACES.
          01 RCV-DTL1-LINE.
              02 RCV-DATE-OUT       PIC 9(8).
              02 FILLER             PIC X(2) VALUE SPACES.
              02 RCV-ACCT-OUT       PIC X(4).
              02 FILLER             PIC X(5) VALUE SPACES.
              02 RCV-AMT-OUT        PIC Z,ZZZ,ZZ9.99.
              02 FILLER             PIC X(2) VALUE SPACES.
              02 RCV-TRACE-OUT      PIC X(9).
              02 FILLER             PIC X(38) VALUE SPACES.
          01 RCV-MONTH-LINE.
              02 FILLER             PIC X(22) VALUE
                  "RECOVERIES THIS MONTH ".
              02 RCV-MONTH-CTR-OUT  PIC ZZZZ9.
              02 FILLER             PIC X(8) VALUE "  TOTAL ".
              02 RCV-MONTH-TOT-OUT  PIC Z,ZZZ,ZZ9.99.
              02 FILLER             PIC X(33) VALUE SPACES.
          01 RCV-SUB2-LINE.
              02 FILLER             PIC X(30) VALUE
                  "CHARGED-OFF ACCOUNTS".
              02 FILLER             PIC X(50) VALUE SPACES.
          01 RCV-COL2-LINE.
              02 FILLER             PIC X(8) VALUE "ACCOUNT ".
              02 FILLER             PIC X(21) VALUE "NAME".
              02 FILLER             PIC X(9) VALUE "CHGD OFF".
              02 FILLER             PIC X(11) VALUE "     AMOUNT".
              02 FILLER             PIC X(13) VALUE "    RECOVERED".
              02 FILLER             PIC X(12) VALUE "    NET LOSS".
              02 FILLER             PIC X(6) VALUE SPACES.
          01 RCV-DTL2-LINE.
              02 RCV-CO-ACCT-OUT    PIC X(4).
              02 FILLER             PIC X(4) VALUE SPACES.
              02 RCV-CO-NAME-OUT    PIC X(20).
              02 FILLER             PIC X VALUE SPACE.
              02 RCV-CO-DATE-OUT    PIC 9(8).
              02 FILLER             PIC X VALUE SPACE.
              02 RCV-CO-AMT-OUT     PIC ZZ,ZZ9.99.
              02 FILLER             PIC X VALUE SPACE.
              02 RCV-CO-RCV-OUT     PIC Z,ZZZ,ZZ9.99.
              02 FILLER             PIC X VALUE SPACE.
              02 RCV-CO-NET-OUT     PIC Z,ZZZ,ZZ9.99-.
              02 FILLER             PIC X(6) VALUE SPACES.
          01 RCV-TOTAL-LINE.
              02 FILLER             PIC X(8) VALUE "TOTALS ".
              02 FILLER             PIC X(30) VALUE SPACES.
              02 RCV-TOT-CO-OUT     PIC ZZZZ,ZZ9.99.
              02 FILLER             PIC X VALUE SPACE.
              02 RCV-TOT-RCV-OUT    PIC Z,ZZZ,ZZ9.99.
              02 FILLER             PIC X VALUE SPACE.
              02 RCV-TOT-NET-OUT    PIC Z,ZZZ,ZZ9.99-.
              02 FILLER             PIC X(4) VALUE SPACES.
          01 RCV-NO-HIST-LINE.
              02 FILLER             PIC X(44) VALUE
                  "NO AUDIT HISTORY - RECOVERIES NOT AVAILABLE".
              02 FILLER             PIC X(36) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-GET-FILE-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           MOVE WS-BUS-DATE (1:6) TO WS-BUS-YYMM
           CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-BUS-DATE
               BY REFERENCE WS-RUN-DAYS
           PERFORM 200-LOAD-DUNNING-RTN
           PERFORM 250-LOAD-PENDING-RTN
           OPEN OUTPUT REGISTER-FILE
           MOVE WS-BUS-DATE TO REG-HDR-DATE
           WRITE REGISTER-REC FROM REG-HDR-LINE
           IF NOT WS-DUN-ON
               WRITE REGISTER-REC FROM REG-NO-DUN-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE REGISTER-REC FROM REG-COL-LINE
           OPEN EXTEND PENDING-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF
           OPEN INPUT IN-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE - STATUS "
                   WS-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 400-SELECT-NEXT-RTN UNTIL WS-EOF
               CLOSE IN-FILE
           END-IF
           CLOSE PENDING-FILE
           MOVE WS-CHGOFF-CTR TO REG-CTR-OUT
           MOVE WS-CHGOFF-TOTAL TO REG-TOTAL-OUT
           MOVE WS-PENDING-SKIP-CTR TO REG-PEND-OUT
           WRITE REGISTER-REC FROM REG-TOTAL-LINE
           MOVE WS-NO-NOTICE-CTR TO REG-NO-NOTICE-OUT
           WRITE REGISTER-REC FROM REG-NOTICE-LINE
           CLOSE REGISTER-FILE
           PERFORM 600-RECOVERY-REPORT-RTN
           DISPLAY "ACCOUNTS READ: " WS-ACCT-READ-CTR
               "  CHARGED OFF: " WS-CHGOFF-CTR
               "  NO FINAL NOTICE: " WS-NO-NOTICE-CTR
           DISPLAY "RECOVERIES THIS MONTH: " WS-RCV-MONTH-CTR
               "  AMOUNT: " WS-RCV-MONTH-TOTAL
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

       150-GET-FILE-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CHGOFF_IN_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-IN-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CHGOFF_DUN_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-DUN-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CHGOFF_PEND_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PEND-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CHGOFF_HIST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-HIST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CHGOFF_REG_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REG-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CHGOFF_RCV_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RCV-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CHGOFF_MIN_DAYS"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:3) TO WS-MIN-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CHGOFF_MIN_AMT"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:4) TO WS-MIN-AMT
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CHGOFF_NOTICE_DAYS"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:3) TO WS-MIN-NOTICE
           END-IF.

      ******************************************************************
      * THE LATEST FINAL NOTICE PER ACCOUNT. A RETURNED-MAIL LEVEL 3
      * COUNTS - THE ACCOUNT WAS TAKEN TO THE FINAL STAGE AND CHASED
      * BY PHONE.
      ******************************************************************
       200-LOAD-DUNNING-RTN.
           OPEN INPUT DUN-FILE
           IF WS-DUN-STATUS NOT = "00"
               DISPLAY "DUNNING HISTORY NOT AVAILABLE - STATUS "
                   WS-DUN-STATUS " - NOTHING SELECTED"
           ELSE
               MOVE "Y" TO WS-DUN-ON-SW
               MOVE "N" TO WS-EOF-SW
               PERFORM 210-LOAD-ONE-DUN-RTN UNTIL WS-EOF
               CLOSE DUN-FILE
           END-IF.

       210-LOAD-ONE-DUN-RTN.
           READ DUN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF DH-LEVEL = 3
                       PERFORM 220-NOTE-FINAL-RTN
                   END-IF
           END-READ.

       220-NOTE-FINAL-RTN.
           MOVE ZERO TO WS-FINAL-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-FINAL-CTR
               IF WS-FN-ACCT (WS-SCAN-IDX) = DH-ACCT-NO
                   MOVE WS-SCAN-IDX TO WS-FINAL-IDX
                   MOVE WS-FINAL-CTR TO WS-SCAN-IDX
               END-IF
           END-PERFORM
           IF WS-FINAL-IDX = ZERO AND WS-FINAL-CTR < 999
               ADD 1 TO WS-FINAL-CTR
               MOVE WS-FINAL-CTR TO WS-FINAL-IDX
               MOVE DH-ACCT-NO TO WS-FN-ACCT (WS-FINAL-IDX)
               MOVE ZERO TO WS-FN-DATE (WS-FINAL-IDX)
           END-IF
           IF WS-FINAL-IDX > ZERO
               IF DH-DATE > WS-FN-DATE (WS-FINAL-IDX)
                   MOVE DH-DATE TO WS-FN-DATE (WS-FINAL-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * EVERY ACCOUNT WITH A "W" ALREADY WAITING ON THE PENDING FILE,
      * SO A CHARGE-OFF RAISED LAST NIGHT IS NOT RAISED TWICE.
      ******************************************************************
       250-LOAD-PENDING-RTN.
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 260-LOAD-ONE-PENDING-RTN UNTIL WS-EOF
               CLOSE PENDING-FILE
           END-IF.

       260-LOAD-ONE-PENDING-RTN.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF T-TRANS-TYPE = "W" AND WS-PEND-CTR < 999
                       ADD 1 TO WS-PEND-CTR
                       MOVE T-ACCT-NO TO WS-PN-ACCT (WS-PEND-CTR)
                   END-IF
           END-READ.

       400-SELECT-NEXT-RTN.
           READ IN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ACCT-READ-CTR
                   PERFORM 450-SELECT-ONE-RTN
           END-READ.

      ******************************************************************
      * A CHARGED-OFF ACCOUNT IS NOTED FOR THE RECOVERY REPORT. ANY
      * OTHER ACCOUNT NOT CLOSED IS TESTED ON AMOUNT, AGE (AN ACCOUNT
      * NEVER STAMPED WITH ACTIVITY IS OVER EVERY THRESHOLD, AS IN
      * DUNNING-LETTERS) AND THE FINAL NOTICE.
      ******************************************************************
       450-SELECT-ONE-RTN.
           EVALUATE TRUE
               WHEN ACCT-STAT-IN = "W"
                   MOVE ACCT-NO-IN TO WS-CO-LOOK
                   PERFORM 650-FIND-CO-RTN
                   IF WS-CO-IDX > ZERO
                       MOVE ACCT-NAME-IN TO WS-CO-NAME (WS-CO-IDX)
                   END-IF
               WHEN ACCT-STAT-IN = "C"
                   CONTINUE
               WHEN AMT-DUE-IN = ZERO OR AMT-DUE-IN < WS-MIN-AMT
                   CONTINUE
               WHEN OTHER
                   IF LAST-ACT-IN = ZERO
                       MOVE 9999 TO WS-AGE-DAYS
                   ELSE
                       CALL 'DATE-DAYS-RTN' USING BY CONTENT LAST-ACT-IN
                           BY REFERENCE WS-ACT-DAYS
                       COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-ACT-DAYS
                   END-IF
                   IF WS-AGE-DAYS >= WS-MIN-DAYS
                       PERFORM 460-CHECK-NOTICE-RTN
                   END-IF
           END-EVALUATE.

       460-CHECK-NOTICE-RTN.
           MOVE ZERO TO WS-FINAL-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-FINAL-CTR
               IF WS-FN-ACCT (WS-SCAN-IDX) = ACCT-NO-IN
                   MOVE WS-SCAN-IDX TO WS-FINAL-IDX
                   MOVE WS-FINAL-CTR TO WS-SCAN-IDX
               END-IF
           END-PERFORM
           MOVE -1 TO WS-NOTICE-AGE
           IF WS-FINAL-IDX > ZERO
               CALL 'DATE-DAYS-RTN' USING
                   BY CONTENT WS-FN-DATE (WS-FINAL-IDX)
                   BY REFERENCE WS-NOTICE-DAYS
               COMPUTE WS-NOTICE-AGE = WS-RUN-DAYS - WS-NOTICE-DAYS
           END-IF
           IF WS-NOTICE-AGE < WS-MIN-NOTICE
               ADD 1 TO WS-NO-NOTICE-CTR
           ELSE
               MOVE "N" TO WS-FOUND-SW
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-PEND-CTR
                   IF WS-PN-ACCT (WS-SCAN-IDX) = ACCT-NO-IN
                       MOVE "Y" TO WS-FOUND-SW
                       MOVE WS-PEND-CTR TO WS-SCAN-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND
                   ADD 1 TO WS-PENDING-SKIP-CTR
               ELSE
                   PERFORM 500-CHARGE-OFF-RTN
               END-IF
           END-IF.

      ******************************************************************
      * EMIT THE WRITE-OFF AS A "W" TRANSACTION ON THE PENDING FILE
      * FOR THE WHOLE BALANCE AND REGISTER IT. SEQ-UPDATE REFUSES IT
      * IF THE BALANCE HAS FALLEN BELOW THE AMOUNT BY THEN.
      ******************************************************************
       500-CHARGE-OFF-RTN.
           MOVE ACCT-NO-IN TO T-ACCT-NO
           MOVE AMT-DUE-IN TO T-AMT-DUE
           MOVE "W" TO T-TRANS-TYPE
           MOVE WS-BUS-DATE TO T-EFF-DATE
           MOVE SPACES TO T-BRANCH
           MOVE SPACES TO T-TARGET-ACCT
           MOVE "CHG" TO T-TRACE-SRC
           COMPUTE T-TRACE-SER = WS-CHGOFF-CTR + 1
           WRITE PENDING-REC
           ADD 1 TO WS-CHGOFF-CTR
           ADD AMT-DUE-IN TO WS-CHGOFF-TOTAL
           MOVE ACCT-NO-IN TO REG-ACCT-OUT
           MOVE ACCT-NAME-IN TO REG-NAME-OUT
           MOVE BRANCH-IN TO REG-BRANCH-OUT
           MOVE AMT-DUE-IN TO REG-AMT-OUT
           MOVE WS-AGE-DAYS TO REG-AGE-OUT
           MOVE WS-FN-DATE (WS-FINAL-IDX) TO REG-NOTICE-OUT
           WRITE REGISTER-REC FROM REG-DETAIL-LINE.

      ******************************************************************
      * RECOVERY REPORT - ONE PASS OVER THE HISTORY PICKS UP EVERY
      * CHARGE-OFF AND EVERY RECOVERY; THIS MONTH'S RECOVERIES PRINT
      * AS THEY ARE READ, THE PER-ACCOUNT POSITION AFTER.
      ******************************************************************
       600-RECOVERY-REPORT-RTN.
           OPEN OUTPUT RECOVERY-FILE
           MOVE WS-BUS-DATE TO RCV-HDR-DATE
           WRITE RECOVERY-REC FROM RCV-HDR-LINE
           WRITE RECOVERY-REC FROM RCV-SUB1-LINE
           WRITE RECOVERY-REC FROM RCV-COL1-LINE
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               WRITE RECOVERY-REC FROM RCV-NO-HIST-LINE
               DISPLAY "NO AUDIT HISTORY - RECOVERIES NOT AVAILABLE"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 610-HIST-ONE-RTN UNTIL WS-EOF
               CLOSE HIST-FILE
           END-IF
           MOVE WS-RCV-MONTH-CTR TO RCV-MONTH-CTR-OUT
           MOVE WS-RCV-MONTH-TOTAL TO RCV-MONTH-TOT-OUT
           WRITE RECOVERY-REC FROM RCV-MONTH-LINE
           WRITE RECOVERY-REC FROM RCV-SUB2-LINE
           WRITE RECOVERY-REC FROM RCV-COL2-LINE
           PERFORM 680-CO-LINE-RTN
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-CTR
           MOVE WS-CO-GRAND TO RCV-TOT-CO-OUT
           MOVE WS-RCV-GRAND TO RCV-TOT-RCV-OUT
           MOVE WS-NET-GRAND TO RCV-TOT-NET-OUT
           WRITE RECOVERY-REC FROM RCV-TOTAL-LINE
           CLOSE RECOVERY-FILE.

       610-HIST-ONE-RTN.
           READ HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   EVALUATE AUD-TRANS-TYPE
                       WHEN "W"
                           MOVE AUD-ACCT-NO TO WS-CO-LOOK
                           PERFORM 650-FIND-CO-RTN
                           IF WS-CO-IDX > ZERO
                               MOVE HIST-BUS-DATE
                                   TO WS-CO-DATE (WS-CO-IDX)
                               ADD AUD-TRANS-AMT
                                   TO WS-CO-AMT (WS-CO-IDX)
                           END-IF
                       WHEN "Y"
                           PERFORM 620-RECOVERY-ROW-RTN
                   END-EVALUATE
           END-READ.

       620-RECOVERY-ROW-RTN.
           MOVE AUD-ACCT-NO TO WS-CO-LOOK
           PERFORM 650-FIND-CO-RTN
           IF WS-CO-IDX > ZERO
               ADD AUD-TRANS-AMT TO WS-CO-RECOVERED (WS-CO-IDX)
           END-IF
           IF HIST-BUS-DATE (1:6) = WS-BUS-YYMM
               MOVE HIST-BUS-DATE TO RCV-DATE-OUT
               MOVE AUD-ACCT-NO TO RCV-ACCT-OUT
               MOVE AUD-TRANS-AMT TO RCV-AMT-OUT
               MOVE AUD-TRACE TO RCV-TRACE-OUT
               WRITE RECOVERY-REC FROM RCV-DTL1-LINE
               ADD 1 TO WS-RCV-MONTH-CTR
               ADD AUD-TRANS-AMT TO WS-RCV-MONTH-TOTAL
           END-IF.

      ******************************************************************
      * FIND (OR OPEN) THE CHARGED-OFF ACCOUNT'S SLOT. ZERO WHEN THE
      * TABLE IS FULL.
      ******************************************************************
       650-FIND-CO-RTN.
           MOVE ZERO TO WS-CO-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-CO-CTR
               IF WS-CO-ACCT (WS-SCAN-IDX) = WS-CO-LOOK
                   MOVE WS-SCAN-IDX TO WS-CO-IDX
                   MOVE WS-CO-CTR TO WS-SCAN-IDX
               END-IF
           END-PERFORM
           IF WS-CO-IDX = ZERO AND WS-CO-CTR < 999
               ADD 1 TO WS-CO-CTR
               MOVE WS-CO-CTR TO WS-CO-IDX
               MOVE WS-CO-LOOK TO WS-CO-ACCT (WS-CO-IDX)
               MOVE SPACES TO WS-CO-NAME (WS-CO-IDX)
               MOVE ZERO TO WS-CO-DATE (WS-CO-IDX)
               MOVE ZERO TO WS-CO-AMT (WS-CO-IDX)
               MOVE ZERO TO WS-CO-RECOVERED (WS-CO-IDX)
           END-IF.

       680-CO-LINE-RTN.
           COMPUTE WS-NET-LOSS = WS-CO-AMT (WS-CO-IDX)
               - WS-CO-RECOVERED (WS-CO-IDX)
           MOVE WS-CO-ACCT (WS-CO-IDX) TO RCV-CO-ACCT-OUT
           MOVE WS-CO-NAME (WS-CO-IDX) TO RCV-CO-NAME-OUT
           MOVE WS-CO-DATE (WS-CO-IDX) TO RCV-CO-DATE-OUT
           MOVE WS-CO-AMT (WS-CO-IDX) TO RCV-CO-AMT-OUT
           MOVE WS-CO-RECOVERED (WS-CO-IDX) TO RCV-CO-RCV-OUT
           MOVE WS-NET-LOSS TO RCV-CO-NET-OUT
           WRITE RECOVERY-REC FROM RCV-DTL2-LINE
           ADD WS-CO-AMT (WS-CO-IDX) TO WS-CO-GRAND
           ADD WS-CO-RECOVERED (WS-CO-IDX) TO WS-RCV-GRAND
           ADD WS-NET-LOSS TO WS-NET-GRAND.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
      * NOT SET, AS IN A STANDALONE LESSON RUN).
      ******************************************************************
       900-RUN-LOG-RTN.
           MOVE WS-ACCT-READ-CTR TO WS-LOG-READ
           MOVE WS-CHGOFF-CTR TO WS-LOG-WRITTEN
           MOVE ZERO TO WS-LOG-REJECTED
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
