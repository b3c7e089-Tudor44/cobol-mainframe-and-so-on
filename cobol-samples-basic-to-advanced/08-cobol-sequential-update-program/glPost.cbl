      ******************************************************************
      *15-10-2026 GD - PAYROLL JOURNAL. THE "GLT" TRAILER NOW ENDS WITH
      *ITS JOURNAL SOURCE - "NIT" FOR GL-JOURNAL'S NIGHTLY FILE
      *(BLANK ON AN OLDER FILE READS AS "NIT"), "PAY" FOR
      *PAYROLL-REGISTER'S - AND THE BALANCE MASTER KEEPS A LAST-POSTED
      *DATE PER SOURCE, SO A PAYROLL JOURNAL OF THE SAME DATE IS NO
      *LONGER TAKEN FOR A RERUN. AFTER THE NIGHTLY JOURNAL, WHEN
      *GLPOST_PAY_PATH NAMES PAYROLL-REGISTER'S POSTING FILE, A
      *RELEASED PAYROLL JOURNAL NOT YET POSTED IS PROVED AND POSTED
      *THE SAME WAY. IT WAITS WHILE IT IS DATED AFTER THE LAST NIGHTLY
      *POSTING. NO FILE, AN EMPTY ONE (A JOURNAL PAYROLL DID NOT
      *RELEASE) OR ONE ALREADY POSTED IS ONLY REPORTED; ONE THAT DOES
      *NOT PROVE, IS OLDER THAN THE LAST PAYROLL POSTING OR FALLS IN
      *A MONTH ALREADY CLOSED IS REFUSED RC 4 - THE NIGHT'S OWN
      *POSTING STANDS.
      *15-10-2026 GD - GENERAL-LEDGER BALANCE MASTER. GL-JOURNAL'S
      *BALANCED JOURNAL WAS PRINTED AND FORGOTTEN, SO A GL BALANCE
      *STILL HAD TO COME FROM THE BUREAU. THIS STEP RUNS AFTER
      *GL-JOURNAL AND POSTS ITS POSTING FILE (GLP ROWS, GLT TRAILER)
      *TO THE GL BALANCE MASTER (COPYBOOK GLBAL) - ONE ROW PER GL
      *ACCOUNT NAMED ON THE CHART-OF-ACCOUNTS FILE, WITH OPENING,
      *PERIOD-TO-DATE AND YEAR-TO-DATE DEBITS AND CREDITS:
      *  - THE POSTING FILE MUST PROVE AGAINST ITS TRAILER AND
      *    BALANCE, OR NOTHING IS POSTED (RC 8). AN EMPTY FILE IS
      *    GL-JOURNAL'S FAILED NIGHT AND IS REFUSED THE SAME WAY.
      *  - A JOURNAL DATED BEFORE THE MASTER'S LAST POSTING, OR IN A
      *    YEAR YEAR-END-CLOSE HAS NOT YET OPENED, IS REFUSED (RC 8).
      *    THE SAME DATE AGAIN IS A RERUN - NOTHING IS POSTED TWICE
      *    BUT THE PROOF AND THE TRIAL BALANCE STILL RUN.
      *  - THE FIRST JOURNAL OF A NEW MONTH CLEARS THE PERIOD-TO-DATE
      *    COLUMNS BEFORE IT POSTS.
      *  - THE DEPOSIT CONTROL ACCOUNT (GLPOST_DEP_GL, DEFAULT 2100)
      *    MUST EQUAL, AS A CREDIT BALANCE, THE NEW MASTER TOTAL ON
      *    SEQ-UPDATE'S "SEQBAL" CONTROL LINE. A DIVERGENCE - OR NO
      *    SEQBAL LINE TO PROVE AGAINST - ENDS THE STEP RC 8. THE
      *    NIGHT'S POSTING STANDS; THE BREAK IS FOR THE LEDGER TEAM.
      *WITH NO MASTER YET, ONE IS BUILT FROM THE CHART (PLUS THE
      *DEPOSIT AND RETAINED-EARNINGS ACCOUNTS, GLPOST_RE_GL DEFAULT
      *3900): THE DEPOSIT ACCOUNT OPENS AT THE SEQBAL OLD TOTAL
      *AGAINST RETAINED EARNINGS, SO THE LEDGER BALANCES FROM DAY ONE.
      *A GL TRIAL BALANCE FOLLOWS THE POSTING ON THE CALENDAR'S
      *MONTH-END NIGHT (WITH NO CALENDAR, EVERY NIGHT) OR WHEN
      *GLPOST_TB = "Y"; GLPOST_TB = "O" PRINTS THE TRIAL BALANCE ALONE
      *FROM THE MASTER AND POSTS NOTHING. A TRIAL BALANCE THAT DOES
      *NOT BALANCE ENDS THE STEP RC 8.
      *FILE PATHS FROM GLPOST_IN_PATH / GLPOST_COA_PATH /
      *GLPOST_MST_PATH / GLPOST_CTL_PATH / GLPOST_RPT_PATH; BUSINESS
      *DATE FROM BUS-DATE-RTN, MONTH END FROM THE BUSDATE_PATH
      *CALENDAR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-POST.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
          SELECT POST-FILE ASSIGN TO WS-POST-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POST-STATUS.
          SELECT COA-FILE ASSIGN TO WS-COA-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COA-STATUS.
          SELECT GLB-FILE ASSIGN TO WS-MST-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MST-STATUS.
          SELECT CTL-FILE ASSIGN TO WS-CTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
          SELECT CAL-FILE ASSIGN TO WS-CAL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.
          SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    GL-JOURNAL'S POSTING FILE.
       FD POST-FILE
           RECORD CONTAINS 40 CHARACTERS.
           01 POST-REC.
               02 PST-TAG                PIC X(3).
               02 PST-DATE               PIC 9(8).
               02 PST-GL-ACCT            PIC 9(4).
               02 PST-DR                 PIC 9(9)V99.
               02 PST-CR                 PIC 9(9)V99.
               02 FILLER                 PIC X(3).
           01 POST-TRL-REC.
               02 PSTT-TAG               PIC X(3).
               02 PSTT-DATE              PIC 9(8).
               02 PSTT-COUNT             PIC 9(4).
               02 PSTT-DR                PIC 9(9)V99.
               02 PSTT-CR                PIC 9(9)V99.
               02 PSTT-SOURCE            PIC X(3).
       FD COA-FILE
           RECORD CONTAINS 11 CHARACTERS.
           01 COA-REC.
               02 COA-TRANS-TYPE         PIC X.
               02 COA-BRANCH             PIC X(2).
               02 COA-DR-GL              PIC 9(4).
               02 COA-CR-GL              PIC 9(4).
       FD GLB-FILE
           RECORD CONTAINS 110 CHARACTERS.
           01 GLB-REC                    PIC X(110).
      *    SEQ-UPDATE'S CONTROL FILE - ONLY THE SEQBAL LINE MATTERS.
       FD CTL-FILE.
           01 CTL-REC.
               02 CTL-TAG                PIC X(8).
               02 CTL-OLD-SIGN           PIC X.
               02 CTL-OLD-TOTAL          PIC 9(7)V99.
               02 FILLER                 PIC X.
               02 CTL-NEW-SIGN           PIC X.
               02 CTL-NEW-TOTAL          PIC 9(7)V99.
               02 FILLER                 PIC X(51).
       FD CAL-FILE
           RECORD CONTAINS 23 CHARACTERS.
           01 CAL-REC.
               02 CAL-TYPE               PIC X(3).
               02 FILLER                 PIC X.
               02 CAL-DATE-1             PIC 9(8).
               02 FILLER                 PIC X.
               02 CAL-DATE-2             PIC 9(8).
               02 FILLER                 PIC X.
               02 CAL-EOM-FLAG           PIC X.
       FD REPORT-FILE.
           01 REPORT-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-POST-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/GlPosting.txt".
           01 WS-COA-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/ChartOfAccounts.txt".
           01 WS-MST-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/GlBalance.txt".
           01 WS-CTL-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/master.control".
           01 WS-RPT-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/GlPostReport.txt".
           01 WS-CAL-FILE-PATH           PIC X(80) VALUE SPACES.
           01 WS-PAY-FILE-PATH           PIC X(80) VALUE SPACES.
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-POST-STATUS             PIC XX.
           01 WS-COA-STATUS              PIC XX.
           01 WS-MST-STATUS              PIC XX.
           01 WS-CTL-STATUS              PIC XX.
           01 WS-CAL-STATUS              PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-NEW-MST-SW              PIC X VALUE "N".
               88 WS-NEW-MASTER                 VALUE "Y".
           01 WS-POSTED-SW               PIC X VALUE "N".
               88 WS-POSTED                     VALUE "Y".
           01 WS-PAY-POSTED-SW           PIC X VALUE "N".
               88 WS-PAY-POSTED                 VALUE "Y".
           01 WS-PAY-REFUSED-SW          PIC X VALUE "N".
               88 WS-PAY-REFUSED                VALUE "Y".
           01 WS-PAY-WAIT-SW             PIC X VALUE "N".
               88 WS-PAY-WAITING                VALUE "Y".
           01 WS-SAVE-RC                 PIC 9(2).
           01 WS-PAY-READ-START          PIC 9(6).
           01 WS-TRAILER-SW              PIC X VALUE "N".
               88 WS-TRAILER-FOUND              VALUE "Y".
           01 WS-SEQBAL-SW               PIC X VALUE "N".
               88 WS-SEQBAL-FOUND               VALUE "Y".
           01 WS-EOM-SW                  PIC X VALUE "Y".
               88 WS-EOM-NIGHT                  VALUE "Y".
           01 WS-TB-OPT                  PIC X VALUE "N".
               88 WS-TB-WANTED                  VALUE "Y".
               88 WS-TB-ONLY                    VALUE "O".
           01 WS-DEP-GL                  PIC 9(4) VALUE 2100.
           01 WS-RE-GL                   PIC 9(4) VALUE 3900.
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-POST-DATE               PIC 9(8) VALUE ZERO.
           01 WS-POST-DATE-R REDEFINES WS-POST-DATE.
               02 WS-POST-YEAR           PIC 9(4).
               02 WS-POST-MONTH          PIC 9(2).
               02 WS-POST-DAY            PIC 9(2).
           01 WS-POST-PERIOD             PIC 9(6).
           01 WS-POST-SOURCE             PIC X(3) VALUE SPACES.
           01 WS-MST-YEAR                PIC 9(4) VALUE ZERO.
           01 WS-MST-PERIOD              PIC 9(6) VALUE ZERO.
           01 WS-MST-LAST-POST           PIC 9(8) VALUE ZERO.
           01 WS-MST-PAY-POST            PIC 9(8) VALUE ZERO.
           01 WS-LOG-PROGRAM  PIC X(20) VALUE "GL-POST".
           01 WS-LOG-START.
               02 WS-LOG-START-DATE  PIC 9(6).
               02 WS-LOG-START-TIME  PIC 9(6).
           01 WS-LOG-READ     PIC 9(6).
           01 WS-LOG-WRITTEN  PIC 9(6).
           01 WS-LOG-REJECTED PIC 9(6).
           01 WS-LOG-RC       PIC 9(2).
           01 WS-LOG-TIME-HOLD PIC 9(8).
      *    THE WHOLE BALANCE MASTER, KEPT IN ACCOUNT ORDER AND
      *    REWRITTEN AT THE END.
           01 WS-GLB-TABLE.
               02 WS-GLB-ENTRY OCCURS 500 TIMES PIC X(110).
           01 WS-GLB-CTR                 PIC 9(4) VALUE ZERO.
           01 WS-GLB-IDX                 PIC 9(5).
           01 WS-GLB-HIT                 PIC 9(5).
           01 WS-GLB-POS                 PIC 9(5).
           01 WS-GLB-MAX                 PIC 9(4) VALUE 500.
           01 WS-GLB-HOLD.
           COPY GLBAL.
           01 WS-LOOK-GL                 PIC 9(4).
           01 WS-LOOK-GL-X REDEFINES WS-LOOK-GL PIC X(4).
      *    THE POSTING FILE, HELD UNTIL ITS TRAILER HAS PROVED IT.
           01 WS-PST-TABLE.
               02 WS-PST-ENTRY OCCURS 500 TIMES.
                   03 WS-PST-GL          PIC 9(4).
                   03 WS-PST-DR          PIC 9(9)V99.
                   03 WS-PST-CR          PIC 9(9)V99.
           01 WS-PST-CTR                 PIC 9(4) VALUE ZERO.
           01 WS-PST-IDX                 PIC 9(5).
           01 WS-PST-DR-TOTAL            PIC 9(11)V99 VALUE ZERO.
           01 WS-PST-CR-TOTAL            PIC 9(11)V99 VALUE ZERO.
           01 WS-READ-CTR                PIC 9(6) VALUE ZERO.
           01 WS-DATE-ERR-CTR            PIC 9(4) VALUE ZERO.
           01 WS-CTL-OLD                 PIC S9(7)V99 VALUE ZERO.
           01 WS-CTL-NEW                 PIC S9(7)V99 VALUE ZERO.
           01 WS-DEP-BAL                 PIC S9(12)V99 VALUE ZERO.
           01 WS-NET                     PIC S9(12)V99.
           01 WS-TB-OPEN-DR              PIC 9(13)V99 VALUE ZERO.
           01 WS-TB-OPEN-CR              PIC 9(13)V99 VALUE ZERO.
           01 WS-TB-YTD-DR               PIC 9(13)V99 VALUE ZERO.
           01 WS-TB-YTD-CR               PIC 9(13)V99 VALUE ZERO.
           01 WS-TB-CLOSE-DR             PIC 9(13)V99 VALUE ZERO.
           01 WS-TB-CLOSE-CR             PIC 9(13)V99 VALUE ZERO.
           01 WS-PROOF-FAIL-CTR          PIC 9(4) VALUE ZERO.
           01 RPT-HDR-LINE.
               02 FILLER             PIC X(21) VALUE
                   "GL POSTING FOR NIGHT ".
               02 RPT-HDR-DATE       PIC 9(8).
               02 FILLER             PIC X(51) VALUE SPACES.
           01 RPT-POST-LINE.
               02 RP-ACTION-OUT      PIC X(24).
               02 FILLER             PIC X(9) VALUE "ACCOUNTS ".
               02 RP-COUNT-OUT       PIC ZZZ9.
               02 FILLER             PIC X(5) VALUE "  DR ".
               02 RP-DR-OUT          PIC Z,ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X(5) VALUE "  CR ".
               02 RP-CR-OUT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           01 RPT-PROOF-LINE.
               02 FILLER             PIC X(11) VALUE "DEPOSIT GL ".
               02 RF-GL-OUT          PIC 9(4).
               02 FILLER             PIC X VALUE SPACE.
               02 RF-GL-BAL-OUT      PIC -,---,---,--9.99.
               02 FILLER             PIC X(11) VALUE "  SEQBAL  ".
               02 RF-CTL-OUT         PIC -,---,---,--9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RF-RESULT-OUT      PIC X(19).
           01 RPT-TB-HDR-LINE.
               02 FILLER             PIC X(20) VALUE
                   "GL TRIAL BALANCE AT ".
               02 RTH-DATE-OUT       PIC 9(8).
               02 FILLER             PIC X(7) VALUE "  YEAR ".
               02 RTH-YEAR-OUT       PIC 9(4).
               02 FILLER             PIC X(9) VALUE "  PERIOD ".
               02 RTH-PERIOD-OUT     PIC 9(6).
               02 FILLER             PIC X(26) VALUE SPACES.
           01 RPT-TB-COL-LINE.
               02 FILLER             PIC X(7) VALUE "ACCT C".
               02 FILLER             PIC X(20) VALUE
                   "         OPENING".
               02 FILLER             PIC X(17) VALUE
                   "      YTD DEBITS".
               02 FILLER             PIC X(17) VALUE
                   "     YTD CREDITS".
               02 FILLER             PIC X(19) VALUE
                   "         CLOSING".
           01 RPT-TB-ACCT-LINE.
               02 RTA-ACCT-OUT       PIC 9(4).
               02 FILLER             PIC X VALUE SPACE.
               02 RTA-CLASS-OUT      PIC X.
               02 FILLER             PIC X VALUE SPACE.
               02 RTA-OPEN-OUT       PIC Z,ZZZ,ZZZ,ZZ9.99.
               02 RTA-OPEN-SFX       PIC X(3).
               02 FILLER             PIC X VALUE SPACE.
               02 RTA-YTD-DR-OUT     PIC Z,ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X VALUE SPACE.
               02 RTA-YTD-CR-OUT     PIC Z,ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X VALUE SPACE.
               02 RTA-CLOSE-OUT      PIC Z,ZZZ,ZZZ,ZZ9.99.
               02 RTA-CLOSE-SFX      PIC X(3).
           01 RPT-TB-PTD-LINE.
               02 FILLER             PIC X(7) VALUE SPACES.
               02 FILLER             PIC X(20) VALUE
                   "          PERIOD".
               02 RTP-PTD-DR-OUT     PIC Z,ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X VALUE SPACE.
               02 RTP-PTD-CR-OUT     PIC Z,ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X(20) VALUE SPACES.
           01 RPT-TB-TOTAL-LINE.
               02 RTT-LABEL-OUT      PIC X(11).
               02 RTT-DR-LABEL       PIC X(9).
               02 RTT-DR-OUT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X VALUE SPACE.
               02 RTT-CR-LABEL       PIC X(9).
               02 RTT-CR-OUT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X(14) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-GET-FILE-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           PERFORM 200-LOAD-MASTER-RTN
           IF RETURN-CODE = 8
               PERFORM 900-RUN-LOG-RTN
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-BUS-DATE TO RPT-HDR-DATE
           WRITE REPORT-REC FROM RPT-HDR-LINE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           IF WS-TB-ONLY
               IF WS-NEW-MASTER
                   DISPLAY "NO GL BALANCE MASTER - NO TRIAL BALANCE"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 700-TRIAL-BALANCE-RTN
               END-IF
               CLOSE REPORT-FILE
               PERFORM 900-RUN-LOG-RTN
               STOP RUN
           END-IF
           PERFORM 250-LOAD-CHART-RTN
           IF RETURN-CODE NOT = 8
               PERFORM 300-LOAD-POSTING-RTN
           END-IF
           IF RETURN-CODE NOT = 8
               PERFORM 350-READ-CONTROL-RTN
           END-IF
           IF RETURN-CODE NOT = 8
               PERFORM 400-CHECK-DATE-RTN
           END-IF
           IF RETURN-CODE = 8
               MOVE "NOT POSTED" TO RP-ACTION-OUT
               PERFORM 480-POST-LINE-RTN
               CLOSE REPORT-FILE
               PERFORM 900-RUN-LOG-RTN
               STOP RUN
           END-IF
           IF WS-POSTED
               IF WS-NEW-MASTER
                   PERFORM 450-SEED-MASTER-RTN
               END-IF
               PERFORM 500-POST-RTN
               MOVE "POSTED" TO RP-ACTION-OUT
           ELSE
               MOVE "ALREADY POSTED - RERUN" TO RP-ACTION-OUT
           END-IF
           PERFORM 480-POST-LINE-RTN
           IF WS-PAY-FILE-PATH NOT = SPACES
               PERFORM 800-PAYROLL-JOURNAL-RTN
           END-IF
           PERFORM 600-PROVE-DEPOSIT-RTN
           IF WS-POSTED OR WS-PAY-POSTED
               PERFORM 650-REWRITE-MASTER-RTN
           END-IF
           PERFORM 160-EOM-GATE-RTN
           IF WS-EOM-NIGHT OR WS-TB-WANTED
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               PERFORM 700-TRIAL-BALANCE-RTN
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "GL POSTING DATE: " WS-POST-DATE
               "  ACCOUNTS: " WS-PST-CTR
               "  POSTED: " WS-POSTED-SW
               "  PAYROLL POSTED: " WS-PAY-POSTED-SW
               "  DEPOSIT PROOF FAILURES: " WS-PROOF-FAIL-CTR
           IF WS-PAY-REFUSED
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PROOF-FAIL-CTR > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

       150-GET-FILE-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "GLPOST_IN_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-POST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "GLPOST_COA_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-COA-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "GLPOST_MST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-MST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "GLPOST_CTL_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CTL-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "GLPOST_RPT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "GLPOST_DEP_GL"
           IF WS-ENV-HOLD (1:4) IS NUMERIC
               MOVE WS-ENV-HOLD (1:4) TO WS-DEP-GL
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "GLPOST_RE_GL"
           IF WS-ENV-HOLD (1:4) IS NUMERIC
               MOVE WS-ENV-HOLD (1:4) TO WS-RE-GL
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "GLPOST_TB"
           IF WS-ENV-HOLD (1:1) = "Y" OR WS-ENV-HOLD (1:1) = "O"
               MOVE WS-ENV-HOLD (1:1) TO WS-TB-OPT
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "GLPOST_PAY_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PAY-FILE-PATH
           END-IF.

      ******************************************************************
      * THE CALENDAR'S END-OF-MONTH FLAG DECIDES THE MONTH-END TRIAL
      * BALANCE; WITH NO CALENDAR ONE IS PRINTED EVERY NIGHT.
      ******************************************************************
       160-EOM-GATE-RTN.
           MOVE SPACES TO WS-CAL-FILE-PATH
           ACCEPT WS-CAL-FILE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-CAL-FILE-PATH = SPACES
               CONTINUE
           ELSE
               OPEN INPUT CAL-FILE
               IF WS-CAL-STATUS = "00"
                   READ CAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CAL-TYPE = "CUR"
                               AND CAL-EOM-FLAG NOT = "Y"
                               MOVE "N" TO WS-EOM-SW
                           END-IF
                   END-READ
                   CLOSE CAL-FILE
               END-IF
           END-IF.

      ******************************************************************
      * THE BALANCE MASTER INTO THE TABLE. NO MASTER YET MEANS ONE IS
      * BUILT FROM THE CHART; A MASTER THE TABLE CANNOT HOLD STOPS THE
      * STEP (RC 8) BEFORE ANYTHING IS POSTED.
      ******************************************************************
       200-LOAD-MASTER-RTN.
           OPEN INPUT GLB-FILE
           IF WS-MST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 210-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE GLB-FILE
               IF WS-GLB-CTR = ZERO
                   MOVE "Y" TO WS-NEW-MST-SW
               END-IF
           ELSE
               IF WS-MST-STATUS = "35"
                   MOVE "Y" TO WS-NEW-MST-SW
               ELSE
                   DISPLAY "GL BALANCE MASTER NOT AVAILABLE - STATUS "
                       WS-MST-STATUS " - NOTHING POSTED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       210-LOAD-ONE-RTN.
           READ GLB-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-GLB-CTR < WS-GLB-MAX
                       ADD 1 TO WS-GLB-CTR
                       MOVE GLB-REC TO WS-GLB-ENTRY (WS-GLB-CTR)
                       MOVE GLB-REC TO WS-GLB-HOLD
                       MOVE GLB-YEAR TO WS-MST-YEAR
                       MOVE GLB-PERIOD TO WS-MST-PERIOD
                       IF GLB-LAST-POST > WS-MST-LAST-POST
                           MOVE GLB-LAST-POST TO WS-MST-LAST-POST
                       END-IF
                       IF GLB-PAY-LAST-POST IS NUMERIC
                           AND GLB-PAY-LAST-POST > WS-MST-PAY-POST
                           MOVE GLB-PAY-LAST-POST TO WS-MST-PAY-POST
                       END-IF
                   ELSE
                       DISPLAY "GL BALANCE TABLE FULL AT "
                           WS-GLB-MAX " - NOTHING POSTED"
                       MOVE 8 TO RETURN-CODE
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
           END-READ.

      ******************************************************************
      * EVERY GL ACCOUNT THE CHART CAN DEBIT OR CREDIT HAS A ROW, AS DO
      * THE DEPOSIT CONTROL AND RETAINED-EARNINGS ACCOUNTS. AN ACCOUNT
      * NEW TO THE CHART JOINS THE MASTER AT ZERO.
      ******************************************************************
       250-LOAD-CHART-RTN.
           OPEN INPUT COA-FILE
           IF WS-COA-STATUS NOT = "00"
               DISPLAY "CHART OF ACCOUNTS NOT AVAILABLE - STATUS "
                   WS-COA-STATUS " - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 255-CHART-ONE-RTN UNTIL WS-EOF
               CLOSE COA-FILE
               MOVE WS-DEP-GL TO WS-LOOK-GL
               PERFORM 260-ENSURE-GL-RTN
               MOVE WS-RE-GL TO WS-LOOK-GL
               PERFORM 260-ENSURE-GL-RTN
           END-IF.

       255-CHART-ONE-RTN.
           READ COA-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE COA-DR-GL TO WS-LOOK-GL
                   PERFORM 260-ENSURE-GL-RTN
                   MOVE COA-CR-GL TO WS-LOOK-GL
                   PERFORM 260-ENSURE-GL-RTN
           END-READ.

      ******************************************************************
      * FIND WS-LOOK-GL ON THE TABLE, ADDING A ZERO ROW IN ACCOUNT
      * ORDER WHEN IT IS NOT THERE.
      ******************************************************************
       260-ENSURE-GL-RTN.
           PERFORM 270-FIND-GL-RTN
           IF WS-GLB-HIT = ZERO
               IF WS-GLB-CTR < WS-GLB-MAX
                   MOVE 1 TO WS-GLB-POS
                   PERFORM 265-FIND-SLOT-RTN
                       VARYING WS-GLB-IDX FROM 1 BY 1
                       UNTIL WS-GLB-IDX > WS-GLB-CTR
                   PERFORM 267-SHIFT-UP-RTN
                       VARYING WS-GLB-IDX FROM WS-GLB-CTR BY -1
                       UNTIL WS-GLB-IDX < WS-GLB-POS
                   ADD 1 TO WS-GLB-CTR
                   MOVE SPACES TO WS-GLB-HOLD
                   MOVE WS-LOOK-GL TO GLB-ACCT
                   EVALUATE WS-LOOK-GL-X (1:1)
                       WHEN "1"
                           MOVE "A" TO GLB-CLASS
                       WHEN "2"
                           MOVE "L" TO GLB-CLASS
                       WHEN "3"
                           MOVE "Q" TO GLB-CLASS
                       WHEN "4"
                           MOVE "I" TO GLB-CLASS
                       WHEN OTHER
                           MOVE "X" TO GLB-CLASS
                   END-EVALUATE
                   MOVE ZERO TO GLB-OPEN-DR GLB-OPEN-CR
                       GLB-PTD-DR GLB-PTD-CR GLB-YTD-DR GLB-YTD-CR
                   MOVE WS-MST-YEAR TO GLB-YEAR
                   MOVE WS-MST-PERIOD TO GLB-PERIOD
                   MOVE WS-MST-LAST-POST TO GLB-LAST-POST
                   MOVE WS-MST-PAY-POST TO GLB-PAY-LAST-POST
                   MOVE WS-GLB-HOLD TO WS-GLB-ENTRY (WS-GLB-POS)
                   MOVE WS-GLB-POS TO WS-GLB-HIT
               ELSE
                   DISPLAY "GL BALANCE TABLE FULL AT "
                       WS-GLB-MAX " - NOTHING POSTED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       265-FIND-SLOT-RTN.
           IF WS-GLB-ENTRY (WS-GLB-IDX) (1:4) < WS-LOOK-GL-X
               COMPUTE WS-GLB-POS = WS-GLB-IDX + 1
           END-IF.

       267-SHIFT-UP-RTN.
           MOVE WS-GLB-ENTRY (WS-GLB-IDX)
               TO WS-GLB-ENTRY (WS-GLB-IDX + 1).

       270-FIND-GL-RTN.
           MOVE ZERO TO WS-GLB-HIT
           PERFORM 275-MATCH-GL-RTN
               VARYING WS-GLB-IDX FROM 1 BY 1
               UNTIL WS-GLB-IDX > WS-GLB-CTR OR WS-GLB-HIT > ZERO.

       275-MATCH-GL-RTN.
           IF WS-GLB-ENTRY (WS-GLB-IDX) (1:4) = WS-LOOK-GL-X
               MOVE WS-GLB-IDX TO WS-GLB-HIT
           END-IF.

      ******************************************************************
      * THE POSTING FILE INTO ITS TABLE. IT MUST END IN A TRAILER THAT
      * AGREES WITH ITS ROWS, CARRY ONE DATE THROUGHOUT AND BALANCE -
      * OTHERWISE NOTHING IS POSTED (RC 8).
      ******************************************************************
       300-LOAD-POSTING-RTN.
           OPEN INPUT POST-FILE
           IF WS-POST-STATUS NOT = "00"
               DISPLAY "GL POSTING FILE NOT AVAILABLE - STATUS "
                   WS-POST-STATUS " - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 310-POSTING-ONE-RTN UNTIL WS-EOF
               CLOSE POST-FILE
               EVALUATE TRUE
                   WHEN NOT WS-TRAILER-FOUND
                       DISPLAY "GL POSTING FILE HAS NO TRAILER"
                           " - NOTHING POSTED"
                       MOVE 8 TO RETURN-CODE
                   WHEN PSTT-COUNT NOT = WS-PST-CTR
                       OR PSTT-DR NOT = WS-PST-DR-TOTAL
                       OR PSTT-CR NOT = WS-PST-CR-TOTAL
                       DISPLAY "GL POSTING FILE DOES NOT AGREE WITH"
                           " ITS TRAILER - NOTHING POSTED"
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-DATE-ERR-CTR > ZERO
                       DISPLAY "GL POSTING FILE MIXES DATES"
                           " - NOTHING POSTED"
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-PST-DR-TOTAL NOT = WS-PST-CR-TOTAL
                       DISPLAY "GL POSTING FILE OUT OF BALANCE"
                           " - NOTHING POSTED"
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.

       310-POSTING-ONE-RTN.
           READ POST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   EVALUATE TRUE
                       WHEN WS-TRAILER-FOUND
                           DISPLAY "GL POSTING ROW AFTER THE TRAILER"
                           MOVE "N" TO WS-TRAILER-SW
                           MOVE "Y" TO WS-EOF-SW
                       WHEN PSTT-TAG = "GLT"
                           MOVE "Y" TO WS-TRAILER-SW
                           IF PSTT-DATE NOT = WS-POST-DATE
                               AND WS-PST-CTR > ZERO
                               ADD 1 TO WS-DATE-ERR-CTR
                           END-IF
                           MOVE PSTT-DATE TO WS-POST-DATE
                           MOVE PSTT-SOURCE TO WS-POST-SOURCE
                       WHEN PST-TAG = "GLP"
                           AND WS-PST-CTR < WS-GLB-MAX
                           IF WS-PST-CTR > ZERO
                               AND PST-DATE NOT = WS-POST-DATE
                               ADD 1 TO WS-DATE-ERR-CTR
                           END-IF
                           MOVE PST-DATE TO WS-POST-DATE
                           ADD 1 TO WS-PST-CTR
                           MOVE PST-GL-ACCT TO WS-PST-GL (WS-PST-CTR)
                           MOVE PST-DR TO WS-PST-DR (WS-PST-CTR)
                           MOVE PST-CR TO WS-PST-CR (WS-PST-CTR)
                           ADD PST-DR TO WS-PST-DR-TOTAL
                           ADD PST-CR TO WS-PST-CR-TOTAL
                       WHEN PST-TAG = "GLP"
                           DISPLAY "GL POSTING TABLE FULL AT "
                               WS-GLB-MAX " - NOTHING POSTED"
                           MOVE "N" TO WS-TRAILER-SW
                           MOVE "Y" TO WS-EOF-SW
                       WHEN OTHER
                           DISPLAY "GL POSTING ROW NOT RECOGNISED: "
                               POST-REC
                           MOVE "N" TO WS-TRAILER-SW
                           MOVE "Y" TO WS-EOF-SW
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * SEQ-UPDATE'S OLD AND NEW MASTER TOTALS FROM ITS SEQBAL LINE.
      * WITHOUT THEM THE DEPOSIT ACCOUNT CANNOT BE PROVED (RC 8).
      ******************************************************************
       350-READ-CONTROL-RTN.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 355-CONTROL-ONE-RTN UNTIL WS-EOF
               CLOSE CTL-FILE
           END-IF
           IF NOT WS-SEQBAL-FOUND
               DISPLAY "NO SEQBAL LINE ON THE SEQ-UPDATE CONTROL FILE"
                   " - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       355-CONTROL-ONE-RTN.
           READ CTL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF CTL-TAG = "SEQBAL"
                       AND CTL-OLD-TOTAL IS NUMERIC
                       AND CTL-NEW-TOTAL IS NUMERIC
                       MOVE "Y" TO WS-SEQBAL-SW
                       MOVE CTL-OLD-TOTAL TO WS-CTL-OLD
                       IF CTL-OLD-SIGN = "-"
                           COMPUTE WS-CTL-OLD = 0 - WS-CTL-OLD
                       END-IF
                       MOVE CTL-NEW-TOTAL TO WS-CTL-NEW
                       IF CTL-NEW-SIGN = "-"
                           COMPUTE WS-CTL-NEW = 0 - WS-CTL-NEW
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * A JOURNAL OLDER THAN THE LAST POSTING, OR IN A YEAR THE MASTER
      * HAS NOT BEEN CLOSED INTO, IS REFUSED. THE LAST POSTING'S OWN
      * DATE AGAIN IS A RERUN AND POSTS NOTHING.
      ******************************************************************
       400-CHECK-DATE-RTN.
           COMPUTE WS-POST-PERIOD = WS-POST-YEAR * 100 + WS-POST-MONTH
           IF WS-POST-SOURCE = SPACES
               MOVE "NIT" TO WS-POST-SOURCE
           END-IF
           EVALUATE TRUE
               WHEN WS-POST-SOURCE NOT = "NIT"
                   DISPLAY "GL POSTING FILE IS A " WS-POST-SOURCE
                       " JOURNAL, NOT THE NIGHTLY ONE - NOTHING POSTED"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NEW-MASTER
                   MOVE "Y" TO WS-POSTED-SW
               WHEN WS-POST-DATE = WS-MST-LAST-POST
                   DISPLAY "JOURNAL " WS-POST-DATE
                       " ALREADY POSTED - NOTHING POSTED AGAIN"
               WHEN WS-POST-DATE < WS-MST-LAST-POST
                   DISPLAY "JOURNAL " WS-POST-DATE
                       " IS OLDER THAN THE LAST POSTING "
                       WS-MST-LAST-POST " - NOTHING POSTED"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-POST-YEAR > WS-MST-YEAR
                   DISPLAY "JOURNAL " WS-POST-DATE " IS IN A YEAR"
                       " NOT YET OPENED - RUN YEAR-END-CLOSE FOR "
                       WS-MST-YEAR " - NOTHING POSTED"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-POST-YEAR < WS-MST-YEAR
                   DISPLAY "JOURNAL " WS-POST-DATE " IS IN A CLOSED"
                       " YEAR - NOTHING POSTED"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE "Y" TO WS-POSTED-SW
           END-EVALUATE.

      ******************************************************************
      * A NEW MASTER TAKES ON THE DEPOSITS AS THEY STOOD BEFORE
      * TONIGHT'S UPDATE, AGAINST RETAINED EARNINGS.
      ******************************************************************
       450-SEED-MASTER-RTN.
           MOVE WS-POST-YEAR TO WS-MST-YEAR
           MOVE WS-POST-PERIOD TO WS-MST-PERIOD
           MOVE WS-DEP-GL TO WS-LOOK-GL
           PERFORM 270-FIND-GL-RTN
           MOVE WS-GLB-ENTRY (WS-GLB-HIT) TO WS-GLB-HOLD
           IF WS-CTL-OLD < ZERO
               COMPUTE GLB-OPEN-DR = 0 - WS-CTL-OLD
           ELSE
               MOVE WS-CTL-OLD TO GLB-OPEN-CR
           END-IF
           MOVE WS-GLB-HOLD TO WS-GLB-ENTRY (WS-GLB-HIT)
           MOVE WS-RE-GL TO WS-LOOK-GL
           PERFORM 270-FIND-GL-RTN
           MOVE WS-GLB-ENTRY (WS-GLB-HIT) TO WS-GLB-HOLD
           IF WS-CTL-OLD < ZERO
               COMPUTE GLB-OPEN-CR = 0 - WS-CTL-OLD
           ELSE
               MOVE WS-CTL-OLD TO GLB-OPEN-DR
           END-IF
           MOVE WS-GLB-HOLD TO WS-GLB-ENTRY (WS-GLB-HIT).

       480-POST-LINE-RTN.
           MOVE WS-PST-CTR TO RP-COUNT-OUT
           MOVE WS-PST-DR-TOTAL TO RP-DR-OUT
           MOVE WS-PST-CR-TOTAL TO RP-CR-OUT
           WRITE REPORT-REC FROM RPT-POST-LINE.

      ******************************************************************
      * POST THE JOURNAL - A NEW MONTH CLEARS THE PERIOD COLUMNS
      * FIRST - AND STAMP EVERY ROW WITH THE POSTING.
      ******************************************************************
       500-POST-RTN.
           PERFORM 510-POST-ONE-RTN
               VARYING WS-PST-IDX FROM 1 BY 1
               UNTIL WS-PST-IDX > WS-PST-CTR
           PERFORM 520-STAMP-ONE-RTN
               VARYING WS-GLB-IDX FROM 1 BY 1
               UNTIL WS-GLB-IDX > WS-GLB-CTR
           MOVE WS-POST-YEAR TO WS-MST-YEAR
           MOVE WS-POST-PERIOD TO WS-MST-PERIOD
           IF WS-POST-SOURCE = "PAY"
               MOVE WS-POST-DATE TO WS-MST-PAY-POST
           ELSE
               MOVE WS-POST-DATE TO WS-MST-LAST-POST
           END-IF.

       510-POST-ONE-RTN.
           MOVE WS-PST-GL (WS-PST-IDX) TO WS-LOOK-GL
           PERFORM 260-ENSURE-GL-RTN
           IF WS-GLB-HIT > ZERO
               MOVE WS-GLB-ENTRY (WS-GLB-HIT) TO WS-GLB-HOLD
               IF GLB-PERIOD NOT = WS-POST-PERIOD
                   MOVE ZERO TO GLB-PTD-DR GLB-PTD-CR
               END-IF
               MOVE WS-POST-PERIOD TO GLB-PERIOD
               ADD WS-PST-DR (WS-PST-IDX) TO GLB-PTD-DR GLB-YTD-DR
               ADD WS-PST-CR (WS-PST-IDX) TO GLB-PTD-CR GLB-YTD-CR
               MOVE WS-GLB-HOLD TO WS-GLB-ENTRY (WS-GLB-HIT)
           END-IF.

       520-STAMP-ONE-RTN.
           MOVE WS-GLB-ENTRY (WS-GLB-IDX) TO WS-GLB-HOLD
           IF GLB-PERIOD NOT = WS-POST-PERIOD
               MOVE ZERO TO GLB-PTD-DR GLB-PTD-CR
           END-IF
           MOVE WS-POST-YEAR TO GLB-YEAR
           MOVE WS-POST-PERIOD TO GLB-PERIOD
           IF WS-POST-SOURCE = "PAY"
               MOVE WS-POST-DATE TO GLB-PAY-LAST-POST
           ELSE
               MOVE WS-POST-DATE TO GLB-LAST-POST
               IF GLB-PAY-LAST-POST IS NOT NUMERIC
                   MOVE WS-MST-PAY-POST TO GLB-PAY-LAST-POST
               END-IF
           END-IF
           MOVE WS-GLB-HOLD TO WS-GLB-ENTRY (WS-GLB-IDX).

      ******************************************************************
      * THE DEPOSIT CONTROL ACCOUNT'S CREDIT BALANCE AGAINST SEQ-
      * UPDATE'S NEW MASTER TOTAL.
      ******************************************************************
       600-PROVE-DEPOSIT-RTN.
           MOVE WS-DEP-GL TO WS-LOOK-GL
           PERFORM 270-FIND-GL-RTN
           MOVE WS-GLB-ENTRY (WS-GLB-HIT) TO WS-GLB-HOLD
           COMPUTE WS-DEP-BAL = GLB-OPEN-CR + GLB-YTD-CR
               - GLB-OPEN-DR - GLB-YTD-DR
           MOVE WS-DEP-GL TO RF-GL-OUT
           MOVE WS-DEP-BAL TO RF-GL-BAL-OUT
           MOVE WS-CTL-NEW TO RF-CTL-OUT
           IF WS-DEP-BAL = WS-CTL-NEW
               MOVE "AGREES" TO RF-RESULT-OUT
           ELSE
               MOVE "*** DIVERGES ***" TO RF-RESULT-OUT
               ADD 1 TO WS-PROOF-FAIL-CTR
               DISPLAY "DEPOSIT GL " WS-DEP-GL " BALANCE " WS-DEP-BAL
                   " DOES NOT EQUAL THE SEQ-UPDATE CLOSING TOTAL "
                   WS-CTL-NEW
           END-IF
           WRITE REPORT-REC FROM RPT-PROOF-LINE.

       650-REWRITE-MASTER-RTN.
           OPEN OUTPUT GLB-FILE
           PERFORM 660-REWRITE-ONE-RTN
               VARYING WS-GLB-IDX FROM 1 BY 1
               UNTIL WS-GLB-IDX > WS-GLB-CTR
           CLOSE GLB-FILE.

       660-REWRITE-ONE-RTN.
           MOVE WS-GLB-ENTRY (WS-GLB-IDX) TO GLB-REC
           WRITE GLB-REC.

      ******************************************************************
      * THE GL TRIAL BALANCE - EVERY ACCOUNT'S OPENING, YEAR-TO-DATE
      * MOVEMENT AND CLOSING BALANCE, WITH THE PERIOD'S MOVEMENT UNDER
      * IT. THE DEBIT AND CREDIT BALANCES MUST AGREE (ELSE RC 8).
      ******************************************************************
       700-TRIAL-BALANCE-RTN.
           MOVE WS-GLB-ENTRY (1) TO WS-GLB-HOLD
           MOVE WS-BUS-DATE TO RTH-DATE-OUT
           MOVE GLB-YEAR TO RTH-YEAR-OUT
           MOVE GLB-PERIOD TO RTH-PERIOD-OUT
           WRITE REPORT-REC FROM RPT-TB-HDR-LINE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           WRITE REPORT-REC FROM RPT-TB-COL-LINE
           PERFORM 710-TB-ACCOUNT-RTN
               VARYING WS-GLB-IDX FROM 1 BY 1
               UNTIL WS-GLB-IDX > WS-GLB-CTR
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "OPENING" TO RTT-LABEL-OUT
           MOVE WS-TB-OPEN-DR TO RTT-DR-OUT
           MOVE WS-TB-OPEN-CR TO RTT-CR-OUT
           PERFORM 720-TB-TOTAL-LINE-RTN
           MOVE "YTD" TO RTT-LABEL-OUT
           MOVE WS-TB-YTD-DR TO RTT-DR-OUT
           MOVE WS-TB-YTD-CR TO RTT-CR-OUT
           PERFORM 720-TB-TOTAL-LINE-RTN
           MOVE "CLOSING" TO RTT-LABEL-OUT
           MOVE WS-TB-CLOSE-DR TO RTT-DR-OUT
           MOVE WS-TB-CLOSE-CR TO RTT-CR-OUT
           PERFORM 720-TB-TOTAL-LINE-RTN
           MOVE SPACES TO REPORT-REC
           IF WS-TB-CLOSE-DR = WS-TB-CLOSE-CR
               MOVE "TRIAL BALANCE IN BALANCE" TO REPORT-REC
           ELSE
               MOVE "*** TRIAL BALANCE OUT OF BALANCE ***"
                   TO REPORT-REC
               DISPLAY "GL TRIAL BALANCE OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REPORT-REC.

       710-TB-ACCOUNT-RTN.
           MOVE WS-GLB-ENTRY (WS-GLB-IDX) TO WS-GLB-HOLD
           MOVE SPACES TO RPT-TB-ACCT-LINE
           MOVE GLB-ACCT TO RTA-ACCT-OUT
           MOVE GLB-CLASS TO RTA-CLASS-OUT
           COMPUTE WS-NET = GLB-OPEN-DR - GLB-OPEN-CR
           IF WS-NET < ZERO
               COMPUTE WS-NET = 0 - WS-NET
               MOVE WS-NET TO RTA-OPEN-OUT
               MOVE " CR" TO RTA-OPEN-SFX
               ADD WS-NET TO WS-TB-OPEN-CR
           ELSE
               MOVE WS-NET TO RTA-OPEN-OUT
               MOVE " DR" TO RTA-OPEN-SFX
               ADD WS-NET TO WS-TB-OPEN-DR
           END-IF
           MOVE GLB-YTD-DR TO RTA-YTD-DR-OUT
           MOVE GLB-YTD-CR TO RTA-YTD-CR-OUT
           ADD GLB-YTD-DR TO WS-TB-YTD-DR
           ADD GLB-YTD-CR TO WS-TB-YTD-CR
           COMPUTE WS-NET = GLB-OPEN-DR + GLB-YTD-DR
               - GLB-OPEN-CR - GLB-YTD-CR
           IF WS-NET < ZERO
               COMPUTE WS-NET = 0 - WS-NET
               MOVE WS-NET TO RTA-CLOSE-OUT
               MOVE " CR" TO RTA-CLOSE-SFX
               ADD WS-NET TO WS-TB-CLOSE-CR
           ELSE
               MOVE WS-NET TO RTA-CLOSE-OUT
               MOVE " DR" TO RTA-CLOSE-SFX
               ADD WS-NET TO WS-TB-CLOSE-DR
           END-IF
           WRITE REPORT-REC FROM RPT-TB-ACCT-LINE
           MOVE GLB-PTD-DR TO RTP-PTD-DR-OUT
           MOVE GLB-PTD-CR TO RTP-PTD-CR-OUT
           WRITE REPORT-REC FROM RPT-TB-PTD-LINE.

       720-TB-TOTAL-LINE-RTN.
           MOVE "  DEBITS " TO RTT-DR-LABEL
           MOVE "  CREDITS" TO RTT-CR-LABEL
           WRITE REPORT-REC FROM RPT-TB-TOTAL-LINE.

      ******************************************************************
      * THE PAYROLL JOURNAL, AFTER THE NIGHT'S OWN. ITS FILE IS LOADED
      * AND PROVED BY THE SAME 300 AS THE NIGHTLY FILE, BUT WHAT GOES
      * WRONG WITH IT IS PAYROLL'S TO PUT RIGHT - IT IS REFUSED RC 4
      * AND DOES NOT HOLD UP THE NIGHT. THE PAYROLL FILE STAYS WHERE
      * IT IS UNTIL THE NEXT PAYROLL RUN, SO MOST NIGHTS IT HAS
      * ALREADY BEEN POSTED.
      ******************************************************************
       800-PAYROLL-JOURNAL-RTN.
           MOVE RETURN-CODE TO WS-SAVE-RC
           MOVE ZERO TO RETURN-CODE
           MOVE WS-PAY-FILE-PATH TO WS-POST-FILE-PATH
           MOVE ZERO TO WS-PST-CTR WS-PST-DR-TOTAL WS-PST-CR-TOTAL
               WS-DATE-ERR-CTR WS-POST-DATE
           MOVE SPACES TO WS-POST-SOURCE
           MOVE "N" TO WS-TRAILER-SW
           MOVE WS-READ-CTR TO WS-PAY-READ-START
           OPEN INPUT POST-FILE
           IF WS-POST-STATUS NOT = "00"
               MOVE "PAYROLL - NONE WAITING" TO RP-ACTION-OUT
           ELSE
               CLOSE POST-FILE
               PERFORM 300-LOAD-POSTING-RTN
               EVALUATE TRUE
                   WHEN WS-READ-CTR = WS-PAY-READ-START
                       MOVE "PAYROLL - NONE WAITING" TO RP-ACTION-OUT
                   WHEN RETURN-CODE = 8
                       MOVE "Y" TO WS-PAY-REFUSED-SW
                   WHEN OTHER
                       PERFORM 810-CHECK-PAY-DATE-RTN
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-PAY-REFUSED
                       MOVE "PAYROLL NOT POSTED" TO RP-ACTION-OUT
                   WHEN WS-PAY-WAITING
                       MOVE "PAYROLL WAITS FOR NIGHT" TO RP-ACTION-OUT
                   WHEN WS-PAY-POSTED
                       PERFORM 500-POST-RTN
                       MOVE "PAYROLL POSTED" TO RP-ACTION-OUT
                   WHEN WS-READ-CTR NOT = WS-PAY-READ-START
                       MOVE "PAYROLL ALREADY POSTED" TO RP-ACTION-OUT
               END-EVALUATE
           END-IF
           PERFORM 480-POST-LINE-RTN
           MOVE WS-SAVE-RC TO RETURN-CODE.

      ******************************************************************
      * A PAYROLL JOURNAL POSTS ONCE, NOT BEFORE THE NIGHTLY LEDGER HAS
      * REACHED ITS DATE, AND NEVER INTO A MONTH ALREADY CLOSED.
      ******************************************************************
       810-CHECK-PAY-DATE-RTN.
           COMPUTE WS-POST-PERIOD = WS-POST-YEAR * 100 + WS-POST-MONTH
           EVALUATE TRUE
               WHEN WS-POST-SOURCE NOT = "PAY"
                   DISPLAY "PAYROLL POSTING FILE IS NOT A PAYROLL"
                       " JOURNAL - NOTHING POSTED"
                   MOVE "Y" TO WS-PAY-REFUSED-SW
               WHEN WS-POST-DATE = WS-MST-PAY-POST
                   CONTINUE
               WHEN WS-POST-DATE < WS-MST-PAY-POST
                   DISPLAY "PAYROLL JOURNAL " WS-POST-DATE
                       " IS OLDER THAN THE LAST PAYROLL POSTING "
                       WS-MST-PAY-POST " - NOTHING POSTED"
                   MOVE "Y" TO WS-PAY-REFUSED-SW
               WHEN WS-POST-DATE > WS-MST-LAST-POST
                   DISPLAY "PAYROLL JOURNAL " WS-POST-DATE
                       " WAITS FOR THE NIGHTLY POSTING OF ITS DATE"
                   MOVE "Y" TO WS-PAY-WAIT-SW
               WHEN WS-POST-PERIOD < WS-MST-PERIOD
                   DISPLAY "PAYROLL JOURNAL " WS-POST-DATE
                       " IS IN A CLOSED MONTH - NOTHING POSTED"
                   MOVE "Y" TO WS-PAY-REFUSED-SW
               WHEN OTHER
                   MOVE "Y" TO WS-PAY-POSTED-SW
           END-EVALUATE.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG.
      ******************************************************************
       900-RUN-LOG-RTN.
           MOVE WS-READ-CTR TO WS-LOG-READ
           MOVE ZERO TO WS-LOG-WRITTEN
           IF WS-POSTED OR WS-PAY-POSTED
               MOVE WS-GLB-CTR TO WS-LOG-WRITTEN
           END-IF
           MOVE WS-PROOF-FAIL-CTR TO WS-LOG-REJECTED
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
