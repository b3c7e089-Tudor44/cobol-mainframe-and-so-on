      ******************************************************************
      *15-10-2026 GD - LARGE-CASH AND STRUCTURING MONITOR. TELLER-
      *CAPTURE RECORDS EVERY CASH TRANSACTION UNDER A TELLER ID AND
      *THE AUDIT HISTORY KEEPS EVERY POSTING, BUT NOTHING WATCHED FOR
      *A CUSTOMER MOVING MORE CASH THAN THE REPORTING THRESHOLD IN A
      *DAY, OR SPLITTING IT JUST UNDER THE THRESHOLD ACROSS BRANCHES
      *AND DAYS. EVERY NIGHT THIS STEP READS THE KEYED AUDIT HISTORY
      *(CASHMON_IDXHIST_PATH; THE FLAT HISTORY CASHMON_HIST_PATH WHEN
      *NO KEYED COPY IS NAMED) OVER A ROLLING WINDOW OF CASHMON_DAYS
      *BUSINESS-CALENDAR DAYS ENDING TODAY (DEFAULT 10). A CASH ITEM
      *IS A CREDIT OR DEBIT WHOSE TRACE CAME FROM TELLER CAPTURE
      *("TLR"); A TYPE "V" REVERSAL OF ONE TAKES IT BACK OUT. THE
      *TELLER BATCHES (CASHMON_TLR_PATH, THE PROVED HD/TR BATCHES AS
      *TELLER-CAPTURE WROTE THEM) SUPPLY THE BRANCH AND TELLER OF
      *EACH ITEM, AND A TELLER ITEM NOT YET ON THE HISTORY IS COUNTED
      *TOO - THE CASH CHANGED HANDS AT THE COUNTER WHETHER OR NOT IT
      *HAS POSTED. ITEMS ROLL UP TO THE CUSTOMER THROUGH THE
      *CUST-REL-MAINT RELATIONSHIP FILE (CASHMON_REL_PATH; AN ACCOUNT
      *WITH NO ROW IS CUSTOMER "00" + ACCOUNT), CASH IN AND CASH OUT
      *SEPARATELY. TWO LISTS COME OUT:
      *  THRESHOLD WORKLIST (CASHMON_CTR_PATH) - EVERY CUSTOMER-DAY
      *    WHOSE CASH IN OR CASH OUT IS OVER THE THRESHOLD
      *    (CASHMON_LIMIT, WHOLE DOLLARS, SEVEN DIGITS - DEFAULT
      *    0010000).
      *  PATTERN EXCEPTIONS (CASHMON_PAT_PATH) - A CUSTOMER WITH TWO
      *    OR MORE DAYS IN THE WINDOW ON WHICH THE CASH CAME WITHIN
      *    CASHMON_BAND_PCT PERCENT OF THE THRESHOLD WITHOUT CROSSING
      *    IT (DEFAULT 80), WHERE THOSE DAYS TOGETHER ARE OVER THE
      *    THRESHOLD. DAYS ALREADY ON THE WORKLIST ARE NOT COUNTED.
      *EVERY TOTAL IS FOLLOWED BY THE ITEMS BEHIND IT - TRACE, DATE,
      *ACCOUNT, BRANCH, TELLER, AMOUNT AND WHETHER IT HAS POSTED - SO
      *COMPLIANCE CAN PULL THE ORIGINALS. CUSTOMER NAMES COME FROM
      *THE CUSTOMER MASTER (CASHMON_CUST_PATH) WHEN IT IS NAMED.
      *ANYTHING LISTED ENDS RC 4 WITH A WARNING ON THE ALERT FILE. NO
      *READABLE HISTORY MONITORS NOTHING AND RAISES A CRITICAL ALERT
      *(RC 4, SO THE REST OF THE TRACK GOES ON). THE STEP HOLDS NO
      *STATE OF ITS OWN AND MAY SIMPLY BE RERUN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-MONITOR.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
          SELECT IDXH-FILE ASSIGN TO WS-IDXH-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IXH-KEY
           FILE STATUS IS WS-IDXH-STATUS.
          SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
          SELECT TLR-FILE ASSIGN TO WS-TLR-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TLR-STATUS.
          SELECT REL-FILE ASSIGN TO WS-REL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REL-STATUS.
          SELECT CUST-FILE ASSIGN TO WS-CUST-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CUST-ACCT-NO
           FILE STATUS IS WS-CUST-STATUS.
          SELECT CTR-RPT-FILE ASSIGN TO WS-CTR-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
          SELECT PAT-RPT-FILE ASSIGN TO WS-PAT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
           COPY AUDITREC.
       FD TLR-FILE
           RECORD CONTAINS 18 TO 34 CHARACTERS.
           01 TLR-REC                      PIC X(34).
           01 TLR-HDR-REC.
               02 TH-TAG                   PIC X(2).
               02 TH-BUS-DATE              PIC 9(8).
               02 TH-SOURCE                PIC X(8).
       FD REL-FILE
           RECORD CONTAINS 15 CHARACTERS.
           01 REL-REC.
               02 REL-CUST-ID              PIC X(6).
               02 REL-ACCT-NO              PIC X(4).
               02 REL-PRIMARY              PIC X.
               02 REL-PROTECT-ACCT         PIC X(4).
       FD CUST-FILE
           RECORD CONTAINS 155 CHARACTERS.
           01 CUST-REC.
               02 CUST-ACCT-NO             PIC 9(4).
               02 CUST-NAME                PIC X(20).
               02 FILLER                   PIC X(131).
       FD CTR-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 CTR-RPT-REC                  PIC X(80).
       FD PAT-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 PAT-RPT-REC                  PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-IDXH-FILE-PATH          PIC X(80) VALUE SPACES.
           01 WS-HIST-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/AuditHist.txt".
           01 WS-TLR-FILE-PATH           PIC X(80) VALUE SPACES.
           01 WS-REL-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/CustRelations.txt".
           01 WS-CUST-FILE-PATH          PIC X(80) VALUE SPACES.
           01 WS-CTR-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/CashThreshold.txt".
           01 WS-PAT-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/CashPattern.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-LOG-PROGRAM  PIC X(20) VALUE "CASH-MONITOR".
           01 WS-LOG-START.
               02 WS-LOG-START-DATE  PIC 9(6).
               02 WS-LOG-START-TIME  PIC 9(6).
           01 WS-LOG-READ     PIC 9(6).
           01 WS-LOG-WRITTEN  PIC 9(6).
           01 WS-LOG-REJECTED PIC 9(6).
           01 WS-LOG-RC       PIC 9(2).
           01 WS-LOG-TIME-HOLD PIC 9(8).
           01 WS-ALERT-SEV               PIC X.
           01 WS-ALERT-MSG               PIC X(60).
           01 WS-IDXH-STATUS             PIC XX.
           01 WS-HIST-STATUS             PIC XX.
           01 WS-TLR-STATUS              PIC XX.
           01 WS-REL-STATUS              PIC XX.
           01 WS-CUST-STATUS             PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-HIST-SW                 PIC X VALUE "Y".
               88 WS-HIST-OK                    VALUE "Y".
           01 WS-CUST-SW                 PIC X VALUE "N".
               88 WS-CUST-ON                    VALUE "Y".
           01 WS-LIMIT                   PIC 9(7)V99 VALUE 10000.
           01 WS-LIMIT-WHOLE             PIC 9(7).
           01 WS-BAND-PCT                PIC 9(3) VALUE 80.
           01 WS-BAND-FLOOR              PIC 9(7)V99.
           01 WS-WINDOW-DAYS             PIC 9(3) VALUE 10.
           01 WS-BACK-DAYS               PIC 9(3).
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-WIN-START               PIC 9(8).
           01 WS-WIN-DATE.
               02 WS-WIN-YYYY            PIC 9(4).
               02 WS-WIN-MM              PIC 99.
               02 WS-WIN-DD              PIC 99.
           01 WS-LEAP-QUOT               PIC 9(4).
           01 WS-LEAP-REM                PIC 9(4).
           01 WS-MONTH-LEN-TABLE.
               02 FILLER                 PIC X(24)
                   VALUE "312831303130313130313031".
           01 WS-MONTH-LENS REDEFINES WS-MONTH-LEN-TABLE.
               02 WS-MONTH-LEN           PIC 99 OCCURS 12 TIMES.
           01 WS-NUM                     PIC 9(4).
           01 WS-NUM-X REDEFINES WS-NUM  PIC X(4).
      *   CUSTOMER ID OF EACH ACCOUNT, SUBSCRIPTED BY THE ACCOUNT
      *   NUMBER.
           01 WS-ACCT-CUST-TABLE.
               02 WS-AC-CUST-ID          PIC X(6) OCCURS 9999 TIMES.
           01 WS-CUST-ID                 PIC X(6).
      *   ONE ROW PER CASH ITEM IN THE WINDOW.
           01 WS-CI-TABLE.
               02 WS-CI-ENTRY OCCURS 5000 TIMES.
                   03 WS-CI-DATE         PIC 9(8).
                   03 WS-CI-ACCT         PIC X(4).
                   03 WS-CI-CUST-ID      PIC X(6).
                   03 WS-CI-DIR          PIC X.
                   03 WS-CI-AMT          PIC 9(4)V99.
                   03 WS-CI-TRACE        PIC X(9).
                   03 WS-CI-BRANCH       PIC X(2).
                   03 WS-CI-TELLER       PIC X(5).
                   03 WS-CI-POSTED       PIC X.
                   03 WS-CI-REVERSED     PIC X.
                   03 WS-CI-GD           PIC 9(4).
           01 WS-CI-CTR                  PIC 9(4) VALUE ZERO.
           01 WS-CI-IDX                  PIC 9(4).
           01 WS-CI-FOUND                PIC 9(4).
           01 WS-CJ-IDX                  PIC 9(4).
      *   ONE ROW PER CUSTOMER, DIRECTION AND DAY.
           01 WS-GD-TABLE.
               02 WS-GD-ENTRY OCCURS 3000 TIMES.
                   03 WS-GD-CUST-ID      PIC X(6).
                   03 WS-GD-DIR          PIC X.
                   03 WS-GD-DATE         PIC 9(8).
                   03 WS-GD-TOTAL        PIC 9(7)V99.
                   03 WS-GD-ITEMS        PIC 9(4).
                   03 WS-GD-OVER-SW      PIC X.
                   03 WS-GD-GW           PIC 9(4).
           01 WS-GD-CTR                  PIC 9(4) VALUE ZERO.
           01 WS-GD-IDX                  PIC 9(4).
           01 WS-GD-FOUND                PIC 9(4).
      *   ONE ROW PER CUSTOMER AND DIRECTION OVER THE NEAR-LIMIT DAYS.
           01 WS-GW-TABLE.
               02 WS-GW-ENTRY OCCURS 2000 TIMES.
                   03 WS-GW-CUST-ID      PIC X(6).
                   03 WS-GW-DIR          PIC X.
                   03 WS-GW-TOTAL        PIC 9(7)V99.
                   03 WS-GW-ITEMS        PIC 9(4).
                   03 WS-GW-DAYS         PIC 9(3).
                   03 WS-GW-BRANCHES     PIC 9(3).
           01 WS-GW-CTR                  PIC 9(4) VALUE ZERO.
           01 WS-GW-IDX                  PIC 9(4).
           01 WS-GW-FOUND                PIC 9(4).
           01 WS-NEW-BRANCH-SW           PIC X.
           01 WS-DAY-BRANCHES            PIC 9(3).
           01 WS-TB-DATE                 PIC 9(8) VALUE ZERO.
           01 WS-TB-TELLER               PIC X(5) VALUE SPACES.
           01 WS-TRANS-HOLD.
           COPY TRANSREC.
           01 WS-HIST-CTR                PIC 9(6) VALUE ZERO.
           01 WS-TLR-CTR                 PIC 9(6) VALUE ZERO.
           01 WS-UNPOSTED-CTR            PIC 9(5) VALUE ZERO.
           01 WS-REVERSED-CTR            PIC 9(5) VALUE ZERO.
           01 WS-FULL-CTR                PIC 9(5) VALUE ZERO.
           01 WS-OVER-CTR                PIC 9(5) VALUE ZERO.
           01 WS-PATTERN-CTR             PIC 9(5) VALUE ZERO.
           01 WS-LISTED-AMT              PIC 9(7)V99.
           01 HD-LINE1.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 HD-TITLE-OUT           PIC X(50).
               02 HD-DATE-OUT            PIC 9(8).
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 FILLER                 PIC X(5) VALUE "PAGE ".
               02 PAGE-OUT               PIC 999 VALUE ZERO.
               02 FILLER                 PIC X(10) VALUE SPACES.
           01 HD-LINE2.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 FILLER                 PIC X(11) VALUE "THRESHOLD: ".
               02 HD-LIMIT-OUT           PIC Z,ZZZ,ZZ9.99.
               02 FILLER                 PIC X(10) VALUE "  WINDOW: ".
               02 HD-START-OUT           PIC 9(8).
               02 FILLER                 PIC X(4) VALUE " TO ".
               02 HD-END-OUT             PIC 9(8).
               02 FILLER                 PIC X(8) VALUE "  BAND: ".
               02 HD-BAND-OUT            PIC ZZ9.
               02 FILLER                 PIC X(1) VALUE "%".
               02 FILLER                 PIC X(13) VALUE SPACES.
           01 HD-LINE3.
               02 FILLER                 PIC X(6) VALUE SPACES.
               02 FILLER                 PIC X(10) VALUE "TRACE".
               02 FILLER                 PIC X(9) VALUE "DATE".
               02 FILLER                 PIC X(6) VALUE "ACCT".
               02 FILLER                 PIC X(4) VALUE "BR".
               02 FILLER                 PIC X(7) VALUE "TELLER".
               02 FILLER                 PIC X(6) VALUE SPACES.
               02 FILLER                 PIC X(8) VALUE "AMOUNT".
               02 FILLER                 PIC X(6) VALUE "POSTED".
               02 FILLER                 PIC X(18) VALUE SPACES.
           01 GRP-LINE1.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 FILLER                 PIC X(9) VALUE "CUSTOMER ".
               02 GRP-CUST-OUT           PIC X(6).
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 GRP-NAME-OUT           PIC X(20).
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 GRP-DIR-OUT            PIC X(8).
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 GRP-WHEN-OUT           PIC X(13).
               02 GRP-DATE-OUT           PIC 9(8).
               02 FILLER                 PIC X(8) VALUE SPACES.
           01 GRP-LINE2.
               02 FILLER                 PIC X(4) VALUE SPACES.
               02 FILLER                 PIC X(7) VALUE "TOTAL: ".
               02 GRP-TOTAL-OUT          PIC Z,ZZZ,ZZ9.99.
               02 FILLER                 PIC X(9) VALUE "  ITEMS: ".
               02 GRP-ITEMS-OUT          PIC ZZZ9.
               02 FILLER                 PIC X(8) VALUE "  DAYS: ".
               02 GRP-DAYS-OUT           PIC ZZ9.
               02 FILLER                 PIC X(12) VALUE "  BRANCHES: ".
               02 GRP-BRANCHES-OUT       PIC ZZ9.
               02 FILLER                 PIC X(18) VALUE SPACES.
           01 ITEM-LINE.
               02 FILLER                 PIC X(6) VALUE SPACES.
               02 IT-TRACE-OUT           PIC X(9).
               02 FILLER                 PIC X(1) VALUE SPACES.
               02 IT-DATE-OUT            PIC 9(8).
               02 FILLER                 PIC X(1) VALUE SPACES.
               02 IT-ACCT-OUT            PIC X(4).
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 IT-BRANCH-OUT          PIC X(2).
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 IT-TELLER-OUT          PIC X(5).
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 IT-AMT-OUT             PIC Z,ZZZ,ZZ9.99.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 IT-POSTED-OUT          PIC X(10).
               02 FILLER                 PIC X(14) VALUE SPACES.
           01 NONE-LINE.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 NONE-TEXT-OUT          PIC X(60).
               02 FILLER                 PIC X(18) VALUE SPACES.
           01 NO-HIST-LINE.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 FILLER                 PIC X(50) VALUE
                   "AUDIT HISTORY NOT AVAILABLE - NOTHING MONITORED".
               02 FILLER                 PIC X(28) VALUE SPACES.
           01 TOT-LINE.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 TL-LABEL-OUT           PIC X(36).
               02 TL-COUNT-OUT           PIC ZZZ,ZZ9.
               02 FILLER                 PIC X(35) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CASHMON_IDXHIST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-IDXH-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CASHMON_HIST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-HIST-FILE-PATH
           END-IF
           ACCEPT WS-TLR-FILE-PATH FROM ENVIRONMENT "CASHMON_TLR_PATH"
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CASHMON_REL_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REL-FILE-PATH
           END-IF
           ACCEPT WS-CUST-FILE-PATH FROM ENVIRONMENT
               "CASHMON_CUST_PATH"
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CASHMON_CTR_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CTR-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CASHMON_PAT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PAT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CASHMON_LIMIT"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:7) TO WS-LIMIT-WHOLE
               MOVE WS-LIMIT-WHOLE TO WS-LIMIT
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CASHMON_DAYS"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:3) TO WS-WINDOW-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CASHMON_BAND_PCT"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:3) TO WS-BAND-PCT
           END-IF
           IF WS-WINDOW-DAYS = ZERO
               MOVE 1 TO WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-BAND-FLOOR = WS-LIMIT * WS-BAND-PCT / 100
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           PERFORM 150-WINDOW-START-RTN
           MOVE SPACES TO WS-ACCT-CUST-TABLE
           PERFORM 170-LOAD-RELATIONS-RTN
           IF WS-IDXH-FILE-PATH NOT = SPACES
               PERFORM 200-KEYED-HISTORY-RTN
           ELSE
               PERFORM 250-FLAT-HISTORY-RTN
           END-IF
           IF NOT WS-HIST-OK
               OPEN OUTPUT CTR-RPT-FILE
               MOVE "LARGE-CASH THRESHOLD WORKLIST" TO HD-TITLE-OUT
               PERFORM 500-CTR-HDG-RTN
               WRITE CTR-RPT-REC FROM NO-HIST-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE CTR-RPT-FILE
               MOVE "C" TO WS-ALERT-SEV
               MOVE "AUDIT HISTORY NOT AVAILABLE - NO CASH MONITORED"
                   TO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-LOG-PROGRAM
                   WS-ALERT-MSG
               MOVE 4 TO RETURN-CODE
               PERFORM 900-RUN-LOG-RTN
               STOP RUN
           END-IF
           IF WS-TLR-FILE-PATH NOT = SPACES
               PERFORM 400-TELLER-BATCHES-RTN
           END-IF
           PERFORM 450-GROUP-DAY-RTN
               VARYING WS-CI-IDX FROM 1 BY 1
               UNTIL WS-CI-IDX > WS-CI-CTR
           IF WS-CUST-FILE-PATH NOT = SPACES
               OPEN INPUT CUST-FILE
               IF WS-CUST-STATUS = "00"
                   MOVE "Y" TO WS-CUST-SW
               ELSE
                   DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                       WS-CUST-STATUS " - NAMES LEFT BLANK"
               END-IF
           END-IF
           PERFORM 600-THRESHOLD-LIST-RTN
           PERFORM 700-PATTERN-LIST-RTN
           IF WS-CUST-ON
               CLOSE CUST-FILE
           END-IF
           DISPLAY "HISTORY ROWS IN WINDOW  : " WS-HIST-CTR
           DISPLAY "TELLER ITEMS READ       : " WS-TLR-CTR
           DISPLAY "CASH ITEMS MONITORED    : " WS-CI-CTR
           DISPLAY "OVER THRESHOLD          : " WS-OVER-CTR
           DISPLAY "STRUCTURING PATTERNS    : " WS-PATTERN-CTR
           IF WS-OVER-CTR > ZERO OR WS-PATTERN-CTR > ZERO
               MOVE "W" TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-MSG
               STRING "CASH OVER THRESHOLD: " WS-OVER-CTR
                   "  STRUCTURING PATTERNS: " WS-PATTERN-CTR
                   DELIMITED BY SIZE INTO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-LOG-PROGRAM
                   WS-ALERT-MSG
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

      ******************************************************************
      * FIRST DAY OF THE WINDOW - STEP BACK FROM THE BUSINESS DATE ONE
      * CALENDAR DAY AT A TIME, WINDOW LESS ONE TIMES.
      ******************************************************************
       150-WINDOW-START-RTN.
           MOVE WS-BUS-DATE TO WS-WIN-DATE
           COMPUTE WS-BACK-DAYS = WS-WINDOW-DAYS - 1
           PERFORM 160-BACK-ONE-DAY-RTN WS-BACK-DAYS TIMES
           MOVE WS-WIN-DATE TO WS-WIN-START.

       160-BACK-ONE-DAY-RTN.
           IF WS-WIN-DD > 1
               SUBTRACT 1 FROM WS-WIN-DD
           ELSE
               IF WS-WIN-MM = 1
                   SUBTRACT 1 FROM WS-WIN-YYYY
                   MOVE 12 TO WS-WIN-MM
               ELSE
                   SUBTRACT 1 FROM WS-WIN-MM
               END-IF
               MOVE WS-MONTH-LEN (WS-WIN-MM) TO WS-WIN-DD
               IF WS-WIN-MM = 2
                   DIVIDE WS-WIN-YYYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-WIN-DD
                       DIVIDE WS-WIN-YYYY BY 100 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = ZERO
                           DIVIDE WS-WIN-YYYY BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM NOT = ZERO
                               MOVE 28 TO WS-WIN-DD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * THE RELATIONSHIP FILE, INTO A TABLE SUBSCRIPTED BY THE ACCOUNT
      * NUMBER. NO FILE MEANS EVERY ACCOUNT IS ITS OWN CUSTOMER.
      ******************************************************************
       170-LOAD-RELATIONS-RTN.
           OPEN INPUT REL-FILE
           IF WS-REL-STATUS NOT = "00"
               DISPLAY "RELATIONSHIP FILE NOT AVAILABLE - STATUS "
                   WS-REL-STATUS " - EACH ACCOUNT ITS OWN CUSTOMER"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 175-LOAD-ONE-REL-RTN UNTIL WS-EOF
               CLOSE REL-FILE
           END-IF.

       175-LOAD-ONE-REL-RTN.
           READ REL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF REL-ACCT-NO IS NUMERIC
                       AND REL-ACCT-NO NOT = "0000"
                       MOVE REL-ACCT-NO TO WS-NUM-X
                       MOVE REL-CUST-ID TO WS-AC-CUST-ID (WS-NUM)
                   END-IF
           END-READ.

      ******************************************************************
      * KEYED PATH - START AT THE FIRST ACCOUNT'S WINDOW AND READ
      * FORWARD. A ROW OLDER THAN THE WINDOW MEANS A NEW ACCOUNT HAS
      * BEGUN, SO SKIP STRAIGHT TO THAT ACCOUNT'S FIRST WINDOW DAY -
      * OLD HISTORY IS NEVER READ ROW BY ROW.
      ******************************************************************
       200-KEYED-HISTORY-RTN.
           OPEN INPUT IDXH-FILE
           IF WS-IDXH-STATUS NOT = "00"
               DISPLAY "KEYED HISTORY NOT AVAILABLE - STATUS "
                   WS-IDXH-STATUS
               MOVE "N" TO WS-HIST-SW
           ELSE
               MOVE LOW-VALUES TO IXH-ACCT-NO
               MOVE WS-WIN-START TO IXH-BUS-DATE
               MOVE ZERO TO IXH-SEQ
               MOVE "N" TO WS-EOF-SW
               START IDXH-FILE KEY >= IXH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SW
               END-START
               PERFORM 210-KEYED-NEXT-RTN UNTIL WS-EOF
               CLOSE IDXH-FILE
           END-IF.

       210-KEYED-NEXT-RTN.
           READ IDXH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF IXH-BUS-DATE < WS-WIN-START
                       MOVE WS-WIN-START TO IXH-BUS-DATE
                       MOVE ZERO TO IXH-SEQ
                       START IDXH-FILE KEY >= IXH-KEY
                           INVALID KEY
                               MOVE "Y" TO WS-EOF-SW
                       END-START
                   ELSE
                       MOVE IXH-BUS-DATE TO HIST-BUS-DATE
                       MOVE IXH-AUDIT-DATA TO HIST-REC (10:39)
                       PERFORM 300-ONE-HIST-RTN
                   END-IF
           END-READ.

       250-FLAT-HISTORY-RTN.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "AUDIT HISTORY NOT AVAILABLE - STATUS "
                   WS-HIST-STATUS
               MOVE "N" TO WS-HIST-SW
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 260-FLAT-NEXT-RTN UNTIL WS-EOF
               CLOSE HIST-FILE
           END-IF.

       260-FLAT-NEXT-RTN.
           READ HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF HIST-BUS-DATE NOT < WS-WIN-START
                       PERFORM 300-ONE-HIST-RTN
                   END-IF
           END-READ.

      ******************************************************************
      * ONE HISTORY ROW IN THE WINDOW. A TELLER CREDIT OR DEBIT IS A
      * CASH ITEM; A REVERSAL OF ONE (SAME ACCOUNT, TRACE AND AMOUNT)
      * TAKES THE LATEST MATCHING ITEM BACK OUT.
      ******************************************************************
       300-ONE-HIST-RTN.
           IF HIST-BUS-DATE NOT > WS-BUS-DATE
               ADD 1 TO WS-HIST-CTR
               IF AUD-TRACE (1:3) = "TLR"
                   EVALUATE AUD-TRANS-TYPE
                       WHEN "C"
                       WHEN "D"
                           MOVE AUD-ACCT-NO TO T-ACCT-NO
                           MOVE AUD-TRANS-AMT TO T-AMT-DUE
                           MOVE AUD-TRANS-TYPE TO T-TRANS-TYPE
                           MOVE AUD-TRACE TO T-TRACE
                           MOVE SPACES TO T-BRANCH
                           MOVE HIST-BUS-DATE TO WS-TB-DATE
                           MOVE SPACES TO WS-TB-TELLER
                           PERFORM 350-ADD-ITEM-RTN
                           IF WS-CI-FOUND > ZERO
                               MOVE "Y" TO WS-CI-POSTED (WS-CI-FOUND)
                           END-IF
                       WHEN "V"
                           IF AUD-REV-TYPE = "C" OR AUD-REV-TYPE = "D"
                               PERFORM 320-REVERSE-ITEM-RTN
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       320-REVERSE-ITEM-RTN.
           MOVE ZERO TO WS-CI-FOUND
           PERFORM VARYING WS-CI-IDX FROM WS-CI-CTR BY -1
               UNTIL WS-CI-IDX < 1 OR WS-CI-FOUND > ZERO
               IF WS-CI-ACCT (WS-CI-IDX) = AUD-ACCT-NO
                   AND WS-CI-TRACE (WS-CI-IDX) = AUD-TRACE
                   AND WS-CI-AMT (WS-CI-IDX) = AUD-TRANS-AMT
                   AND WS-CI-DIR (WS-CI-IDX) = AUD-REV-TYPE
                   AND WS-CI-REVERSED (WS-CI-IDX) = "N"
                   MOVE WS-CI-IDX TO WS-CI-FOUND
               END-IF
           END-PERFORM
           IF WS-CI-FOUND > ZERO
               MOVE "Y" TO WS-CI-REVERSED (WS-CI-FOUND)
               ADD 1 TO WS-REVERSED-CTR
           END-IF.

      ******************************************************************
      * ADD THE ITEM IN WS-TRANS-HOLD, DATED WS-TB-DATE, TO THE ITEM
      * TABLE AND FIND ITS CUSTOMER. WS-CI-FOUND IS THE NEW ROW, ZERO
      * WHEN THE TABLE IS FULL.
      ******************************************************************
       350-ADD-ITEM-RTN.
           MOVE ZERO TO WS-CI-FOUND
           IF WS-CI-CTR < 5000
               ADD 1 TO WS-CI-CTR
               MOVE WS-CI-CTR TO WS-CI-FOUND
               MOVE WS-TB-DATE TO WS-CI-DATE (WS-CI-CTR)
               MOVE T-ACCT-NO TO WS-CI-ACCT (WS-CI-CTR)
               MOVE T-TRANS-TYPE TO WS-CI-DIR (WS-CI-CTR)
               MOVE T-AMT-DUE TO WS-CI-AMT (WS-CI-CTR)
               MOVE T-TRACE TO WS-CI-TRACE (WS-CI-CTR)
               MOVE T-BRANCH TO WS-CI-BRANCH (WS-CI-CTR)
               MOVE WS-TB-TELLER TO WS-CI-TELLER (WS-CI-CTR)
               MOVE "N" TO WS-CI-POSTED (WS-CI-CTR)
               MOVE "N" TO WS-CI-REVERSED (WS-CI-CTR)
               MOVE ZERO TO WS-CI-GD (WS-CI-CTR)
               MOVE SPACES TO WS-CUST-ID
               IF T-ACCT-NO IS NUMERIC AND T-ACCT-NO NOT = "0000"
                   MOVE T-ACCT-NO TO WS-NUM-X
                   MOVE WS-AC-CUST-ID (WS-NUM) TO WS-CUST-ID
               END-IF
               IF WS-CUST-ID = SPACES
                   MOVE "00" TO WS-CUST-ID (1:2)
                   MOVE T-ACCT-NO TO WS-CUST-ID (3:4)
               END-IF
               MOVE WS-CUST-ID TO WS-CI-CUST-ID (WS-CI-CTR)
           ELSE
               ADD 1 TO WS-FULL-CTR
               DISPLAY "CASH ITEM TABLE FULL - TRACE " T-TRACE
                   " ACCOUNT " T-ACCT-NO " NOT MONITORED"
           END-IF.

      ******************************************************************
      * THE TELLER BATCHES. EACH HD HEADER GIVES THE CAPTURE DATE AND
      * TELLER ("TLR" + ID) OF THE ITEMS THAT FOLLOW. AN ITEM ALREADY
      * FOUND ON THE HISTORY TAKES ITS BRANCH AND TELLER FROM HERE;
      * ONE CAPTURED IN THE WINDOW BUT NOT POSTED IS ADDED AS IT IS.
      ******************************************************************
       400-TELLER-BATCHES-RTN.
           OPEN INPUT TLR-FILE
           IF WS-TLR-STATUS NOT = "00"
               DISPLAY "TELLER BATCHES NOT AVAILABLE - STATUS "
                   WS-TLR-STATUS " - BRANCH AND TELLER LEFT BLANK"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 410-ONE-TELLER-REC-RTN UNTIL WS-EOF
               CLOSE TLR-FILE
           END-IF.

       410-ONE-TELLER-REC-RTN.
           MOVE SPACES TO TLR-REC
           READ TLR-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   EVALUATE TH-TAG
                       WHEN "HD"
                           MOVE TH-BUS-DATE TO WS-TB-DATE
                           MOVE TH-SOURCE (4:5) TO WS-TB-TELLER
                       WHEN "TR"
                           CONTINUE
                       WHEN OTHER
                           MOVE TLR-REC TO WS-TRANS-HOLD
                           IF (T-TRANS-TYPE = "C" OR T-TRANS-TYPE = "D")
                               AND T-TRACE-SRC = "TLR"
                               AND WS-TB-DATE NOT < WS-WIN-START
                               AND WS-TB-DATE NOT > WS-BUS-DATE
                               ADD 1 TO WS-TLR-CTR
                               PERFORM 420-MATCH-TELLER-RTN
                           END-IF
                   END-EVALUATE
           END-READ.

       420-MATCH-TELLER-RTN.
           MOVE ZERO TO WS-CI-FOUND
           PERFORM VARYING WS-CI-IDX FROM 1 BY 1
               UNTIL WS-CI-IDX > WS-CI-CTR OR WS-CI-FOUND > ZERO
               IF WS-CI-ACCT (WS-CI-IDX) = T-ACCT-NO
                   AND WS-CI-TRACE (WS-CI-IDX) = T-TRACE
                   AND WS-CI-AMT (WS-CI-IDX) = T-AMT-DUE
                   AND WS-CI-DIR (WS-CI-IDX) = T-TRANS-TYPE
                   AND WS-CI-TELLER (WS-CI-IDX) = SPACES
                   MOVE WS-CI-IDX TO WS-CI-FOUND
               END-IF
           END-PERFORM
           IF WS-CI-FOUND > ZERO
               MOVE T-BRANCH TO WS-CI-BRANCH (WS-CI-FOUND)
               MOVE WS-TB-TELLER TO WS-CI-TELLER (WS-CI-FOUND)
           ELSE
               PERFORM 350-ADD-ITEM-RTN
               IF WS-CI-FOUND > ZERO
                   ADD 1 TO WS-UNPOSTED-CTR
               END-IF
           END-IF.

      ******************************************************************
      * ADD ONE LIVE ITEM TO ITS CUSTOMER / DIRECTION / DAY ROW.
      ******************************************************************
       450-GROUP-DAY-RTN.
           IF WS-CI-REVERSED (WS-CI-IDX) = "N"
               MOVE ZERO TO WS-GD-FOUND
               PERFORM VARYING WS-GD-IDX FROM 1 BY 1
                   UNTIL WS-GD-IDX > WS-GD-CTR OR WS-GD-FOUND > ZERO
                   IF WS-GD-CUST-ID (WS-GD-IDX)
                           = WS-CI-CUST-ID (WS-CI-IDX)
                       AND WS-GD-DIR (WS-GD-IDX) = WS-CI-DIR (WS-CI-IDX)
                       AND WS-GD-DATE (WS-GD-IDX)
                           = WS-CI-DATE (WS-CI-IDX)
                       MOVE WS-GD-IDX TO WS-GD-FOUND
                   END-IF
               END-PERFORM
               IF WS-GD-FOUND = ZERO AND WS-GD-CTR < 3000
                   ADD 1 TO WS-GD-CTR
                   MOVE WS-GD-CTR TO WS-GD-FOUND
                   MOVE WS-CI-CUST-ID (WS-CI-IDX)
                       TO WS-GD-CUST-ID (WS-GD-CTR)
                   MOVE WS-CI-DIR (WS-CI-IDX) TO WS-GD-DIR (WS-GD-CTR)
                   MOVE WS-CI-DATE (WS-CI-IDX)
                       TO WS-GD-DATE (WS-GD-CTR)
                   MOVE ZERO TO WS-GD-TOTAL (WS-GD-CTR)
                   MOVE ZERO TO WS-GD-ITEMS (WS-GD-CTR)
                   MOVE "N" TO WS-GD-OVER-SW (WS-GD-CTR)
                   MOVE ZERO TO WS-GD-GW (WS-GD-CTR)
               END-IF
               IF WS-GD-FOUND = ZERO
                   ADD 1 TO WS-FULL-CTR
                   DISPLAY "CUSTOMER-DAY TABLE FULL - TRACE "
                       WS-CI-TRACE (WS-CI-IDX) " NOT MONITORED"
               ELSE
                   MOVE WS-GD-FOUND TO WS-CI-GD (WS-CI-IDX)
                   ADD WS-CI-AMT (WS-CI-IDX)
                       TO WS-GD-TOTAL (WS-GD-FOUND)
                   ADD 1 TO WS-GD-ITEMS (WS-GD-FOUND)
               END-IF
           END-IF.

       500-CTR-HDG-RTN.
           ADD 1 TO PAGE-OUT
           MOVE WS-BUS-DATE TO HD-DATE-OUT
           MOVE WS-LIMIT TO HD-LIMIT-OUT
           MOVE WS-WIN-START TO HD-START-OUT
           MOVE WS-BUS-DATE TO HD-END-OUT
           MOVE WS-BAND-PCT TO HD-BAND-OUT
           WRITE CTR-RPT-REC FROM HD-LINE1 AFTER ADVANCING PAGE
           WRITE CTR-RPT-REC FROM HD-LINE2 AFTER ADVANCING 2 LINES
           WRITE CTR-RPT-REC FROM HD-LINE3 AFTER ADVANCING 2 LINES.

       550-PAT-HDG-RTN.
           ADD 1 TO PAGE-OUT
           MOVE WS-BUS-DATE TO HD-DATE-OUT
           MOVE WS-LIMIT TO HD-LIMIT-OUT
           MOVE WS-WIN-START TO HD-START-OUT
           MOVE WS-BUS-DATE TO HD-END-OUT
           MOVE WS-BAND-PCT TO HD-BAND-OUT
           WRITE PAT-RPT-REC FROM HD-LINE1 AFTER ADVANCING PAGE
           WRITE PAT-RPT-REC FROM HD-LINE2 AFTER ADVANCING 2 LINES
           WRITE PAT-RPT-REC FROM HD-LINE3 AFTER ADVANCING 2 LINES.

      ******************************************************************
      * THRESHOLD WORKLIST - EVERY CUSTOMER-DAY OVER THE THRESHOLD,
      * WITH THE ITEMS THAT MAKE IT UP.
      ******************************************************************
       600-THRESHOLD-LIST-RTN.
           OPEN OUTPUT CTR-RPT-FILE
           MOVE ZERO TO PAGE-OUT
           MOVE "LARGE-CASH THRESHOLD WORKLIST" TO HD-TITLE-OUT
           PERFORM 500-CTR-HDG-RTN
           PERFORM 610-ONE-DAY-RTN
               VARYING WS-GD-IDX FROM 1 BY 1
               UNTIL WS-GD-IDX > WS-GD-CTR
           IF WS-OVER-CTR = ZERO
               MOVE "NO CUSTOMER'S CASH WENT OVER THE THRESHOLD."
                   TO NONE-TEXT-OUT
               WRITE CTR-RPT-REC FROM NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE "CASH ITEMS MONITORED" TO TL-LABEL-OUT
           MOVE WS-CI-CTR TO TL-COUNT-OUT
           WRITE CTR-RPT-REC FROM TOT-LINE AFTER ADVANCING 3 LINES
           MOVE "  OF WHICH CAPTURED, NOT YET POSTED" TO TL-LABEL-OUT
           MOVE WS-UNPOSTED-CTR TO TL-COUNT-OUT
           WRITE CTR-RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "  OF WHICH REVERSED" TO TL-LABEL-OUT
           MOVE WS-REVERSED-CTR TO TL-COUNT-OUT
           WRITE CTR-RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "CUSTOMER-DAYS OVER THRESHOLD" TO TL-LABEL-OUT
           MOVE WS-OVER-CTR TO TL-COUNT-OUT
           WRITE CTR-RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           IF WS-FULL-CTR > ZERO
               MOVE "ITEMS NOT MONITORED - TABLE FULL" TO TL-LABEL-OUT
               MOVE WS-FULL-CTR TO TL-COUNT-OUT
               WRITE CTR-RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           END-IF
           CLOSE CTR-RPT-FILE.

       610-ONE-DAY-RTN.
           IF WS-GD-TOTAL (WS-GD-IDX) > WS-LIMIT
               MOVE "Y" TO WS-GD-OVER-SW (WS-GD-IDX)
               ADD 1 TO WS-OVER-CTR
               MOVE WS-GD-CUST-ID (WS-GD-IDX) TO WS-CUST-ID
               MOVE WS-GD-DIR (WS-GD-IDX) TO T-TRANS-TYPE
               PERFORM 800-GROUP-HEAD-RTN
               MOVE "ON DAY" TO GRP-WHEN-OUT
               MOVE WS-GD-DATE (WS-GD-IDX) TO GRP-DATE-OUT
               MOVE WS-GD-TOTAL (WS-GD-IDX) TO GRP-TOTAL-OUT
               MOVE WS-GD-ITEMS (WS-GD-IDX) TO GRP-ITEMS-OUT
               MOVE 1 TO GRP-DAYS-OUT
               MOVE ZERO TO WS-DAY-BRANCHES
               MOVE ZERO TO WS-GW-FOUND
               PERFORM 830-COUNT-BRANCH-RTN
                   VARYING WS-CI-IDX FROM 1 BY 1
                   UNTIL WS-CI-IDX > WS-CI-CTR
               MOVE WS-DAY-BRANCHES TO GRP-BRANCHES-OUT
               WRITE CTR-RPT-REC FROM GRP-LINE1 AFTER ADVANCING 2 LINES
               WRITE CTR-RPT-REC FROM GRP-LINE2 AFTER ADVANCING 1 LINES
               PERFORM 620-DAY-ITEM-RTN
                   VARYING WS-CI-IDX FROM 1 BY 1
                   UNTIL WS-CI-IDX > WS-CI-CTR
           END-IF.

       620-DAY-ITEM-RTN.
           IF WS-CI-GD (WS-CI-IDX) = WS-GD-IDX
               AND WS-CI-REVERSED (WS-CI-IDX) = "N"
               PERFORM 850-ITEM-LINE-RTN
               WRITE CTR-RPT-REC FROM ITEM-LINE AFTER ADVANCING 1 LINES
           END-IF.

      ******************************************************************
      * PATTERN EXCEPTIONS. EVERY DAY NOT ALREADY OVER THE THRESHOLD
      * WHOSE TOTAL IS IN THE BAND JUST UNDER IT GOES TO ITS CUSTOMER
      * / DIRECTION ROW; TWO OR MORE SUCH DAYS TOGETHER OVER THE
      * THRESHOLD ARE LISTED WITH THEIR ITEMS.
      ******************************************************************
       700-PATTERN-LIST-RTN.
           PERFORM 710-BAND-DAY-RTN
               VARYING WS-GD-IDX FROM 1 BY 1
               UNTIL WS-GD-IDX > WS-GD-CTR
           OPEN OUTPUT PAT-RPT-FILE
           MOVE ZERO TO PAGE-OUT
           MOVE "STRUCTURING PATTERN EXCEPTIONS" TO HD-TITLE-OUT
           PERFORM 550-PAT-HDG-RTN
           PERFORM 730-ONE-PATTERN-RTN
               VARYING WS-GW-IDX FROM 1 BY 1
               UNTIL WS-GW-IDX > WS-GW-CTR
           IF WS-PATTERN-CTR = ZERO
               MOVE "NO STRUCTURING PATTERN FOUND IN THE WINDOW."
                   TO NONE-TEXT-OUT
               WRITE PAT-RPT-REC FROM NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE "CUSTOMERS WITH NEAR-THRESHOLD DAYS" TO TL-LABEL-OUT
           MOVE WS-GW-CTR TO TL-COUNT-OUT
           WRITE PAT-RPT-REC FROM TOT-LINE AFTER ADVANCING 3 LINES
           MOVE "PATTERNS LISTED" TO TL-LABEL-OUT
           MOVE WS-PATTERN-CTR TO TL-COUNT-OUT
           WRITE PAT-RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           CLOSE PAT-RPT-FILE.

       710-BAND-DAY-RTN.
           IF WS-GD-OVER-SW (WS-GD-IDX) = "N"
               AND WS-GD-TOTAL (WS-GD-IDX) NOT < WS-BAND-FLOOR
               MOVE ZERO TO WS-GW-FOUND
               PERFORM VARYING WS-GW-IDX FROM 1 BY 1
                   UNTIL WS-GW-IDX > WS-GW-CTR OR WS-GW-FOUND > ZERO
                   IF WS-GW-CUST-ID (WS-GW-IDX)
                           = WS-GD-CUST-ID (WS-GD-IDX)
                       AND WS-GW-DIR (WS-GW-IDX) = WS-GD-DIR (WS-GD-IDX)
                       MOVE WS-GW-IDX TO WS-GW-FOUND
                   END-IF
               END-PERFORM
               IF WS-GW-FOUND = ZERO AND WS-GW-CTR < 2000
                   ADD 1 TO WS-GW-CTR
                   MOVE WS-GW-CTR TO WS-GW-FOUND
                   MOVE WS-GD-CUST-ID (WS-GD-IDX)
                       TO WS-GW-CUST-ID (WS-GW-CTR)
                   MOVE WS-GD-DIR (WS-GD-IDX) TO WS-GW-DIR (WS-GW-CTR)
                   MOVE ZERO TO WS-GW-TOTAL (WS-GW-CTR)
                   MOVE ZERO TO WS-GW-ITEMS (WS-GW-CTR)
                   MOVE ZERO TO WS-GW-DAYS (WS-GW-CTR)
                   MOVE ZERO TO WS-GW-BRANCHES (WS-GW-CTR)
               END-IF
               IF WS-GW-FOUND = ZERO
                   DISPLAY "PATTERN TABLE FULL - CUSTOMER "
                       WS-GD-CUST-ID (WS-GD-IDX) " NOT CHECKED"
               ELSE
                   MOVE WS-GW-FOUND TO WS-GD-GW (WS-GD-IDX)
                   ADD WS-GD-TOTAL (WS-GD-IDX)
                       TO WS-GW-TOTAL (WS-GW-FOUND)
                   ADD WS-GD-ITEMS (WS-GD-IDX)
                       TO WS-GW-ITEMS (WS-GW-FOUND)
                   ADD 1 TO WS-GW-DAYS (WS-GW-FOUND)
               END-IF
           END-IF.

       730-ONE-PATTERN-RTN.
           IF WS-GW-DAYS (WS-GW-IDX) > 1
               AND WS-GW-TOTAL (WS-GW-IDX) > WS-LIMIT
               ADD 1 TO WS-PATTERN-CTR
               MOVE WS-GW-IDX TO WS-GW-FOUND
               PERFORM 830-COUNT-BRANCH-RTN
                   VARYING WS-CI-IDX FROM 1 BY 1
                   UNTIL WS-CI-IDX > WS-CI-CTR
               MOVE WS-GW-CUST-ID (WS-GW-IDX) TO WS-CUST-ID
               MOVE WS-GW-DIR (WS-GW-IDX) TO T-TRANS-TYPE
               PERFORM 800-GROUP-HEAD-RTN
               MOVE "IN WINDOW TO" TO GRP-WHEN-OUT
               MOVE WS-BUS-DATE TO GRP-DATE-OUT
               MOVE WS-GW-TOTAL (WS-GW-IDX) TO GRP-TOTAL-OUT
               MOVE WS-GW-ITEMS (WS-GW-IDX) TO GRP-ITEMS-OUT
               MOVE WS-GW-DAYS (WS-GW-IDX) TO GRP-DAYS-OUT
               MOVE WS-GW-BRANCHES (WS-GW-IDX) TO GRP-BRANCHES-OUT
               WRITE PAT-RPT-REC FROM GRP-LINE1 AFTER ADVANCING 2 LINES
               WRITE PAT-RPT-REC FROM GRP-LINE2 AFTER ADVANCING 1 LINES
               PERFORM 740-PATTERN-ITEM-RTN
                   VARYING WS-CI-IDX FROM 1 BY 1
                   UNTIL WS-CI-IDX > WS-CI-CTR
           END-IF.

       740-PATTERN-ITEM-RTN.
           IF WS-CI-GD (WS-CI-IDX) > ZERO
               AND WS-CI-REVERSED (WS-CI-IDX) = "N"
               IF WS-GD-GW (WS-CI-GD (WS-CI-IDX)) = WS-GW-IDX
                   PERFORM 850-ITEM-LINE-RTN
                   WRITE PAT-RPT-REC FROM ITEM-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-IF.

      ******************************************************************
      * FIRST LINE OF A LISTED GROUP - THE CUSTOMER, THE NAME ON ITS
      * FIRST ACCOUNT IN THE WINDOW, AND CASH IN OR CASH OUT.
      ******************************************************************
       800-GROUP-HEAD-RTN.
           MOVE WS-CUST-ID TO GRP-CUST-OUT
           MOVE SPACES TO GRP-NAME-OUT
           IF T-TRANS-TYPE = "C"
               MOVE "CASH IN" TO GRP-DIR-OUT
           ELSE
               MOVE "CASH OUT" TO GRP-DIR-OUT
           END-IF
           MOVE ZERO TO GRP-BRANCHES-OUT
           IF WS-CUST-ON
               MOVE ZERO TO WS-CI-FOUND
               PERFORM VARYING WS-CI-IDX FROM 1 BY 1
                   UNTIL WS-CI-IDX > WS-CI-CTR OR WS-CI-FOUND > ZERO
                   IF WS-CI-CUST-ID (WS-CI-IDX) = WS-CUST-ID
                       AND WS-CI-ACCT (WS-CI-IDX) IS NUMERIC
                       MOVE WS-CI-IDX TO WS-CI-FOUND
                   END-IF
               END-PERFORM
               IF WS-CI-FOUND > ZERO
                   MOVE WS-CI-ACCT (WS-CI-FOUND) TO WS-NUM-X
                   MOVE WS-NUM TO CUST-ACCT-NO
                   READ CUST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUST-NAME TO GRP-NAME-OUT
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      * COUNT THE DISTINCT NON-BLANK BRANCHES OF A LISTED GROUP - A DAY
      * ROW (WS-GW-FOUND ZERO, COUNTED INTO WS-DAY-BRANCHES) OR A
      * PATTERN ROW (COUNTED INTO WS-GW-BRANCHES). AN ITEM COUNTS WHEN
      * NO EARLIER ITEM OF THE SAME GROUP HAD ITS BRANCH.
      ******************************************************************
       830-COUNT-BRANCH-RTN.
           IF WS-CI-GD (WS-CI-IDX) > ZERO
               AND WS-CI-REVERSED (WS-CI-IDX) = "N"
               AND WS-CI-BRANCH (WS-CI-IDX) NOT = SPACES
               MOVE "N" TO WS-NEW-BRANCH-SW
               IF WS-GW-FOUND = ZERO
                   IF WS-CI-GD (WS-CI-IDX) = WS-GD-IDX
                       MOVE "Y" TO WS-NEW-BRANCH-SW
                   END-IF
               ELSE
                   IF WS-GD-GW (WS-CI-GD (WS-CI-IDX)) = WS-GW-FOUND
                       MOVE "Y" TO WS-NEW-BRANCH-SW
                   END-IF
               END-IF
               IF WS-NEW-BRANCH-SW = "Y"
                   PERFORM VARYING WS-CJ-IDX FROM 1 BY 1
                       UNTIL WS-CJ-IDX NOT < WS-CI-IDX
                       OR WS-NEW-BRANCH-SW = "N"
                       IF WS-CI-BRANCH (WS-CJ-IDX)
                               = WS-CI-BRANCH (WS-CI-IDX)
                           AND WS-CI-GD (WS-CJ-IDX) > ZERO
                           AND WS-CI-REVERSED (WS-CJ-IDX) = "N"
                           IF WS-GW-FOUND = ZERO
                               IF WS-CI-GD (WS-CJ-IDX) = WS-GD-IDX
                                   MOVE "N" TO WS-NEW-BRANCH-SW
                               END-IF
                           ELSE
                               IF WS-GD-GW (WS-CI-GD (WS-CJ-IDX))
                                   = WS-GW-FOUND
                                   MOVE "N" TO WS-NEW-BRANCH-SW
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-NEW-BRANCH-SW = "Y"
                   IF WS-GW-FOUND = ZERO
                       ADD 1 TO WS-DAY-BRANCHES
                   ELSE
                       ADD 1 TO WS-GW-BRANCHES (WS-GW-FOUND)
                   END-IF
               END-IF
           END-IF.

       850-ITEM-LINE-RTN.
           MOVE WS-CI-TRACE (WS-CI-IDX) TO IT-TRACE-OUT
           MOVE WS-CI-DATE (WS-CI-IDX) TO IT-DATE-OUT
           MOVE WS-CI-ACCT (WS-CI-IDX) TO IT-ACCT-OUT
           MOVE WS-CI-BRANCH (WS-CI-IDX) TO IT-BRANCH-OUT
           MOVE WS-CI-TELLER (WS-CI-IDX) TO IT-TELLER-OUT
           MOVE WS-CI-AMT (WS-CI-IDX) TO IT-AMT-OUT
           IF WS-CI-POSTED (WS-CI-IDX) = "Y"
               MOVE "YES" TO IT-POSTED-OUT
           ELSE
               MOVE "NOT POSTED" TO IT-POSTED-OUT
           END-IF.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
      * NOT SET, AS IN A STANDALONE LESSON RUN).
      ******************************************************************
       900-RUN-LOG-RTN.
           COMPUTE WS-LOG-READ = WS-HIST-CTR + WS-TLR-CTR
           COMPUTE WS-LOG-WRITTEN = WS-OVER-CTR + WS-PATTERN-CTR
           MOVE WS-FULL-CTR TO WS-LOG-REJECTED
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
