      *PROGRAM FOR CALCULATE COMOUND INTEREST
      ******************************************************************
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 155 BYTES - STATEMENT
      *DELIVERY PREFERENCE AND E-MAIL ADDRESS ON THE END; NO FIELD
      *MOVES.
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 104 BYTES - RETURNED-MAIL
      *STATUS AND DATE ON THE END; NO FIELD MOVES.
      *15-10-2026 GD - BACKUP WITHHOLDING - WITH COMPOUND_CUST_PATH
      *SET, EVERY "I" CREDIT THE BRIDGE WRITES FOR A CUSTOMER WHOSE
      *TAX STATUS IS U (NO CERTIFIED TAX ID) IS FOLLOWED BY A "D"
      *WITHHOLDING DEBIT, TRACE SOURCE "BWH", FOR COMPOUND_BWH_RATE
      *PERCENT OF THE INTEREST (99V99, DEFAULT 24.00). THE GRAND TOTAL
      *PAGE SHOWS THE ITEMS AND AMOUNT WITHHELD. AN ACCOUNT NOT ON THE
      *CUSTOMER MASTER IS NOT WITHHELD AND IS LISTED ON THE CONSOLE.
      *15-10-2026 GD - AVERAGE-DAILY-BALANCE MODE - WHEN
      *COMPOUND_ADB_PATH NAMES AUDIT-ARCHIVE'S KEYED HISTORY, EACH
      *ACCOUNT'S END-OF-DAY BALANCE IS REBUILT FOR THE PERIOD FROM ITS
      *POSTINGS (THE LAST POSTING BEFORE THE PERIOD GIVES THE OPENING
      *BALANCE, EACH POSTING IN IT MOVES THE BALANCE FROM ITS BUSINESS
      *DATE ON) AND INTEREST IS SIMPLE INTEREST ON THE AVERAGE FOR THE
      *DAYS IN THE PERIOD AT THE APPLIED RATE (DAYS / 365). THE PERIOD
      *RUNS FROM THE FIRST OF THE BUSINESS MONTH TO THE BUSINESS DATE
      *UNLESS COMPOUND_ADB_FROM / COMPOUND_ADB_TO (YYYYMMDD) SAY
      *OTHERWISE. AN ACCOUNT WITH NO HISTORY AT ALL AVERAGES ITS
      *PRINCIPAL. THE REPORT PRINTS THE DAY COUNT, AVERAGE BALANCE AND
      *INTEREST IN PLACE OF THE YEAR TABLE, AND THE INTEREST BRIDGE
      *POSTS THE PERIOD INTEREST INSTEAD OF THE FINAL-YEAR ACCRUAL.
      *THE RATE BAND IS STILL CHOSEN BY PRINCIPAL.
      *15-10-2026 GD - PROMOTIONAL RATE OVERRIDES - WHEN
      *COMPOUND_OVR_PATH NAMES THE RATE-OVERRIDE-MAINT FILE, AN
      *ACCOUNT WITH AN OVERRIDE IN FORCE ON THE BUSINESS DATE (START
      *ON OR BEFORE IT, EXPIRY ON OR AFTER IT; THE LATEST START WINS
      *IF TWO OVERLAP) EARNS THE OVERRIDE RATE INSTEAD OF THE RATE
      *220-RATE-LOOKUP-RTN WOULD GIVE IT - NO RATE ROW IS NEEDED. ONCE
      *THE OVERRIDE HAS EXPIRED THE ACCOUNT IS BACK ON THE BAND RATE
      *WITH NOTHING TO UNDO. OVERRIDE RATES CARRY FOUR DECIMALS, SO
      *THE APPLIED RATE IS NOW HELD IN WS-APPLIED-RATE AND PRINTS TO
      *FOUR PLACES; THE HEADING FLAGS AN OVERRIDE ACCOUNT WITH ITS
      *REASON CODE AND EXPIRY AND THE GRAND TOTALS COUNT THEM. A
      *SCENARIO RUN KEEPS THE OVERRIDE ON BOTH SIDES.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - THE INTEREST BRIDGE
      *NOW POSTS ANY ACCOUNT 1-9999 (34-BYTE TRANSACTION RECORD) AND
      *THE PRODUCT LOOKUP READS THE 43-BYTE MASTER FOR THE SAME RANGE.
      *15-10-2026 GD - RATE ROW BY PRODUCT - WHEN COMPOUND_PROD_PATH
      *NAMES THE PRODUCT-MAINT MASTER AND COMPOUND_MAST_PATH THE
      *INDEXED ACCOUNT MASTER, 220-RATE-LOOKUP-RTN (AND THE SCENARIO
      *LOOKUP) TAKE THE RATE-TABLE PRODUCT FROM THE ACCOUNT'S PRODUCT
      *CODE INSTEAD OF INT-TYPE-IN, SO A PASSBOOK AND A COMMERCIAL
      *ACCOUNT IN THE SAME BAND PICK UP THEIR OWN ROWS. AN ACCOUNT
      *OFF THE MASTER, WITH NO PRODUCT, OR WITH A PRODUCT THE MASTER
      *DOES NOT KNOW STILL GOES BY INT-TYPE-IN AS BEFORE. THE
      *INTEREST ARITHMETIC ITSELF (SIMPLE OR COMPOUND) IS UNCHANGED.
      *09-08-2026 GD - FILE PATHS MAY BE OVERRIDDEN AT RUN TIME BY THE
      *COMPOUND_IN_PATH/COMPOUND_OUT_PATH/COMPOUND_REJ_PATH ENVIRONMENT
      *VARIABLES
      *FILE, WHICH PEND-RELEASE FEEDS INTO THE NEXT CYCLE'S SORTED
      *INPUT - SO THE CYCLE ACTUALLY CREDITS INTEREST INSTEAD OF THE
      *BACK OFFICE REKEYING FIGURES OFF THE PRINCIPAL REPORT.
      *AN ACCOUNT WHOSE NUMBER DOES NOT FIT THE MASTER'S FOUR-DIGIT
      *KEY, OR WHOSE ACCRUAL EXCEEDS THE 9(4)V99 TRANSACTION AMOUNT,
      *IS
      *COUNTED AS UNPOSTABLE AND LEFT OFF THE BRIDGE FILE RATHER THAN
           SELECT SCEN-RPT-FILE ASSIGN TO
           WS-SCENRPT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROD-FILE ASSIGN TO
           WS-PROD-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
           SELECT OVR-FILE ASSIGN TO
           WS-OVR-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT IDXH-FILE ASSIGN TO
           WS-IDXH-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IXH-KEY
               FILE STATUS IS WS-IDXH-STATUS.
           SELECT CUST-FILE ASSIGN TO
           WS-CUST-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-ACCT-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT MAST-FILE ASSIGN TO
           WS-MAST-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-NO-MS
               FILE STATUS IS WS-MAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE
       RECORD CONTAINS 100 CHARACTERS.
       01 CSV-REC                  PIC X(100).
       FD TRANS-FILE
       RECORD CONTAINS 34 CHARACTERS.
       01 TRANS-REC.
       COPY TRANSREC.
       FD CAL-FILE
       FD SCEN-RPT-FILE
       RECORD CONTAINS 100 CHARACTERS.
       01 SCEN-RPT-REC               PIC X(100).
       FD PROD-FILE
       RECORD CONTAINS 34 CHARACTERS.
       01 PROD-REC.
           02 PRD-CODE               PIC X(2).
           02 PRD-NAME               PIC X(20).
           02 PRD-RATE-PRODUCT       PIC X.
           02 PRD-FEE-SCHED          PIC X(2).
           02 PRD-CYCLE              PIC X(2).
           02 PRD-CREDIT-LIMIT       PIC 9(5)V99.
       FD OVR-FILE
       RECORD CONTAINS 27 CHARACTERS.
       01 OVR-REC.
           02 OV-ACCT-NO             PIC 9(5).
           02 OV-RATE                PIC V9(4).
           02 OV-START-DATE          PIC 9(8).
           02 OV-EXPIRY-DATE         PIC 9(8).
           02 OV-REASON              PIC X(2).
       FD IDXH-FILE
       RECORD CONTAINS 56 CHARACTERS.
       01 IDXH-REC.
           02 IXH-KEY.
               03 IXH-ACCT-NO        PIC X(4).
               03 IXH-BUS-DATE       PIC 9(8).
               03 IXH-SEQ            PIC 9(4).
           02 FILLER                 PIC X.
           02 IXH-AUDIT-DATA         PIC X(39).
       FD CUST-FILE
       RECORD CONTAINS 155 CHARACTERS.
       01 CUST-REC.
           02 CUST-ACCT-NO           PIC 9(4).
           02 CUST-NAME              PIC X(20).
           02 CUST-ADDRESS           PIC X(25).
           02 CUST-CITY-STATE        PIC X(20).
           02 CUST-PHONE             PIC X(10).
           02 CUST-OPEN-DATE         PIC 9(6).
           02 CUST-TAX-ID            PIC X(9).
           02 CUST-WH-STATUS         PIC X.
               88 CUST-WH-UNCERTIFIED        VALUE "U".
           02 CUST-MAIL-STATUS       PIC X.
               88 CUST-MAIL-RETURNED         VALUE "R".
           02 CUST-MAIL-RET-DATE     PIC 9(8).
           02 CUST-DELIV-PREF        PIC X.
               88 CUST-DELIV-ELEC            VALUE "E".
               88 CUST-DELIV-BOTH            VALUE "B".
           02 CUST-EMAIL             PIC X(50).
       FD MAST-FILE
       RECORD CONTAINS 43 CHARACTERS.
       01 MAST-REC.
       COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-MS==
                               ==AMT-DUE== BY ==AMT-DUE-MS==
                               ==LAST-ACT-DATE== BY ==LAST-ACT-MS==
                               ==ACCT-STATUS== BY ==ACCT-STAT-MS==
                               ==BRANCH-CODE== BY ==BRANCH-MS==
                               ==ACCT-NAME== BY ==ACCT-NAME-MS==
                               ==ACCT-PRODUCT== BY ==ACCT-PROD-MS==
                               ==BRANCH-CODE-PICTURE== BY ==X(2)==
                               ==ACCT-NO-PICTURE== BY ==9(4)==
                               ==AMT-DUE-PICTURE== BY ==9(4)V99==.
       WORKING-STORAGE SECTION.
       01 WS-IN-FILE-PATH            PIC X(80) VALUE
           "/Users/gaetanodorsi/Desktop/COBOL/lesson4/ACCOUNT.txt".
       01 WS-BEST-IDX                PIC 99.
       01 WS-BUS-DATE                PIC 9(8).
       01 WS-PRODUCT-HOLD            PIC X.
       01 WS-PROD-FILE-PATH          PIC X(80) VALUE SPACES.
       01 WS-PROD-STATUS             PIC XX.
       01 WS-PROD-EOF-SW             PIC X VALUE "N".
       01 WS-PROD-TABLE.
           02 WS-PROD-ENTRY OCCURS 20 TIMES.
               03 WS-PR-CODE         PIC X(2).
               03 WS-PR-RATE-PROD    PIC X.
       01 WS-PROD-CTR                PIC 99 VALUE ZERO.
       01 WS-PROD-IDX                PIC 99.
       01 WS-OVR-FILE-PATH           PIC X(80) VALUE SPACES.
       01 WS-OVR-STATUS              PIC XX.
       01 WS-OVR-SW                  PIC X VALUE "N".
           88 WS-OVR-TABLE-ON                VALUE "Y".
       01 WS-OVR-EOF-SW              PIC X VALUE "N".
       01 WS-OVR-TABLE.
           02 WS-OVR-ENTRY OCCURS 500 TIMES.
               03 WS-OV-ACCT         PIC 9(5).
               03 WS-OV-RATE         PIC V9(4).
               03 WS-OV-START        PIC 9(8).
               03 WS-OV-EXPIRY       PIC 9(8).
               03 WS-OV-REASON       PIC X(2).
       01 WS-OVR-CTR                 PIC 9(3) VALUE ZERO.
       01 WS-OVR-IDX                 PIC 9(4).
       01 WS-OVR-BEST                PIC 9(3).
       01 WS-OVR-ACCT-CTR            PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-RATE            PIC V9(4).
       01 WS-CUST-FILE-PATH          PIC X(80) VALUE SPACES.
       01 WS-CUST-STATUS             PIC XX.
       01 WS-BWH-SW                  PIC X VALUE "N".
           88 WS-BWH-ON                      VALUE "Y".
       01 WS-BWH-RATE                PIC 99V99 VALUE 24.00.
       01 WS-BWH-AMT                 PIC 9(4)V99.
       01 WS-BWH-CTR                 PIC 9(5) VALUE ZERO.
       01 WS-BWH-TOTAL               PIC 9(7)V99 VALUE ZERO.
       01 WS-IDXH-FILE-PATH          PIC X(80) VALUE SPACES.
       01 WS-IDXH-STATUS             PIC XX.
       01 WS-ADB-SW                  PIC X VALUE "N".
           88 WS-ADB-ON                      VALUE "Y".
       01 WS-ADB-EOF-SW              PIC X.
       01 WS-ADB-KNOWN-SW            PIC X.
           88 WS-ADB-BAL-KNOWN               VALUE "Y".
       01 WS-ADB-FROM                PIC 9(8) VALUE ZERO.
       01 WS-ADB-TO                  PIC 9(8) VALUE ZERO.
       01 WS-ADB-FROM-DAYS           PIC 9(7).
       01 WS-ADB-TO-DAYS             PIC 9(7).
       01 WS-ADB-POST-DAYS           PIC 9(7).
       01 WS-ADB-DAY-CNT             PIC 9(5).
       01 WS-ADB-DAY-IDX             PIC 9(5).
       01 WS-ADB-LAST-IDX            PIC 9(5).
       01 WS-ADB-BAL                 PIC 9(5)V99.
       01 WS-ADB-SUM                 PIC 9(9)V99.
       01 WS-ADB-AUDIT.
       COPY AUDITREC.
       01 WS-ADB-AVG                 PIC 9(5)V99.
       01 WS-MAST-FILE-PATH          PIC X(80) VALUE SPACES.
       01 WS-MAST-STATUS             PIC XX.
       01 WS-MAST-SW                 PIC X VALUE "N".
           88 WS-MAST-ON                     VALUE "Y".
       01 WS-SCEN-FILE-PATH          PIC X(80) VALUE SPACES.
       01 WS-SCENRPT-FILE-PATH       PIC X(80) VALUE
           "/Users/gaetanodorsi/ScenarioRpt.txt".
               03 WS-SC-EFF          PIC 9(8).
               03 WS-SC-RATE         PIC V99.
       01 WS-SCEN-CTR                PIC 99 VALUE ZERO.
       01 WS-SCEN-RATE               PIC V9(4).
       01 WS-CUR-FINAL-BAL           PIC 9(8)V99.
       01 WS-SCEN-FINAL-BAL          PIC 9(8)V99.
       01 WS-SCEN-DELTA              PIC S9(8)V99.
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 SCN-DELTA-OUT          PIC -Z,ZZZ,ZZ9.99.
           02 FILLER                 PIC X(5) VALUE SPACES.
           02 SCN-CUR-RATE-OUT       PIC .9999.
           02 FILLER                 PIC X(1) VALUE "/".
           02 SCN-NEW-RATE-OUT       PIC .9999.
           02 FILLER                 PIC X(27) VALUE SPACES.
       01 SCEN-TOT-LINE.
           02 FILLER                 PIC X(5) VALUE SPACES.
           02 FILLER                 PIC X(7) VALUE "TOTALS ".
           02 SCN-TDELTA-OUT         PIC -Z,ZZZ,ZZ9.99.
           02 FILLER                 PIC X(40) VALUE SPACES.
       01 WS-T-ACCT-HOLD.
           02 T-ACCT-NO-NUM          PIC 9(4).
       01 T-ACCT-NO-HOLD REDEFINES WS-T-ACCT-HOLD PIC X(4).
       01 CSV-PTR                    PIC 9(3).
       01 CSV-YEAR-OUT                PIC Z9.
       01 CSV-BALANCE-OUT             PIC ZZZZZZ9.99.
           02 FILLER                 PIC X(10) VALUE SPACES.
           02 FILLER                 PIC X(4) VALUE "RATE".
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 RATE-OUT               PIC .9999.
           02 FILLER                 PIC X(2) VALUE SPACES.
           02 RATE-OVR-OUT           PIC X(40).
           02 FILLER                 PIC X(19) VALUE SPACES.
       01 HD-LINE6.
           02 FILLER                 PIC X(10) VALUE SPACES.
           02 FILLER                 PIC X(12) VALUE "NO. OF YEARS".
           02 FILLER                 PIC X(9) VALUE SPACES.
           02 ACC-INTEREST-OUT       PIC X(14).
           02 FILLER                 PIC X(2) VALUE SPACES.
       01 ADB-LINE.
           02 FILLER                 PIC X(10) VALUE SPACES.
           02 FILLER                 PIC X(10) VALUE "ADB DAYS: ".
           02 ADB-DAYS-OUT           PIC ZZ9.
           02 FILLER                 PIC X(19)
               VALUE "  AVERAGE BALANCE: ".
           02 ADB-AVG-OUT            PIC $ZZ,ZZ9.99.
           02 FILLER                 PIC X(12) VALUE "  INTEREST: ".
           02 ADB-INT-OUT            PIC $Z,ZZ9.99.
           02 FILLER                 PIC X(7) VALUE SPACES.
       01 GRAND-TOTAL-LINE1.
           02 FILLER                 PIC X(60) VALUE SPACES.
           02 FILLER                 PIC X(19)
           02 FILLER                 PIC X(1) VALUE ":".
           02 GT-OVERFLOW-OUT        PIC ZZ,ZZ9.
           02 FILLER                 PIC X(46) VALUE SPACES.
       01 GRAND-TOTAL-LINE8.
           02 FILLER                 PIC X(10) VALUE SPACES.
           02 FILLER                 PIC X(17)
               VALUE "RATE OVERRIDES:  ".
           02 FILLER                 PIC X(1) VALUE SPACES.
           02 GT-OVERRIDE-OUT        PIC ZZ,ZZ9.
           02 FILLER                 PIC X(46) VALUE SPACES.
       01 GRAND-TOTAL-LINE9.
           02 FILLER                 PIC X(10) VALUE SPACES.
           02 FILLER                 PIC X(17)
               VALUE "TAX WITHHELD:    ".
           02 FILLER                 PIC X(1) VALUE SPACES.
           02 GT-BWH-CTR-OUT         PIC ZZ,ZZ9.
           02 FILLER                 PIC X(8) VALUE " ITEMS  ".
           02 GT-BWH-AMT-OUT         PIC $Z,ZZZ,ZZ9.99.
           02 FILLER                 PIC X(25) VALUE SPACES.
       01 JOB-TRAILER-LINE1.
           02 FILLER                 PIC X(32) VALUE SPACES.
           02 FILLER                 PIC X(13) VALUE "JOB COMPLETED".
           IF WS-ENV-HOLD (1:1) = "Y"
               MOVE "Y" TO WS-FORCE-SW
           END-IF
           ACCEPT WS-CUST-FILE-PATH FROM ENVIRONMENT
               "COMPOUND_CUST_PATH"
           IF WS-CUST-FILE-PATH NOT = SPACES
               MOVE "Y" TO WS-BWH-SW
               MOVE SPACES TO WS-ENV-HOLD
               ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "COMPOUND_BWH_RATE"
               IF WS-ENV-HOLD (1:4) IS NUMERIC
                   MOVE WS-ENV-HOLD (1:4) TO WS-BWH-RATE
               END-IF
           END-IF
           IF WS-TRANS-ON AND NOT WS-BRIDGE-FORCED
               PERFORM 050-EOM-GATE-RTN
           END-IF
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "COMPOUND_SCENRPT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-SCENRPT-FILE-PATH
           END-IF
           ACCEPT WS-PROD-FILE-PATH FROM ENVIRONMENT
               "COMPOUND_PROD_PATH"
           ACCEPT WS-MAST-FILE-PATH FROM ENVIRONMENT
               "COMPOUND_MAST_PATH"
           ACCEPT WS-OVR-FILE-PATH FROM ENVIRONMENT
               "COMPOUND_OVR_PATH"
           IF WS-OVR-FILE-PATH NOT = SPACES
               MOVE "Y" TO WS-OVR-SW
           END-IF
           ACCEPT WS-IDXH-FILE-PATH FROM ENVIRONMENT
               "COMPOUND_ADB_PATH"
           IF WS-IDXH-FILE-PATH NOT = SPACES
               MOVE "Y" TO WS-ADB-SW
               MOVE SPACES TO WS-ENV-HOLD
               ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "COMPOUND_ADB_FROM"
               IF WS-ENV-HOLD (1:8) IS NUMERIC
                   MOVE WS-ENV-HOLD (1:8) TO WS-ADB-FROM
               END-IF
               MOVE SPACES TO WS-ENV-HOLD
               ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "COMPOUND_ADB_TO"
               IF WS-ENV-HOLD (1:8) IS NUMERIC
                   MOVE WS-ENV-HOLD (1:8) TO WS-ADB-TO
               END-IF
           END-IF.
      ******************************************************************
      * THE BRIDGE CREDITS THE SAME FINAL-YEAR ACCRUAL EVERY TIME IT
                   OPEN OUTPUT TRANS-FILE
               END-IF
           END-IF
           IF WS-BWH-ON AND WS-TRANS-ON
               OPEN INPUT CUST-FILE
               IF WS-CUST-STATUS NOT = "00"
                   DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                       WS-CUST-STATUS " - NO BACKUP WITHHOLDING"
                   MOVE "N" TO WS-BWH-SW
               END-IF
           ELSE
               MOVE "N" TO WS-BWH-SW
           END-IF
           IF WS-RATE-TABLE-ON
               CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
               PERFORM 120-LOAD-RATE-TABLE-RTN
               OPEN OUTPUT SCEN-RPT-FILE
               WRITE SCEN-RPT-REC FROM SCEN-HD-LINE
                   AFTER ADVANCING PAGE
           END-IF
           IF WS-PROD-FILE-PATH NOT = SPACES
               AND WS-MAST-FILE-PATH NOT = SPACES
               PERFORM 140-LOAD-PROD-TABLE-RTN
           END-IF
           IF WS-OVR-TABLE-ON
               CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
               PERFORM 125-LOAD-OVR-TABLE-RTN
           END-IF
           IF WS-ADB-ON
               PERFORM 170-ADB-PERIOD-RTN
           END-IF.

      ******************************************************************
      * AVERAGE-DAILY-BALANCE PERIOD AND THE KEYED HISTORY. NO HISTORY
      * OR A BACKWARD PERIOD AND THE RUN FALLS BACK TO THE PRINCIPAL
      * PROJECTION.
      ******************************************************************
       170-ADB-PERIOD-RTN.
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           IF WS-ADB-TO = ZERO
               MOVE WS-BUS-DATE TO WS-ADB-TO
           END-IF
           IF WS-ADB-FROM = ZERO
               MOVE WS-ADB-TO TO WS-ADB-FROM
               MOVE "01" TO WS-ADB-FROM (7:2)
           END-IF
           CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-ADB-FROM
               BY REFERENCE WS-ADB-FROM-DAYS
           CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-ADB-TO
               BY REFERENCE WS-ADB-TO-DAYS
           IF WS-ADB-TO-DAYS < WS-ADB-FROM-DAYS
               DISPLAY "ADB PERIOD " WS-ADB-FROM "-" WS-ADB-TO
                   " RUNS BACKWARD - ADB MODE OFF"
               MOVE "N" TO WS-ADB-SW
           ELSE
               COMPUTE WS-ADB-DAY-CNT =
                   WS-ADB-TO-DAYS - WS-ADB-FROM-DAYS + 1
               OPEN INPUT IDXH-FILE
               IF WS-IDXH-STATUS NOT = "00"
                   DISPLAY "KEYED HISTORY NOT AVAILABLE - STATUS "
                       WS-IDXH-STATUS " - ADB MODE OFF"
                   MOVE "N" TO WS-ADB-SW
               ELSE
                   DISPLAY "AVERAGE DAILY BALANCE FOR " WS-ADB-FROM
                       "-" WS-ADB-TO " (" WS-ADB-DAY-CNT " DAYS)"
               END-IF
           END-IF.

      ******************************************************************
      * LOAD THE RATE-OVERRIDE FILE. ROWS ALREADY EXPIRED OR NOT YET
      * STARTED CAN NEVER APPLY TONIGHT AND ARE LEFT OUT.
      ******************************************************************
       125-LOAD-OVR-TABLE-RTN.
           OPEN INPUT OVR-FILE
           IF WS-OVR-STATUS NOT = "00"
               DISPLAY "RATE-OVERRIDE FILE NOT AVAILABLE - STATUS "
                   WS-OVR-STATUS " - BAND RATES ONLY"
               MOVE "N" TO WS-OVR-SW
           ELSE
               PERFORM UNTIL WS-OVR-EOF-SW = "Y"
                   READ OVR-FILE
                       AT END
                           MOVE "Y" TO WS-OVR-EOF-SW
                       NOT AT END
                           IF OV-START-DATE <= WS-BUS-DATE
                               AND OV-EXPIRY-DATE >= WS-BUS-DATE
                               AND OV-RATE > ZERO
                               AND WS-OVR-CTR < 500
                               ADD 1 TO WS-OVR-CTR
                               MOVE OV-ACCT-NO
                                   TO WS-OV-ACCT (WS-OVR-CTR)
                               MOVE OV-RATE
                                   TO WS-OV-RATE (WS-OVR-CTR)
                               MOVE OV-START-DATE
                                   TO WS-OV-START (WS-OVR-CTR)
                               MOVE OV-EXPIRY-DATE
                                   TO WS-OV-EXPIRY (WS-OVR-CTR)
                               MOVE OV-REASON
                                   TO WS-OV-REASON (WS-OVR-CTR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVR-FILE
           END-IF.

      ******************************************************************
      * PRODUCT MASTER AND ACCOUNT MASTER TOGETHER GIVE EACH ACCOUNT
      * ITS RATE-TABLE PRODUCT. EITHER ONE MISSING AND THE RUN GOES BY
      * INT-TYPE-IN, AS IT ALWAYS HAS.
      ******************************************************************
       140-LOAD-PROD-TABLE-RTN.
           OPEN INPUT PROD-FILE
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "PRODUCT MASTER NOT AVAILABLE - STATUS "
                   WS-PROD-STATUS " - RATES BY INTEREST TYPE"
           ELSE
               PERFORM UNTIL WS-PROD-EOF-SW = "Y"
                   READ PROD-FILE
                       AT END
                           MOVE "Y" TO WS-PROD-EOF-SW
                       NOT AT END
                           IF WS-PROD-CTR < 20
                               ADD 1 TO WS-PROD-CTR
                               MOVE PRD-CODE
                                   TO WS-PR-CODE (WS-PROD-CTR)
                               MOVE PRD-RATE-PRODUCT
                                   TO WS-PR-RATE-PROD (WS-PROD-CTR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROD-FILE
               OPEN INPUT MAST-FILE
               IF WS-MAST-STATUS = "00"
                   MOVE "Y" TO WS-MAST-SW
               ELSE
                   DISPLAY "ACCOUNT MASTER NOT AVAILABLE - STATUS "
                       WS-MAST-STATUS " - RATES BY INTEREST TYPE"
               END-IF
           END-IF.

       130-LOAD-SCEN-TABLE-RTN.
           WRITE REJECT-REC FROM IN-REC
           ADD 1 TO WS-REJECT-CTR.
       200-COMPUTE-RTN.
           MOVE ZERO TO WS-OVR-BEST
           IF WS-OVR-TABLE-ON
               PERFORM 240-OVERRIDE-LOOKUP-RTN
           END-IF
           IF WS-OVR-BEST > ZERO
               MOVE WS-OV-RATE (WS-OVR-BEST) TO WS-APPLIED-RATE
               ADD 1 TO WS-OVR-ACCT-CTR
           ELSE
           IF WS-RATE-TABLE-ON
               PERFORM 220-RATE-LOOKUP-RTN
               IF WS-BEST-IDX = ZERO
               END-IF
               MOVE WS-RT-RATE (WS-BEST-IDX) TO RATE-IN
           END-IF
           MOVE RATE-IN TO WS-APPLIED-RATE
           END-IF
           ADD 1 TO WS-ACCT-CTR
           ADD PRIN-IN TO WS-GRAND-PRIN
           PERFORM 400-HEADING-RTN
           IF WS-ADB-ON
               PERFORM 600-ADB-INTEREST-RTN
           ELSE
               PERFORM 500-COMPUTE-INTEREST-RTN VARYING WS-YEAR FROM 1
               BY 1 UNTIL WS-YEAR > PERIOD-OF-INV-IN
           END-IF
           IF WS-SCENARIO-ON
               PERFORM 900-SCENARIO-RTN
           END-IF.
      ******************************************************************
      * PICK THE RATE ROW FOR THIS ACCOUNT - SAME PRODUCT CODE AS
      * 210-RATE-PRODUCT-RTN GIVES, EFFECTIVE ON OR
      * BEFORE THE BUSINESS DATE, BAND FLOOR NOT ABOVE THE PRINCIPAL.
      * AMONG QUALIFIERS THE LATEST EFFECTIVE DATE WINS AND, WITHIN
      * IT, THE HIGHEST BAND FLOOR.
      ******************************************************************
       220-RATE-LOOKUP-RTN.
           MOVE ZERO TO WS-BEST-IDX
           PERFORM 210-RATE-PRODUCT-RTN
           PERFORM 230-JUDGE-RATE-RTN
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-CTR.

      ******************************************************************
      * RATE-TABLE PRODUCT INTO WS-PRODUCT-HOLD - THE ACCOUNT'S
      * PRODUCT CODE OFF THE MASTER WHEN WE HAVE ONE AND THE PRODUCT
      * MASTER KNOWS IT, OTHERWISE INT-TYPE-IN (BLANK = COMPOUND).
      * THE MASTER KEY IS FOUR DIGITS, SO AN INPUT ACCOUNT NUMBER OF
      * 10000 OR MORE CANNOT BE ON IT.
      ******************************************************************
       210-RATE-PRODUCT-RTN.
           IF INT-TYPE-IN = "S"
               MOVE "S" TO WS-PRODUCT-HOLD
           ELSE
               MOVE "C" TO WS-PRODUCT-HOLD
           END-IF
           IF WS-MAST-ON AND ACC-NO-IN < 10000
               MOVE ACC-NO-IN TO ACCT-NO-MS
               READ MAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACCT-PROD-MS NOT = SPACES
                           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                               UNTIL WS-PROD-IDX > WS-PROD-CTR
                               IF WS-PR-CODE (WS-PROD-IDX)
                                   = ACCT-PROD-MS
                                   AND WS-PR-RATE-PROD (WS-PROD-IDX)
                                       NOT = SPACE
                                   MOVE WS-PR-RATE-PROD (WS-PROD-IDX)
                                       TO WS-PRODUCT-HOLD
                                   MOVE WS-PROD-CTR TO WS-PROD-IDX
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * THE OVERRIDE IN FORCE FOR THIS ACCOUNT, IF ANY - THE TABLE
      * HOLDS ONLY ROWS IN FORCE TONIGHT; OF TWO FOR ONE ACCOUNT THE
      * LATER START WINS. WS-OVR-BEST IS ZERO WHEN THERE IS NONE.
      ******************************************************************
       240-OVERRIDE-LOOKUP-RTN.
           PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
               UNTIL WS-OVR-IDX > WS-OVR-CTR
               IF WS-OV-ACCT (WS-OVR-IDX) = ACC-NO-IN
                   IF WS-OVR-BEST = ZERO
                       MOVE WS-OVR-IDX TO WS-OVR-BEST
                   ELSE
                       IF WS-OV-START (WS-OVR-IDX)
                           > WS-OV-START (WS-OVR-BEST)
                           MOVE WS-OVR-IDX TO WS-OVR-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       230-JUDGE-RATE-RTN.
           IF WS-RT-PRODUCT (WS-RATE-IDX) = WS-PRODUCT-HOLD
           IF WS-CSV-ON
               CLOSE CSV-FILE
           END-IF
           IF WS-MAST-ON
               CLOSE MAST-FILE
           END-IF
           IF WS-ADB-ON
               CLOSE IDXH-FILE
           END-IF
           IF WS-BWH-ON
               CLOSE CUST-FILE
           END-IF
           IF WS-SCENARIO-ON
               MOVE WS-SCEN-TOT-CUR TO SCN-TCUR-OUT
               MOVE WS-SCEN-TOT-NEW TO SCN-TNEW-OUT
                   WS-TRANS-OUT-CTR
               DISPLAY "INTEREST NOT POSTABLE        : "
                   WS-UNPOSTABLE-CTR
               IF WS-BWH-ON
                   DISPLAY "BACKUP WITHHOLDING ITEMS     : "
                       WS-BWH-CTR
               END-IF
               IF WS-UNPOSTABLE-CTR > ZERO AND RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           MOVE ACC-NO-IN TO ACC-NO-OUT
           MOVE DEPO-NAME-IN TO DEPO-NAME-OUT
           MOVE PRIN-IN TO PRIN-OUT
           MOVE WS-APPLIED-RATE TO RATE-OUT
           MOVE SPACES TO RATE-OVR-OUT
           IF WS-OVR-BEST > ZERO
               STRING "PROMO OVERRIDE " WS-OV-REASON (WS-OVR-BEST)
                   " TO " WS-OV-EXPIRY (WS-OVR-BEST)
                   DELIMITED BY SIZE INTO RATE-OVR-OUT
           END-IF
           MOVE PERIOD-OF-INV-IN TO PERIOD-OF-INV-OUT
           IF INT-TYPE-IN = "S"
               MOVE "SIMPLE" TO INT-TYPE-OUT
           WRITE OUT-REC FROM HD-LINE4 AFTER ADVANCING 2 LINES
           WRITE OUT-REC FROM HD-LINE5 AFTER ADVANCING 2 LINES
           WRITE OUT-REC FROM HD-LINE6 AFTER ADVANCING 2 LINES
           IF NOT WS-ADB-ON
               WRITE OUT-REC FROM HD-LINE7 AFTER ADVANCING 2 LINES
           END-IF.
       500-COMPUTE-INTEREST-RTN.
            MOVE WS-YEAR TO YEAR-OUT
           MOVE "N" TO WS-OVERFLOW-SW
           IF INT-TYPE-IN = "S"
               COMPUTE WS-NEW-BALANCE =
                   PRIN-IN + (PRIN-IN * WS-APPLIED-RATE * WS-YEAR)
                   ON SIZE ERROR
                       MOVE "Y" TO WS-OVERFLOW-SW
               END-COMPUTE
           ELSE
               COMPUTE WS-NEW-BALANCE =
                   PRIN-IN * (1 + WS-APPLIED-RATE) ** WS-YEAR
                   ON SIZE ERROR
                       MOVE "Y" TO WS-OVERFLOW-SW
               END-COMPUTE
      ******************************************************************
      * INTEREST-POSTING BRIDGE - WRITE THE FINAL-YEAR ACCRUAL AS A
      * CREDIT TRANSACTION FOR SEQ-UPDATE TO POST. THE MASTER KEY IS
      * FOUR DIGITS AND SO IS THE TRANSACTION AMOUNT, SO AN ACCOUNT OR
      * ACCRUAL THAT DOES NOT FIT IS COUNTED AS UNPOSTABLE INSTEAD OF
      * BEING TRUNCATED INTO A WRONG POSTING.
      ******************************************************************
       560-WRITE-TRANS-RTN.
           IF ACC-NO-IN > 9999 OR WS-ACR-INTEREST > 9999.99
               ADD 1 TO WS-UNPOSTABLE-CTR
               DISPLAY "INTEREST NOT POSTABLE - ACCOUNT " ACC-NO-IN
           ELSE
               MOVE "INT" TO T-TRACE-SRC
               MOVE WS-TRANS-OUT-CTR TO T-TRACE-SER
               WRITE TRANS-REC
               IF WS-BWH-ON
                   PERFORM 565-BACKUP-WITHHOLD-RTN
               END-IF
           END-IF.

      ******************************************************************
      * BACKUP WITHHOLDING - AN UNCERTIFIED CUSTOMER'S INTEREST CREDIT
      * IS FOLLOWED BY A "BWH" DEBIT FOR THE WITHHOLDING RATE'S SHARE,
      * SO SEQ-UPDATE POSTS THE CREDIT AND THEN TAKES THE TAX BACK ON
      * THE SAME NIGHT. ANNUAL-INTEREST REPORTS THE TWO SEPARATELY.
      ******************************************************************
       565-BACKUP-WITHHOLD-RTN.
           MOVE ACC-NO-IN TO CUST-ACCT-NO
           READ CUST-FILE
               INVALID KEY
                   DISPLAY "NO CUSTOMER RECORD - NOT WITHHELD - "
                       "ACCOUNT " ACC-NO-IN
               NOT INVALID KEY
                   IF CUST-WH-UNCERTIFIED
                       COMPUTE WS-BWH-AMT ROUNDED =
                           WS-ACR-INTEREST * WS-BWH-RATE / 100
                       IF WS-BWH-AMT > ZERO
                           MOVE WS-BWH-AMT TO T-AMT-DUE
                           MOVE "D" TO T-TRANS-TYPE
                           ADD 1 TO WS-TRANS-OUT-CTR
                           MOVE "BWH" TO T-TRACE-SRC
                           MOVE WS-TRANS-OUT-CTR TO T-TRACE-SER
                           WRITE TRANS-REC
                           ADD 1 TO WS-BWH-CTR
                           ADD WS-BWH-AMT TO WS-BWH-TOTAL
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
      * AVERAGE DAILY BALANCE - READ THE ACCOUNT'S KEYED HISTORY FROM
      * ITS FIRST RECORD TO THE PERIOD END. A POSTING BEFORE THE
      * PERIOD ONLY SETS THE OPENING BALANCE; ONE INSIDE IT CLOSES OFF
      * THE DAYS AT THE OLD BALANCE AND MOVES TO THE NEW FROM ITS
      * BUSINESS DATE ON (END-OF-DAY BALANCES). THE REMAINING DAYS RUN
      * AT THE LAST BALANCE.
      ******************************************************************
       600-ADB-INTEREST-RTN.
           MOVE ZERO TO WS-ADB-SUM
           MOVE ZERO TO WS-ADB-LAST-IDX
           MOVE "N" TO WS-ADB-KNOWN-SW
           MOVE "N" TO WS-ADB-EOF-SW
           IF ACC-NO-IN > 9999
               MOVE "Y" TO WS-ADB-EOF-SW
           ELSE
               MOVE ACC-NO-IN TO T-ACCT-NO-NUM
               MOVE T-ACCT-NO-HOLD TO IXH-ACCT-NO
               MOVE ZERO TO IXH-BUS-DATE
               MOVE ZERO TO IXH-SEQ
               START IDXH-FILE KEY >= IXH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ADB-EOF-SW
               END-START
           END-IF
           PERFORM 610-ADB-HIST-NEXT-RTN UNTIL WS-ADB-EOF-SW = "Y"
           IF NOT WS-ADB-BAL-KNOWN
               MOVE PRIN-IN TO WS-ADB-BAL
           END-IF
           COMPUTE WS-ADB-SUM = WS-ADB-SUM
               + WS-ADB-BAL * (WS-ADB-DAY-CNT - WS-ADB-LAST-IDX)
           COMPUTE WS-ADB-AVG ROUNDED = WS-ADB-SUM / WS-ADB-DAY-CNT
           COMPUTE WS-ACR-INTEREST ROUNDED =
               WS-ADB-AVG * WS-APPLIED-RATE * WS-ADB-DAY-CNT / 365
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-ACR-INTEREST
           END-COMPUTE
           MOVE WS-ADB-DAY-CNT TO ADB-DAYS-OUT
           MOVE WS-ADB-AVG TO ADB-AVG-OUT
           MOVE WS-ACR-INTEREST TO ADB-INT-OUT
           WRITE OUT-REC FROM ADB-LINE AFTER ADVANCING 2 LINES
           COMPUTE WS-NEW-BALANCE = WS-ADB-AVG + WS-ACR-INTEREST
           ADD WS-NEW-BALANCE TO WS-GRAND-BALANCE
           ADD WS-ACR-INTEREST TO WS-GRAND-INTEREST
           IF WS-TRANS-ON
               PERFORM 560-WRITE-TRANS-RTN
           END-IF.

       610-ADB-HIST-NEXT-RTN.
           READ IDXH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ADB-EOF-SW
               NOT AT END
                   IF IXH-ACCT-NO NOT = T-ACCT-NO-HOLD
                       OR IXH-BUS-DATE > WS-ADB-TO
                       MOVE "Y" TO WS-ADB-EOF-SW
                   ELSE
                       MOVE IXH-AUDIT-DATA TO WS-ADB-AUDIT
                       IF IXH-BUS-DATE < WS-ADB-FROM
                           MOVE AUD-NEW-BALANCE TO WS-ADB-BAL
                           MOVE "Y" TO WS-ADB-KNOWN-SW
                       ELSE
                           PERFORM 620-ADB-POSTING-RTN
                       END-IF
                   END-IF
           END-READ.

       620-ADB-POSTING-RTN.
           IF NOT WS-ADB-BAL-KNOWN
               MOVE AUD-OLD-BALANCE TO WS-ADB-BAL
               MOVE "Y" TO WS-ADB-KNOWN-SW
           END-IF
           CALL 'DATE-DAYS-RTN' USING BY CONTENT IXH-BUS-DATE
               BY REFERENCE WS-ADB-POST-DAYS
           COMPUTE WS-ADB-DAY-IDX = WS-ADB-POST-DAYS - WS-ADB-FROM-DAYS
           COMPUTE WS-ADB-SUM = WS-ADB-SUM
               + WS-ADB-BAL * (WS-ADB-DAY-IDX - WS-ADB-LAST-IDX)
           MOVE WS-ADB-DAY-IDX TO WS-ADB-LAST-IDX
           MOVE AUD-NEW-BALANCE TO WS-ADB-BAL.

      ******************************************************************
      * OPTIONAL CSV EXTRACT OF THE DETAIL LINE JUST PRINTED - ONE ROW
      * PER ACCOUNT/YEAR, ONLY WRITTEN WHEN COMPOUND_CSV_PATH IS SET.
           MOVE ZERO TO WS-SCEN-FINAL-BAL
           IF INT-TYPE-IN = "S"
               COMPUTE WS-CUR-FINAL-BAL = PRIN-IN +
                   (PRIN-IN * WS-APPLIED-RATE * PERIOD-OF-INV-IN)
                   ON SIZE ERROR MOVE "Y" TO WS-SCEN-OVF-SW
               END-COMPUTE
               COMPUTE WS-SCEN-FINAL-BAL = PRIN-IN +
               END-COMPUTE
           ELSE
               COMPUTE WS-CUR-FINAL-BAL = PRIN-IN *
                   (1 + WS-APPLIED-RATE) ** PERIOD-OF-INV-IN
                   ON SIZE ERROR MOVE "Y" TO WS-SCEN-OVF-SW
               END-COMPUTE
               COMPUTE WS-SCEN-FINAL-BAL = PRIN-IN *
               COMPUTE WS-SCEN-DELTA =
                   WS-SCEN-FINAL-BAL - WS-CUR-FINAL-BAL
               MOVE WS-SCEN-DELTA TO SCN-DELTA-OUT
               MOVE WS-APPLIED-RATE TO SCN-CUR-RATE-OUT
               MOVE WS-SCEN-RATE TO SCN-NEW-RATE-OUT
               WRITE SCEN-RPT-REC FROM SCEN-DTL-LINE
                   AFTER ADVANCING 1 LINES

       920-SCEN-LOOKUP-RTN.
           MOVE ZERO TO WS-BEST-IDX
           PERFORM 210-RATE-PRODUCT-RTN
           PERFORM 930-JUDGE-SCEN-RTN
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-SCEN-CTR
           IF WS-BEST-IDX = ZERO OR WS-OVR-BEST > ZERO
               MOVE WS-APPLIED-RATE TO WS-SCEN-RATE
           ELSE
               MOVE WS-SC-RATE (WS-BEST-IDX) TO WS-SCEN-RATE
           END-IF.
           MOVE WS-GRAND-INTEREST TO GT-INTEREST-OUT
           MOVE WS-REJECT-CTR TO GT-REJECT-OUT
           MOVE WS-OVERFLOW-CTR TO GT-OVERFLOW-OUT
           MOVE WS-OVR-ACCT-CTR TO GT-OVERRIDE-OUT
           WRITE OUT-REC FROM GRAND-TOTAL-LINE2 AFTER ADVANCING 3 LINES
           WRITE OUT-REC FROM GRAND-TOTAL-LINE3 AFTER ADVANCING 2 LINES
           WRITE OUT-REC FROM GRAND-TOTAL-LINE4 AFTER ADVANCING 2 LINES
           WRITE OUT-REC FROM GRAND-TOTAL-LINE5 AFTER ADVANCING 2 LINES
           WRITE OUT-REC FROM GRAND-TOTAL-LINE6 AFTER ADVANCING 2 LINES
           WRITE OUT-REC FROM GRAND-TOTAL-LINE7 AFTER ADVANCING 2 LINES
           IF WS-OVR-TABLE-ON
               WRITE OUT-REC FROM GRAND-TOTAL-LINE8
                   AFTER ADVANCING 2 LINES
           END-IF
           IF WS-BWH-ON
               MOVE WS-BWH-CTR TO GT-BWH-CTR-OUT
               MOVE WS-BWH-TOTAL TO GT-BWH-AMT-OUT
               WRITE OUT-REC FROM GRAND-TOTAL-LINE9
                   AFTER ADVANCING 2 LINES
           END-IF
           IF WS-REJECT-CTR > ZERO OR WS-OVERFLOW-CTR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
