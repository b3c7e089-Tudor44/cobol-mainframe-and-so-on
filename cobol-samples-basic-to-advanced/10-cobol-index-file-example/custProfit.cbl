      ******************************************************************
      *15-10-2026 GD - QUARTERLY CUSTOMER PROFITABILITY REPORT. WE
      *CHARGE FEES AND PAY INTEREST BUT NOTHING SAID WHICH CUSTOMERS
      *EARN THEIR KEEP. FOR THE QUARTER THIS REPORT TAKES, ACCOUNT BY
      *ACCOUNT, FROM THE PERMANENT AUDIT HISTORY:
      *  FEE INCOME    - "D" POSTINGS WITH TRACE SOURCE "FEE" (FEE-
      *                  ASSESSMENT) OR "NSF" (THE NSF FEE), LESS ANY
      *                  "V" REVERSAL OF ONE.
      *  INTEREST PAID - "I" POSTINGS, LESS ANY "V" REVERSAL OF ONE.
      *  AVERAGE BAL   - THE DAILY BALANCE AVERAGED OVER THE QUARTER.
      *                  THE BALANCE ENTERING THE QUARTER IS THE OLD
      *                  BALANCE OF THE FIRST POSTING IN IT, OR THE NEW
      *                  BALANCE OF THE LAST ONE BEFORE IT; EACH
      *                  POSTING IN THE QUARTER CHANGES IT FROM ITS
      *                  BUSINESS DATE. AN ACCOUNT WITH NO HISTORY AT
      *                  ALL IS TAKEN AT ITS MASTER BALANCE.
      *THE ACCOUNTS ROLL UP TO THEIR CUSTOMER THROUGH THE CUST-REL-
      *MAINT RELATIONSHIP FILE (NO ROW - A CUSTOMER OF ITS OWN, ID
      *"00" + ACCOUNT), COUNTED AT THE BRANCH OF THE PRIMARY ACCOUNT,
      *AS DEPOSIT-EXPOSURE DOES. THE BALANCES EARN A FUNDS CREDIT AT
      *CUSTPROF_FCR_RATE (ANNUAL PERCENT, TWO DECIMALS, FOUR DIGITS -
      *DEFAULT 0300, 3.00%) FOR THE DAYS OF THE QUARTER ON A 365-DAY
      *YEAR. NET CONTRIBUTION IS FEES PLUS FUNDS CREDIT LESS INTEREST.
      *EVERY CUSTOMER IS LISTED, LARGEST NET CONTRIBUTION FIRST, WITH
      *SUBTOTALS BY BRANCH AND FOR THE BANK. THE QUARTER IS
      *CUSTPROF_FROM TO CUSTPROF_TO (YYYYMMDD), DEFAULTING TO THE
      *CALENDAR QUARTER BEFORE THE BUSINESS DATE'S. NO ACCOUNT MASTER
      *ENDS THE RUN RC 8; NO AUDIT HISTORY RC 4, THE BALANCES THEN
      *TAKEN FROM THE MASTER. PARAMETERS THROUGH RUN-PARM-RTN:
      *CUSTPROF_IN_PATH / CUSTPROF_REL_PATH / CUSTPROF_HIST_PATH /
      *CUSTPROF_OUT_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-PROFIT.
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
       SELECT REL-FILE ASSIGN TO WS-REL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
       SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       SELECT PROF-RPT-FILE ASSIGN TO WS-RPT-FILE-PATH
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
       FD REL-FILE
          RECORD CONTAINS 15 CHARACTERS.
          01 REL-REC.
              02 REL-CUST-ID             PIC X(6).
              02 REL-ACCT-NO             PIC X(4).
              02 REL-PRIMARY             PIC X.
              02 REL-PROTECT-ACCT        PIC X(4).
      *
       FD HIST-FILE
          RECORD CONTAINS 48 CHARACTERS.
          01 HIST-REC.
              02 HIST-BUS-DATE           PIC 9(8).
              02 FILLER                  PIC X.
          COPY AUDITREC.
      *
       FD PROF-RPT-FILE
          RECORD CONTAINS 132 CHARACTERS.
          01 PROF-RPT-REC              PIC X(132).
      *
       WORKING-STORAGE SECTION.
          01 WS-IN-FILE-PATH            PIC X(80) VALUE
              "/Users/gaetanodorsi/file1.txt".
          01 WS-REL-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/CustRelations.txt".
          01 WS-HIST-FILE-PATH          PIC X(80) VALUE
              "/Users/gaetanodorsi/AuditHist.txt".
          01 WS-RPT-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/CustProfit.txt".
          01 WS-ENV-HOLD                PIC X(80).
          01 WS-PARM-PROGRAM            PIC X(8) VALUE "CUSTPROF".
          01 WS-PARM-NAME               PIC X(20).
          01 WS-ALERT-PROGRAM           PIC X(20) VALUE "CUST-PROFIT".
          01 WS-ALERT-SEV               PIC X.
          01 WS-ALERT-MSG               PIC X(60).
          01 WS-LOG-PROGRAM  PIC X(20) VALUE "CUST-PROFIT".
          01 WS-LOG-START.
              02 WS-LOG-START-DATE  PIC 9(6).
              02 WS-LOG-START-TIME  PIC 9(6).
          01 WS-LOG-READ     PIC 9(6).
          01 WS-LOG-WRITTEN  PIC 9(6).
          01 WS-LOG-REJECTED PIC 9(6).
          01 WS-LOG-RC       PIC 9(2).
          01 WS-LOG-TIME-HOLD PIC 9(8).
          01 WS-STEP-RC                 PIC 9(2) VALUE ZERO.
          01 ARE-THERE-MORE-RECORDS     PIC XXX VALUE "YES".
               88 NO-MORE-RECORDS               VALUE "NO".
          01 WS-STATUS                  PIC XX.
          01 WS-REL-STATUS              PIC XX.
          01 WS-HIST-STATUS             PIC XX.
          01 WS-REL-EOF-SW              PIC X VALUE "N".
          01 WS-HIST-EOF-SW             PIC X VALUE "N".
          01 WS-BUS-DATE                PIC 9(8).
      *   THE QUARTER, AND ITS FIRST AND LAST DAYS AS DAY NUMBERS.
          01 WS-FROM-DATE               PIC 9(8) VALUE ZERO.
          01 WS-TO-DATE                 PIC 9(8) VALUE ZERO.
          01 WS-FROM-DAYS               PIC 9(7).
          01 WS-TO-DAYS                 PIC 9(7).
          01 WS-END-DAYS                PIC 9(7).
          01 WS-QTR-DAYS                PIC 9(3).
          01 WS-HIST-DAYS               PIC 9(7).
          01 WS-SPAN-DAYS               PIC 9(7).
          01 WS-QTR-HOLD.
              02 WS-QTR-YYYY            PIC 9(4).
              02 WS-QTR-MM              PIC 99.
              02 WS-QTR-DD              PIC 99.
          01 WS-QTR-NO                  PIC 9.
          01 WS-QTR-REM                 PIC 9.
          01 WS-RATE                    PIC 9(2)V99 VALUE 3.00.
          01 WS-RATE-WHOLE              PIC 9(4).
          01 WS-LINE-CTR                PIC 99 VALUE ZERO.
          01 WS-READ-CTR                PIC 9(5) VALUE ZERO.
          01 WS-HIST-CTR                PIC 9(7) VALUE ZERO.
          01 WS-NO-HIST-CTR             PIC 9(5) VALUE ZERO.
          01 WS-FULL-CTR                PIC 9(5) VALUE ZERO.
          01 WS-NUM                     PIC 9(4).
          01 WS-NUM-X REDEFINES WS-NUM  PIC X(4).
      *   CUSTOMER ID OF EACH ACCOUNT, SUBSCRIPTED BY THE ACCOUNT
      *   NUMBER; REL-PRIMARY ALONGSIDE IT.
          01 WS-ACCT-CUST-TABLE.
              02 WS-AC-ENTRY OCCURS 9999 TIMES.
                  03 WS-AC-CUST-ID      PIC X(6).
                  03 WS-AC-PRIMARY      PIC X.
      *   THE QUARTER'S FIGURES FOR EACH ACCOUNT, SUBSCRIPTED BY THE
      *   ACCOUNT NUMBER. WS-PA-STATE: SPACE - NO HISTORY YET, B - A
      *   BALANCE FROM BEFORE THE QUARTER, Q - POSTED IN THE QUARTER,
      *   C - CLOSED OUT BY A POSTING AFTER IT.
          01 WS-PA-TABLE.
              02 WS-PA-ENTRY OCCURS 9999 TIMES.
                  03 WS-PA-STATE        PIC X.
                  03 WS-PA-BAL          PIC 9(5)V99.
                  03 WS-PA-LAST-DAYS    PIC 9(7).
                  03 WS-PA-BAL-DAYS     PIC 9(9)V99.
                  03 WS-PA-FEES         PIC S9(7)V99.
                  03 WS-PA-INT          PIC S9(7)V99.
          01 WS-CUST-ID                 PIC X(6).
      *   ONE ROW PER CUSTOMER.
          01 WS-CU-TABLE.
              02 WS-CU-ENTRY OCCURS 3000 TIMES.
                  03 WS-CU-CUST-ID      PIC X(6).
                  03 WS-CU-ACCTS        PIC 999.
                  03 WS-CU-BRANCH       PIC X(2).
                  03 WS-CU-NAME         PIC X(20).
                  03 WS-CU-PRIMARY-SW   PIC X.
                  03 WS-CU-BAL-DAYS     PIC 9(11)V99.
                  03 WS-CU-AVG-BAL      PIC 9(9)V99.
                  03 WS-CU-FEES         PIC S9(9)V99.
                  03 WS-CU-INT          PIC S9(9)V99.
                  03 WS-CU-CREDIT       PIC 9(9)V99.
                  03 WS-CU-NET          PIC S9(9)V99.
                  03 WS-CU-LISTED-SW    PIC X.
          01 WS-CU-CTR                  PIC 9(4) VALUE ZERO.
          01 WS-CU-IDX                  PIC 9(4).
          01 WS-CU-FOUND                PIC 9(4).
          01 WS-RANK-IDX                PIC 9(5).
          01 WS-BEST-IDX                PIC 9(4).
          01 WS-BEST-AMT                PIC S9(9)V99.
      *   BRANCH SUBTOTALS; ROW 21 IS THE BANK.
          01 WS-BR-TABLE.
              02 WS-BR-ENTRY OCCURS 21 TIMES.
                  03 WS-BR-CODE         PIC X(2).
                  03 WS-BR-CUSTS        PIC 9(5).
                  03 WS-BR-AVG-BAL      PIC 9(11)V99.
                  03 WS-BR-FEES         PIC S9(11)V99.
                  03 WS-BR-INT          PIC S9(11)V99.
                  03 WS-BR-CREDIT       PIC 9(11)V99.
                  03 WS-BR-NET          PIC S9(11)V99.
          01 WS-BR-CTR                  PIC 99 VALUE ZERO.
          01 WS-BR-IDX                  PIC 99.
          01 HD-LINE1.
              02 FILLER                 PIC X(40) VALUE SPACES.
              02 FILLER                 PIC X(34)
                  VALUE "CUSTOMER PROFITABILITY BY QUARTER".
              02 FILLER                 PIC X(25) VALUE SPACES.
              02 FILLER                 PIC X(15)
                  VALUE "BUSINESS DATE: ".
              02 HD-DATE-OUT            PIC 9(8).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(5) VALUE "PAGE ".
              02 PAGE-OUT               PIC 999 VALUE ZERO.
          01 HD-LINE2.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(8) VALUE "PERIOD: ".
              02 HD-FROM-OUT            PIC 9(8).
              02 FILLER                 PIC X(4) VALUE " TO ".
              02 HD-TO-OUT              PIC 9(8).
              02 FILLER                 PIC X(2) VALUE " (".
              02 HD-DAYS-OUT            PIC ZZ9.
              02 FILLER                 PIC X(7) VALUE " DAYS) ".
              02 FILLER                 PIC X(21)
                  VALUE " FUNDS-CREDIT RATE: ".
              02 HD-RATE-OUT            PIC Z9.99.
              02 FILLER                 PIC X(15) VALUE "% PER ANNUM".
              02 FILLER                 PIC X(49) VALUE SPACES.
          01 HD-LINE3.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(4) VALUE "RANK".
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(8) VALUE "CUSTOMER".
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(2) VALUE "BR".
              02 FILLER                 PIC X(1) VALUE SPACES.
              02 FILLER                 PIC X(5) VALUE "ACCTS".
              02 FILLER                 PIC X(4) VALUE SPACES.
              02 FILLER                 PIC X(11) VALUE "AVG BALANCE".
              02 FILLER                 PIC X(4) VALUE SPACES.
              02 FILLER                 PIC X(10) VALUE "FEE INCOME".
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(13) VALUE "INTEREST PAID".
              02 FILLER                 PIC X(3) VALUE SPACES.
              02 FILLER                 PIC X(12) VALUE "FUNDS CREDIT".
              02 FILLER                 PIC X(3) VALUE SPACES.
              02 FILLER                 PIC X(16)
                  VALUE "NET CONTRIBUTION".
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(4) VALUE "NAME".
              02 FILLER                 PIC X(22) VALUE SPACES.
          01 DTL-LINE.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-RANK-OUT           PIC ZZZ9.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-CUST-OUT           PIC X(6).
              02 FILLER                 PIC X(4) VALUE SPACES.
              02 DTL-BRANCH-OUT         PIC X(2).
              02 FILLER                 PIC X(3) VALUE SPACES.
              02 DTL-ACCTS-OUT          PIC ZZ9.
              02 FILLER                 PIC X(1) VALUE SPACES.
              02 DTL-AVG-OUT            PIC ZZZ,ZZZ,ZZ9.99.
              02 FILLER                 PIC X(1) VALUE SPACES.
              02 DTL-FEES-OUT           PIC --,---,--9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-INT-OUT            PIC --,---,--9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-CREDIT-OUT         PIC ZZ,ZZZ,ZZ9.99.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 DTL-NET-OUT            PIC ---,---,--9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-NAME-OUT           PIC X(20).
              02 FILLER                 PIC X(6) VALUE SPACES.
          01 NONE-LINE.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(40)
                  VALUE "NO ACCOUNTS ON THE MASTER.".
              02 FILLER                 PIC X(90) VALUE SPACES.
          01 TOT-HD-LINE.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(9) VALUE "BY BRANCH".
              02 FILLER                 PIC X(10) VALUE SPACES.
              02 FILLER                 PIC X(5) VALUE "CUSTS".
              02 FILLER                 PIC X(4) VALUE SPACES.
              02 FILLER                 PIC X(11) VALUE "AVG BALANCE".
              02 FILLER                 PIC X(4) VALUE SPACES.
              02 FILLER                 PIC X(10) VALUE "FEE INCOME".
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(13) VALUE "INTEREST PAID".
              02 FILLER                 PIC X(3) VALUE SPACES.
              02 FILLER                 PIC X(12) VALUE "FUNDS CREDIT".
              02 FILLER                 PIC X(3) VALUE SPACES.
              02 FILLER                 PIC X(16)
                  VALUE "NET CONTRIBUTION".
              02 FILLER                 PIC X(28) VALUE SPACES.
          01 TOT-LINE.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 TL-LABEL-OUT           PIC X(16).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 TL-CUSTS-OUT           PIC ZZ,ZZ9.
              02 FILLER                 PIC X(1) VALUE SPACES.
              02 TL-AVG-OUT             PIC ZZZ,ZZZ,ZZ9.99.
              02 FILLER                 PIC X(1) VALUE SPACES.
              02 TL-FEES-OUT            PIC --,---,--9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 TL-INT-OUT             PIC --,---,--9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 TL-CREDIT-OUT          PIC ZZ,ZZZ,ZZ9.99.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 TL-NET-OUT             PIC ---,---,--9.99.
              02 FILLER                 PIC X(28) VALUE SPACES.
          01 RECORD-COUNT-LINE.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(16)
                  VALUE "ACCOUNTS READ : ".
              02 RC-READ-OUT            PIC ZZ,ZZ9.
              02 FILLER                 PIC X(20)
                  VALUE "  HISTORY POSTINGS: ".
              02 RC-HIST-OUT            PIC Z,ZZZ,ZZ9.
              02 FILLER                 PIC X(22)
                  VALUE "  AT MASTER BALANCE: ".
              02 RC-NO-HIST-OUT         PIC ZZ,ZZ9.
              02 FILLER                 PIC X(15)
                  VALUE "  NOT ROLLED: ".
              02 RC-FULL-OUT            PIC ZZ,ZZ9.
              02 FILLER                 PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           IF WS-FROM-DATE = ZERO OR WS-TO-DATE = ZERO
               PERFORM 160-LAST-QUARTER-RTN
           END-IF
           CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-FROM-DATE
               BY REFERENCE WS-FROM-DAYS
           CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-TO-DATE
               BY REFERENCE WS-TO-DAYS
           COMPUTE WS-END-DAYS = WS-TO-DAYS + 1
           COMPUTE WS-QTR-DAYS = WS-END-DAYS - WS-FROM-DAYS
           MOVE SPACES TO WS-ACCT-CUST-TABLE
           INITIALIZE WS-PA-TABLE
           INITIALIZE WS-BR-TABLE
           PERFORM 200-LOAD-RELATIONS-RTN
           OPEN INPUT IN-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE - STATUS "
                   WS-STATUS " - NO REPORT"
               MOVE 8 TO WS-STEP-RC
               MOVE "E" TO WS-ALERT-SEV
               MOVE "ACCOUNT MASTER NOT AVAILABLE - NO PROFITABILITY"
                   TO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-ALERT-PROGRAM
                   WS-ALERT-MSG
           ELSE
               PERFORM 300-SCAN-HISTORY-RTN
               PERFORM 400-READ-MASTER-RTN UNTIL NO-MORE-RECORDS
               CLOSE IN-FILE
               PERFORM 550-CONTRIBUTION-RTN
                   VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CU-CTR
               OPEN OUTPUT PROF-RPT-FILE
               PERFORM 600-HDG-RTN
               PERFORM 650-RANK-ONE-RTN
                   VARYING WS-RANK-IDX FROM 1 BY 1
                   UNTIL WS-RANK-IDX > WS-CU-CTR
               IF WS-CU-CTR = ZERO
                   WRITE PROF-RPT-REC FROM NONE-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
               PERFORM 800-TOTALS-RTN
               CLOSE PROF-RPT-FILE
           END-IF
           DISPLAY "CUSTOMERS RANKED: " WS-CU-CTR
           PERFORM 900-RUN-LOG-RTN
           MOVE WS-STEP-RC TO RETURN-CODE
           STOP RUN.

       150-PARMS-RTN.
           MOVE "CUSTPROF_IN_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-IN-FILE-PATH
           END-IF
           MOVE "CUSTPROF_REL_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REL-FILE-PATH
           END-IF
           MOVE "CUSTPROF_HIST_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-HIST-FILE-PATH
           END-IF
           MOVE "CUSTPROF_OUT_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF
           MOVE "CUSTPROF_FCR_RATE" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD (1:4) IS NUMERIC
               MOVE WS-ENV-HOLD (1:4) TO WS-RATE-WHOLE
               COMPUTE WS-RATE = WS-RATE-WHOLE / 100
           END-IF
           MOVE "CUSTPROF_FROM" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD (1:8) IS NUMERIC
               MOVE WS-ENV-HOLD (1:8) TO WS-FROM-DATE
           END-IF
           MOVE "CUSTPROF_TO" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD (1:8) IS NUMERIC
               MOVE WS-ENV-HOLD (1:8) TO WS-TO-DATE
           END-IF.

       155-GET-PARM-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           CALL 'RUN-PARM-RTN' USING WS-PARM-PROGRAM WS-PARM-NAME
               WS-ENV-HOLD.

      ******************************************************************
      * THE CALENDAR QUARTER BEFORE THE BUSINESS DATE'S QUARTER -
      * RUN IN EARLY OCTOBER, IT REPORTS JULY THROUGH SEPTEMBER.
      ******************************************************************
       160-LAST-QUARTER-RTN.
           MOVE WS-BUS-DATE TO WS-QTR-HOLD
           DIVIDE WS-QTR-MM BY 3 GIVING WS-QTR-NO
               REMAINDER WS-QTR-REM
           IF WS-QTR-REM = ZERO
               SUBTRACT 1 FROM WS-QTR-NO
           END-IF
      *    WS-QTR-NO IS NOW 0-3 FOR THE CURRENT QUARTER; STEP BACK ONE.
           IF WS-QTR-NO = ZERO
               SUBTRACT 1 FROM WS-QTR-YYYY
               MOVE 4 TO WS-QTR-NO
           END-IF
           COMPUTE WS-QTR-MM = (WS-QTR-NO - 1) * 3 + 1
           MOVE 1 TO WS-QTR-DD
           MOVE WS-QTR-HOLD TO WS-FROM-DATE
           ADD 2 TO WS-QTR-MM
           EVALUATE WS-QTR-MM
               WHEN 6
               WHEN 9
                   MOVE 30 TO WS-QTR-DD
               WHEN OTHER
                   MOVE 31 TO WS-QTR-DD
           END-EVALUATE
           MOVE WS-QTR-HOLD TO WS-TO-DATE.

      ******************************************************************
      * THE RELATIONSHIP FILE, INTO A TABLE SUBSCRIPTED BY THE ACCOUNT
      * NUMBER. NO FILE MEANS EVERY ACCOUNT IS ITS OWN CUSTOMER.
      ******************************************************************
       200-LOAD-RELATIONS-RTN.
           OPEN INPUT REL-FILE
           IF WS-REL-STATUS NOT = "00"
               DISPLAY "RELATIONSHIP FILE NOT AVAILABLE - STATUS "
                   WS-REL-STATUS " - EACH ACCOUNT ITS OWN CUSTOMER"
           ELSE
               MOVE "N" TO WS-REL-EOF-SW
               PERFORM 250-LOAD-ONE-REL-RTN
                   UNTIL WS-REL-EOF-SW = "Y"
               CLOSE REL-FILE
           END-IF.

       250-LOAD-ONE-REL-RTN.
           READ REL-FILE
               AT END
                   MOVE "Y" TO WS-REL-EOF-SW
               NOT AT END
                   IF REL-ACCT-NO IS NUMERIC
                       AND REL-ACCT-NO NOT = "0000"
                       MOVE REL-ACCT-NO TO WS-NUM-X
                       MOVE REL-CUST-ID TO WS-AC-CUST-ID (WS-NUM)
                       MOVE REL-PRIMARY TO WS-AC-PRIMARY (WS-NUM)
                   END-IF
           END-READ.

      ******************************************************************
      * THE AUDIT HISTORY, OLDEST FIRST - FEES, INTEREST AND THE
      * BALANCE-DAYS OF EVERY ACCOUNT FOR THE QUARTER.
      ******************************************************************
       300-SCAN-HISTORY-RTN.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "AUDIT HISTORY NOT AVAILABLE - STATUS "
                   WS-HIST-STATUS " - MASTER BALANCES, NO FEES"
                   " OR INTEREST"
               MOVE 4 TO WS-STEP-RC
               MOVE "W" TO WS-ALERT-SEV
               MOVE "NO AUDIT HISTORY - PROFITABILITY PARTIAL"
                   TO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-ALERT-PROGRAM
                   WS-ALERT-MSG
           ELSE
               MOVE "N" TO WS-HIST-EOF-SW
               PERFORM 310-ONE-HIST-RTN
                   UNTIL WS-HIST-EOF-SW = "Y"
               CLOSE HIST-FILE
           END-IF.

       310-ONE-HIST-RTN.
           READ HIST-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SW
               NOT AT END
                   ADD 1 TO WS-HIST-CTR
                   IF AUD-ACCT-NO IS NUMERIC
                       AND AUD-ACCT-NO NOT = "0000"
                       AND HIST-BUS-DATE IS NUMERIC
                       MOVE AUD-ACCT-NO TO WS-NUM-X
                       PERFORM 320-POSTING-RTN
                   END-IF
           END-READ.

       320-POSTING-RTN.
           CALL 'DATE-DAYS-RTN' USING BY CONTENT HIST-BUS-DATE
               BY REFERENCE WS-HIST-DAYS
           EVALUATE TRUE
               WHEN WS-HIST-DAYS < WS-FROM-DAYS
                   MOVE AUD-NEW-BALANCE TO WS-PA-BAL (WS-NUM)
                   MOVE "B" TO WS-PA-STATE (WS-NUM)
               WHEN WS-HIST-DAYS > WS-TO-DAYS
                   IF WS-PA-STATE (WS-NUM) NOT = "C"
                       PERFORM 330-OPENING-RTN
                       MOVE WS-END-DAYS TO WS-HIST-DAYS
                       PERFORM 340-BAL-DAYS-RTN
                       MOVE "C" TO WS-PA-STATE (WS-NUM)
                   END-IF
               WHEN OTHER
                   PERFORM 330-OPENING-RTN
                   PERFORM 340-BAL-DAYS-RTN
                   MOVE AUD-NEW-BALANCE TO WS-PA-BAL (WS-NUM)
                   MOVE WS-HIST-DAYS TO WS-PA-LAST-DAYS (WS-NUM)
                   PERFORM 350-INCOME-RTN
           END-EVALUATE.

      ******************************************************************
      * THE FIRST POSTING ON OR AFTER THE QUARTER OPENS IT - AT THE
      * BALANCE BROUGHT FORWARD, OR AT THIS POSTING'S OLD BALANCE WHEN
      * THE ACCOUNT HAS NO EARLIER HISTORY.
      ******************************************************************
       330-OPENING-RTN.
           IF WS-PA-STATE (WS-NUM) = SPACE
               MOVE AUD-OLD-BALANCE TO WS-PA-BAL (WS-NUM)
           END-IF
           IF WS-PA-STATE (WS-NUM) = SPACE
               OR WS-PA-STATE (WS-NUM) = "B"
               MOVE WS-FROM-DAYS TO WS-PA-LAST-DAYS (WS-NUM)
               MOVE "Q" TO WS-PA-STATE (WS-NUM)
           END-IF.

      *    THE BALANCE HELD FROM THE LAST CHANGE UP TO WS-HIST-DAYS.
       340-BAL-DAYS-RTN.
           COMPUTE WS-SPAN-DAYS =
               WS-HIST-DAYS - WS-PA-LAST-DAYS (WS-NUM)
           COMPUTE WS-PA-BAL-DAYS (WS-NUM) =
               WS-PA-BAL-DAYS (WS-NUM)
               + WS-PA-BAL (WS-NUM) * WS-SPAN-DAYS.

       350-INCOME-RTN.
           EVALUATE TRUE
               WHEN AUD-TRANS-TYPE = "D"
                   AND (AUD-TRACE (1:3) = "FEE"
                   OR AUD-TRACE (1:3) = "NSF")
                   ADD AUD-TRANS-AMT TO WS-PA-FEES (WS-NUM)
               WHEN AUD-TRANS-TYPE = "V" AND AUD-REV-TYPE = "D"
                   AND (AUD-TRACE (1:3) = "FEE"
                   OR AUD-TRACE (1:3) = "NSF")
                   SUBTRACT AUD-TRANS-AMT FROM WS-PA-FEES (WS-NUM)
               WHEN AUD-TRANS-TYPE = "I"
                   ADD AUD-TRANS-AMT TO WS-PA-INT (WS-NUM)
               WHEN AUD-TRANS-TYPE = "V" AND AUD-REV-TYPE = "I"
                   SUBTRACT AUD-TRANS-AMT FROM WS-PA-INT (WS-NUM)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * ONE ACCOUNT ON THE MASTER - CLOSE OUT ITS BALANCE-DAYS AT THE
      * QUARTER END AND ADD ITS FIGURES TO ITS CUSTOMER'S ROW.
      ******************************************************************
       400-READ-MASTER-RTN.
           READ IN-FILE
               AT END
                   MOVE "NO" TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   PERFORM 450-ROLL-UP-RTN
           END-READ.

       450-ROLL-UP-RTN.
           ADD 1 TO WS-READ-CTR
           MOVE ACCT-NO-IN TO WS-NUM
           EVALUATE WS-PA-STATE (WS-NUM)
               WHEN SPACE
                   ADD 1 TO WS-NO-HIST-CTR
                   MOVE AMT-DUE-IN TO WS-PA-BAL (WS-NUM)
                   COMPUTE WS-PA-BAL-DAYS (WS-NUM) =
                       AMT-DUE-IN * WS-QTR-DAYS
               WHEN "B"
               WHEN "Q"
                   PERFORM 330-OPENING-RTN
                   MOVE WS-END-DAYS TO WS-HIST-DAYS
                   PERFORM 340-BAL-DAYS-RTN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-AC-CUST-ID (WS-NUM) TO WS-CUST-ID
           IF WS-CUST-ID = SPACES
               MOVE "00" TO WS-CUST-ID (1:2)
               MOVE WS-NUM-X TO WS-CUST-ID (3:4)
           END-IF
           PERFORM 500-FIND-ROW-RTN
           IF WS-CU-FOUND = ZERO
               ADD 1 TO WS-FULL-CTR
               DISPLAY "CUSTOMER TABLE FULL - ACCOUNT " ACCT-NO-IN
                   " NOT ROLLED UP"
           ELSE
               PERFORM 520-ADD-TO-ROW-RTN
           END-IF.

       500-FIND-ROW-RTN.
           MOVE ZERO TO WS-CU-FOUND
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-CTR OR WS-CU-FOUND > ZERO
               IF WS-CU-CUST-ID (WS-CU-IDX) = WS-CUST-ID
                   MOVE WS-CU-IDX TO WS-CU-FOUND
               END-IF
           END-PERFORM
           IF WS-CU-FOUND = ZERO AND WS-CU-CTR < 3000
               ADD 1 TO WS-CU-CTR
               MOVE WS-CU-CTR TO WS-CU-FOUND
               MOVE WS-CUST-ID TO WS-CU-CUST-ID (WS-CU-CTR)
               MOVE ZERO TO WS-CU-ACCTS (WS-CU-CTR)
               MOVE BRANCH-IN TO WS-CU-BRANCH (WS-CU-CTR)
               MOVE ACCT-NAME-IN TO WS-CU-NAME (WS-CU-CTR)
               MOVE "N" TO WS-CU-PRIMARY-SW (WS-CU-CTR)
               MOVE ZERO TO WS-CU-BAL-DAYS (WS-CU-CTR)
               MOVE ZERO TO WS-CU-AVG-BAL (WS-CU-CTR)
               MOVE ZERO TO WS-CU-FEES (WS-CU-CTR)
               MOVE ZERO TO WS-CU-INT (WS-CU-CTR)
               MOVE ZERO TO WS-CU-CREDIT (WS-CU-CTR)
               MOVE ZERO TO WS-CU-NET (WS-CU-CTR)
               MOVE "N" TO WS-CU-LISTED-SW (WS-CU-CTR)
           END-IF.

       520-ADD-TO-ROW-RTN.
           ADD 1 TO WS-CU-ACCTS (WS-CU-FOUND)
           ADD WS-PA-BAL-DAYS (WS-NUM) TO WS-CU-BAL-DAYS (WS-CU-FOUND)
           ADD WS-PA-FEES (WS-NUM) TO WS-CU-FEES (WS-CU-FOUND)
           ADD WS-PA-INT (WS-NUM) TO WS-CU-INT (WS-CU-FOUND)
           IF WS-AC-PRIMARY (WS-NUM) = "P"
               AND WS-CU-PRIMARY-SW (WS-CU-FOUND) = "N"
               MOVE BRANCH-IN TO WS-CU-BRANCH (WS-CU-FOUND)
               MOVE ACCT-NAME-IN TO WS-CU-NAME (WS-CU-FOUND)
               MOVE "Y" TO WS-CU-PRIMARY-SW (WS-CU-FOUND)
           END-IF.

      ******************************************************************
      * ONE CUSTOMER - AVERAGE BALANCE, FUNDS CREDIT (BALANCE-DAYS AT
      * THE ANNUAL RATE ON A 365-DAY YEAR) AND NET CONTRIBUTION, THEN
      * INTO ITS BRANCH AND THE BANK SUBTOTALS.
      ******************************************************************
       550-CONTRIBUTION-RTN.
           IF WS-QTR-DAYS > ZERO
               COMPUTE WS-CU-AVG-BAL (WS-CU-IDX) ROUNDED =
                   WS-CU-BAL-DAYS (WS-CU-IDX) / WS-QTR-DAYS
           END-IF
           COMPUTE WS-CU-CREDIT (WS-CU-IDX) ROUNDED =
               WS-CU-BAL-DAYS (WS-CU-IDX) * WS-RATE / 36500
           COMPUTE WS-CU-NET (WS-CU-IDX) =
               WS-CU-FEES (WS-CU-IDX) + WS-CU-CREDIT (WS-CU-IDX)
               - WS-CU-INT (WS-CU-IDX)
           PERFORM 560-BRANCH-RTN
           IF WS-BR-IDX > ZERO
               PERFORM 570-ADD-BRANCH-RTN
           END-IF
           MOVE 21 TO WS-BR-IDX
           PERFORM 570-ADD-BRANCH-RTN.

       560-BRANCH-RTN.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-CTR
               OR WS-BR-CODE (WS-BR-IDX) = WS-CU-BRANCH (WS-CU-IDX)
               CONTINUE
           END-PERFORM
           IF WS-BR-IDX > WS-BR-CTR
               IF WS-BR-CTR < 20
                   ADD 1 TO WS-BR-CTR
                   MOVE WS-BR-CTR TO WS-BR-IDX
                   MOVE WS-CU-BRANCH (WS-CU-IDX)
                       TO WS-BR-CODE (WS-BR-IDX)
               ELSE
                   DISPLAY "BRANCH TABLE FULL - BRANCH "
                       WS-CU-BRANCH (WS-CU-IDX) " NOT SUBTOTALLED"
                   MOVE ZERO TO WS-BR-IDX
               END-IF
           END-IF.

       570-ADD-BRANCH-RTN.
           ADD 1 TO WS-BR-CUSTS (WS-BR-IDX)
           ADD WS-CU-AVG-BAL (WS-CU-IDX) TO WS-BR-AVG-BAL (WS-BR-IDX)
           ADD WS-CU-FEES (WS-CU-IDX) TO WS-BR-FEES (WS-BR-IDX)
           ADD WS-CU-INT (WS-CU-IDX) TO WS-BR-INT (WS-BR-IDX)
           ADD WS-CU-CREDIT (WS-CU-IDX) TO WS-BR-CREDIT (WS-BR-IDX)
           ADD WS-CU-NET (WS-CU-IDX) TO WS-BR-NET (WS-BR-IDX).

       600-HDG-RTN.
           ADD 1 TO PAGE-OUT
           MOVE WS-BUS-DATE TO HD-DATE-OUT
           MOVE WS-FROM-DATE TO HD-FROM-OUT
           MOVE WS-TO-DATE TO HD-TO-OUT
           MOVE WS-QTR-DAYS TO HD-DAYS-OUT
           MOVE WS-RATE TO HD-RATE-OUT
           WRITE PROF-RPT-REC FROM HD-LINE1 AFTER ADVANCING PAGE
           WRITE PROF-RPT-REC FROM HD-LINE2 AFTER ADVANCING 2 LINES
           WRITE PROF-RPT-REC FROM HD-LINE3 AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-LINE-CTR.

      ******************************************************************
      * EVERY CUSTOMER, LARGEST NET CONTRIBUTION FIRST - PICK THE
      * LARGEST REMAINING ONE EACH PASS. THE FIRST UNLISTED ROW SEEDS
      * THE PASS, SINCE A CONTRIBUTION CAN BE BELOW ZERO.
      ******************************************************************
       650-RANK-ONE-RTN.
           MOVE ZERO TO WS-BEST-IDX
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-CTR
               IF WS-CU-LISTED-SW (WS-CU-IDX) = "N"
                   IF WS-BEST-IDX = ZERO
                       OR WS-CU-NET (WS-CU-IDX) > WS-BEST-AMT
                       MOVE WS-CU-NET (WS-CU-IDX) TO WS-BEST-AMT
                       MOVE WS-CU-IDX TO WS-BEST-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-IDX > ZERO
               PERFORM 700-DTL-RTN
               MOVE "Y" TO WS-CU-LISTED-SW (WS-BEST-IDX)
           END-IF.

       700-DTL-RTN.
           IF WS-LINE-CTR > 40
               PERFORM 600-HDG-RTN
           END-IF
           MOVE WS-RANK-IDX TO DTL-RANK-OUT
           MOVE WS-CU-CUST-ID (WS-BEST-IDX) TO DTL-CUST-OUT
           MOVE WS-CU-BRANCH (WS-BEST-IDX) TO DTL-BRANCH-OUT
           MOVE WS-CU-ACCTS (WS-BEST-IDX) TO DTL-ACCTS-OUT
           MOVE WS-CU-AVG-BAL (WS-BEST-IDX) TO DTL-AVG-OUT
           MOVE WS-CU-FEES (WS-BEST-IDX) TO DTL-FEES-OUT
           MOVE WS-CU-INT (WS-BEST-IDX) TO DTL-INT-OUT
           MOVE WS-CU-CREDIT (WS-BEST-IDX) TO DTL-CREDIT-OUT
           MOVE WS-CU-NET (WS-BEST-IDX) TO DTL-NET-OUT
           MOVE WS-CU-NAME (WS-BEST-IDX) TO DTL-NAME-OUT
           WRITE PROF-RPT-REC FROM DTL-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-LINE-CTR.

      ******************************************************************
      * SUBTOTALS BY BRANCH, THEN FOR THE BANK. A BRANCH'S AVERAGE
      * BALANCE IS THE SUM OF ITS CUSTOMERS' AVERAGES.
      ******************************************************************
       800-TOTALS-RTN.
           WRITE PROF-RPT-REC FROM TOT-HD-LINE AFTER ADVANCING 3 LINES
           PERFORM 850-ONE-BRANCH-RTN
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-CTR
           MOVE 21 TO WS-BR-IDX
           PERFORM 860-TOT-LINE-RTN
           MOVE "ALL BRANCHES" TO TL-LABEL-OUT
           WRITE PROF-RPT-REC FROM TOT-LINE AFTER ADVANCING 2 LINES
           MOVE WS-READ-CTR TO RC-READ-OUT
           MOVE WS-HIST-CTR TO RC-HIST-OUT
           MOVE WS-NO-HIST-CTR TO RC-NO-HIST-OUT
           MOVE WS-FULL-CTR TO RC-FULL-OUT
           WRITE PROF-RPT-REC FROM RECORD-COUNT-LINE
               AFTER ADVANCING 2 LINES.

       850-ONE-BRANCH-RTN.
           PERFORM 860-TOT-LINE-RTN
           MOVE SPACES TO TL-LABEL-OUT
           IF WS-BR-CODE (WS-BR-IDX) = SPACES
               MOVE "(NO BRANCH)" TO TL-LABEL-OUT
           ELSE
               MOVE "BRANCH " TO TL-LABEL-OUT (1:7)
               MOVE WS-BR-CODE (WS-BR-IDX) TO TL-LABEL-OUT (8:2)
           END-IF
           WRITE PROF-RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES.

       860-TOT-LINE-RTN.
           MOVE WS-BR-CUSTS (WS-BR-IDX) TO TL-CUSTS-OUT
           MOVE WS-BR-AVG-BAL (WS-BR-IDX) TO TL-AVG-OUT
           MOVE WS-BR-FEES (WS-BR-IDX) TO TL-FEES-OUT
           MOVE WS-BR-INT (WS-BR-IDX) TO TL-INT-OUT
           MOVE WS-BR-CREDIT (WS-BR-IDX) TO TL-CREDIT-OUT
           MOVE WS-BR-NET (WS-BR-IDX) TO TL-NET-OUT.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
      * NOT SET, AS IN A STANDALONE LESSON RUN).
      ******************************************************************
       900-RUN-LOG-RTN.
           MOVE WS-READ-CTR TO WS-LOG-READ
           MOVE WS-CU-CTR TO WS-LOG-WRITTEN
           MOVE WS-FULL-CTR TO WS-LOG-REJECTED
           MOVE WS-STEP-RC TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
