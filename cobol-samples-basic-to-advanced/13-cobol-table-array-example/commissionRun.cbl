      ******************************************************************
      *15-10-2026 GD - COMMISSION DRAWS - WITH COMM_DRAW_PATH SET, A
      *SALESPERSON WITH A DRAW AGREEMENT ON THE DRAW MASTER (DRAWREC,
      *KEPT BY SLSP-MAINT) IS PAID THE GREATER OF THE MONTH'S
      *COMMISSION OR THE MONTHLY DRAW UNTIL THE DRAW'S END DATE OR
      *TERMINATION. ON A RECOVERABLE DRAW THE AMOUNT PAID ABOVE THE
      *COMMISSION IS CARRIED AS AN UNRECOVERED BALANCE AND RECOVERED
      *FROM LATER COMMISSION ABOVE THE DRAW (AND FROM ALL COMMISSION
      *ONCE THE DRAW HAS ENDED); A NON-RECOVERABLE SHORTFALL IS
      *WRITTEN OFF, THOUGH A CLAWBACK IS STILL CARRIED. THE REGISTER
      *SHOWS A DRAW LINE UNDER THE SALESPERSON, THE DEPARTMENT AND
      *COMPANY FIGURES ARE WHAT IS PAID, AND THE PAYMENT FEED NOW
      *CARRIES THE BALANCE (21 BYTES). A LEAVER'S REMAINING BALANCE
      *IS SETTLED OUT OF THE FINAL PAY AND SHOWN IN THE FINAL
      *SETTLEMENT SECTION. THE DRAW MASTER IS REWRITTEN WITH THE NEW
      *BALANCES; A RE-RUN OF THE SAME MONTH STARTS AGAIN FROM THE
      *BALANCE BROUGHT INTO IT.
      *15-10-2026 GD - SPLIT-CREDIT SALES - A SALE MAY NAME A SECOND
      *SALESPERSON AND THE PERCENT OF THE SALE THAT IS THEIRS. EACH
      *PERSON'S COMMISSIONABLE TOTAL, AND EACH ONE'S MANAGER'S TEAM
      *NET, GETS THEIR OWN SHARE; THE COMPANY SALES TOTAL COUNTS THE
      *SALE ONCE. THE REGISTER LISTS EVERY SPLIT SALE WITH BOTH
      *SHARES. A SPLIT THE SALES REPORT WOULD REJECT (PARTNER IS THE
      *SELLER, NOT ON THE MASTER, TERMINATED BEFORE THE SALE, OR A
      *PERCENT OUTSIDE 1-99) IS NOT PAID, SO THE TOTAL STILL TIES.
      *15-10-2026 GD - KPI FIGURES - EVERY RUN POSTS THE COMMISSION
      *AND MANAGER OVERRIDES IT PAID (COMMISSN) FOR THE BUSINESS
      *DATE'S MONTH THROUGH KPI-RTN FOR THE MONTH-END KPI PACK.
      *02-09-2026 GD - TERMINATION HANDLING - THE MASTER NOW CARRIES
      *A TERMINATION DATE (SLSP-MAINT). A SALE DATED AFTER THE
      *SALESPERSON'S TERMINATION NO LONGER ACCUMULATES - IT IS
           SELECT SLSP-FILE ASSIGN TO WS-SLSP-FILE-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SLSP-STATUS.
           SELECT DRAW-FILE ASSIGN TO WS-DRAW-FILE-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DRAW-STATUS.
           SELECT REG-FILE ASSIGN TO WS-REG-FILE-PATH
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-FILE ASSIGN TO WS-PAY-FILE-PATH
      *        COMMISSIONABLE TOTAL; A NET BELOW ZERO BECOMES A
      *        CLAWBACK ON THE REGISTER
               05 TRANS-TYPE-IN                        PIC X.
      *        SPLIT CREDIT - SECOND SALESPERSON AND THEIR PERCENT OF
      *        THE SALE; SPACES WHEN THE SALE IS NOT SPLIT
               05 SPLIT-SLSP-NO-IN                     PIC 99.
               05 SPLIT-PCT-IN                         PIC 99.
       FD RATE-FILE
           RECORD CONTAINS 9 CHARACTERS.
           01 RATE-REC.
      *        ZERO WHILE EMPLOYED - SALES DATED AFTER IT ARE
      *        EXCEPTIONS AND THE LEAVER IS SETTLED THROUGH IT
               05 SLSP-TERM-DATE         PIC 9(6).
       FD DRAW-FILE
           RECORD CONTAINS 45 CHARACTERS.
           01 DRAW-REC.
           COPY DRAWREC.
       FD REG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 REG-REC                    PIC X(80).
       FD PAY-FILE
           RECORD CONTAINS 21 CHARACTERS.
           01 PAY-REC.
               05 PAY-SLSP-NO            PIC 99.
               05 PAY-AMOUNT             PIC S9(8)V99.
      *        UNRECOVERED DRAW BALANCE AFTER THIS PAYMENT - ZERO
      *        WITHOUT A DRAW AND ON OVERRIDE RECORDS
               05 PAY-DRAW-BAL           PIC 9(7)V99.
       WORKING-STORAGE SECTION.
           01 WS-IN-FILE-PATH            PIC X(80) VALUE
               "/Users/gaetanodorsi/S1.txt".
               02 FILLER             PIC X(2) VALUE SPACES.
               02 CLW-AMT-OUT        PIC -Z,ZZZ,ZZ9.99.
           01 WS-COMM-TOTAL              PIC S9(9)V99 VALUE ZERO.
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-KPI-PROGRAM             PIC X(20)
               VALUE "COMMISSION-RUN".
           01 WS-KPI-MONTH               PIC 9(6).
           01 WS-KPI-CODE                PIC X(8) VALUE "COMMISSN".
           01 WS-KPI-QUAL                PIC X(4) VALUE "ALL".
           01 WS-KPI-VALUE               PIC S9(11)V99.
           01 WS-READ-CTR                PIC 9(5) VALUE ZERO.
      *    THE TRANSACTION DATE REARRANGED YYMMDD SO IT COMPARES
      *    DIRECTLY AGAINST THE MASTER'S TERMINATION DATE.
               02 WS-TD-DD               PIC 99.
           01 WS-TRANS-DATE-N REDEFINES WS-TRANS-DATE PIC 9(6).
           01 WS-TERM-REJ-CTR            PIC 9(5) VALUE ZERO.
      *    SPLIT CREDIT - "N" NO SPLIT, "Y" GOOD SPLIT, "X" BAD SPLIT.
      *    THE SPLIT SALES ARE KEPT FOR THE REGISTER SECTION.
           01 WS-SPLIT-SW                PIC X.
               88 WS-SPLIT-SALE                 VALUE "Y".
               88 WS-SPLIT-BAD                  VALUE "X".
           01 WS-SPLIT-SHARE             PIC 999.
           01 WS-SELLER-SHARE            PIC 999.
           01 WS-CREDIT-SLSP             PIC 99.
           01 WS-CREDIT-AMT              PIC 999.
           01 WS-SPLIT-REJ-CTR           PIC 9(5) VALUE ZERO.
           01 WS-SPLIT-OVF-CTR           PIC 9(5) VALUE ZERO.
           01 WS-SPLIT-CTR               PIC 999 VALUE ZERO.
           01 WS-SPLIT-IDX               PIC 999.
           01 WS-SPLIT-TABLE.
               02 WS-SPLIT-ENTRY OCCURS 200 TIMES.
                   03 WS-SP-SLSP         PIC 99.
                   03 WS-SP-PARTNER      PIC 99.
                   03 WS-SP-PCT          PIC 99.
                   03 WS-SP-DATE         PIC 9(6).
                   03 WS-SP-AMT          PIC S999.
                   03 WS-SP-SELLER       PIC S999.
                   03 WS-SP-SHARE        PIC S999.
           01 SPLIT-HD-LINE.
               02 FILLER             PIC X(18) VALUE
                   "SPLIT-CREDIT SALES".
           01 SPLIT-DTL-LINE.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 FILLER             PIC X(5) VALUE "SLSP ".
               02 SPL-SLSP-OUT       PIC Z9.
               02 FILLER             PIC X(6) VALUE " WITH ".
               02 SPL-PARTNER-OUT    PIC Z9.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 SPL-PCT-OUT        PIC Z9.
               02 FILLER             PIC X(5) VALUE "% OF ".
               02 SPL-AMT-OUT        PIC ZZ9-.
               02 FILLER             PIC X(7) VALUE "  DATE ".
               02 SPL-DATE-OUT       PIC 9(6).
               02 FILLER             PIC X(9) VALUE "  SHARES ".
               02 SPL-SELLER-OUT     PIC ZZ9-.
               02 FILLER             PIC X(3) VALUE " / ".
               02 SPL-SHARE-OUT      PIC ZZ9-.
               02 FILLER             PIC X(16) VALUE SPACES.
           01 SPLIT-OVF-LINE.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 SPO-CTR-OUT        PIC ZZZZ9.
               02 FILLER             PIC X(33) VALUE
                   " MORE SPLIT SALES NOT LISTED     ".
      *    COMMISSION DRAWS - THE DRAW MASTER HELD WHOLE FOR THE
      *    REWRITE, WHERE EACH SALESPERSON'S AGREEMENT SITS IN IT, AND
      *    WHAT EACH LEAVER HAD SETTLED OUT OF THE FINAL PAY.
           01 WS-DRAW-FILE-PATH          PIC X(80) VALUE SPACES.
           01 WS-DRAW-STATUS             PIC XX.
           01 WS-DRAW-HOLD-TABLE.
               02 WS-DRAW-HOLD OCCURS 100 TIMES PIC X(45).
           01 WS-DRAW-CTR                PIC 999 VALUE ZERO.
           01 WS-DRAW-IDX                PIC 999.
           01 WS-DRAW-XREF-TABLE.
               02 WS-DX-IDX OCCURS 25 TIMES PIC 999.
           01 WS-DRAW-SETTLE-TABLE.
               02 WS-DS-ENTRY OCCURS 25 TIMES.
                   03 WS-DS-SETTLED      PIC 9(7)V99.
                   03 WS-DS-PAY          PIC S9(8)V99.
           01 WS-DRAW-SW                 PIC X.
               88 WS-DRAW-APPLIES               VALUE "Y".
           01 WS-DRAW-ACTIVE-SW          PIC X.
               88 WS-DRAW-ACTIVE                VALUE "Y".
           01 WS-DRAW-END-MONTH          PIC 9(6).
           01 WS-PAY-AMT                 PIC S9(8)V99.
           01 WS-DRAW-SHORT              PIC S9(8)V99.
           01 WS-DRAW-RECOVER            PIC S9(8)V99.
           01 WS-DRAW-ADV-TOTAL          PIC S9(9)V99 VALUE ZERO.
           01 WS-DRAW-REC-TOTAL          PIC S9(9)V99 VALUE ZERO.
           01 WS-DRAW-SETL-TOTAL         PIC S9(9)V99 VALUE ZERO.
           01 WS-DRAW-OUT-TOTAL          PIC S9(9)V99 VALUE ZERO.
           01 DRAW-LINE.
               02 FILLER             PIC X(8) VALUE "   DRAW ".
               02 DRL-TYPE-OUT       PIC X.
               02 FILLER             PIC X VALUE SPACE.
               02 DRL-AMT-OUT        PIC ZZ,ZZ9.99.
               02 FILLER             PIC X(7) VALUE "  PAID ".
               02 DRL-PAY-OUT        PIC ZZ,ZZ9.99-.
               02 FILLER             PIC X(12) VALUE "  RECOVERED ".
               02 DRL-REC-OUT        PIC ZZ,ZZ9.99.
               02 FILLER             PIC X(10) VALUE "  BALANCE ".
               02 DRL-BAL-OUT        PIC Z,ZZZ,ZZ9.99.
               02 FILLER             PIC X VALUE SPACE.
           01 DRAW-SUM-LINE.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 FILLER             PIC X(16) VALUE "DRAWS ADVANCED: ".
               02 DSM-ADV-OUT        PIC ZZZ,ZZ9.99.
               02 FILLER             PIC X(13) VALUE "  RECOVERED: ".
               02 DSM-REC-OUT        PIC ZZZ,ZZ9.99.
               02 FILLER             PIC X(15) VALUE "  OUTSTANDING: ".
               02 DSM-OUT-OUT        PIC Z,ZZZ,ZZ9.99.
               02 FILLER             PIC X VALUE SPACE.
           01 DRAW-SETTLE-LINE.
               02 FILLER             PIC X(10) VALUE SPACES.
               02 FILLER             PIC X(22)
                   VALUE "DRAW BALANCE SETTLED: ".
               02 DST-AMT-OUT        PIC ZZZ,ZZ9.99.
               02 FILLER             PIC X(17)
                   VALUE "  NET FINAL PAY: ".
               02 DST-PAY-OUT        PIC ZZ,ZZ9.99-.
               02 FILLER             PIC X(11) VALUE SPACES.
           01 WS-SETTLE-SW               PIC X VALUE "N".
           01 SETTLE-HD-LINE.
               02 FILLER             PIC X(26) VALUE
      *
       100-MAIN-RTN.
           PERFORM 150-GET-FILE-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           MOVE WS-BUS-DATE (1:6) TO WS-KPI-MONTH
           MOVE ZEROES TO WS-ANNUAL-TABLE
           MOVE ZEROES TO WS-TEAM-TABLE
           MOVE ZEROES TO WS-DRAW-XREF-TABLE
           MOVE ZEROES TO WS-DRAW-SETTLE-TABLE
           MOVE SPACES TO WS-NAME-TABLE
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "COMM_OVR_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-OVR-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "COMM_DRAW_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-DRAW-FILE-PATH
           END-IF
           PERFORM 200-LOAD-SLSP-RTN
           PERFORM 250-LOAD-RATES-RTN
           PERFORM 270-LOAD-OVR-RATES-RTN
           PERFORM 280-LOAD-DRAWS-RTN
           PERFORM 300-ACCUM-SALES-RTN
           OPEN OUTPUT REG-FILE
           OPEN OUTPUT PAY-FILE
               VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-DEPT-CTR
           PERFORM 800-SETTLEMENT-RTN
           PERFORM 700-OVERRIDE-RTN
           PERFORM 900-SPLIT-SECTION-RTN
           IF WS-DRAW-CTR > ZERO
               MOVE WS-DRAW-ADV-TOTAL TO DSM-ADV-OUT
               COMPUTE DSM-REC-OUT =
                   WS-DRAW-REC-TOTAL + WS-DRAW-SETL-TOTAL
               MOVE WS-DRAW-OUT-TOTAL TO DSM-OUT-OUT
               WRITE REG-REC FROM DRAW-SUM-LINE AFTER ADVANCING 2 LINES
               PERFORM 980-REWRITE-DRAWS-RTN
           END-IF
           MOVE WS-COMM-TOTAL TO CMP-COMM-OUT
           MOVE WS-GRAND-TOTAL TO CMP-SALES-OUT
           WRITE REG-REC FROM COMPANY-LINE AFTER ADVANCING 2 LINES
           CLOSE REG-FILE
           CLOSE PAY-FILE
           COMPUTE WS-KPI-VALUE = WS-COMM-TOTAL + WS-OVR-TOTAL
           CALL 'KPI-RTN' USING WS-KPI-PROGRAM WS-KPI-MONTH
               WS-KPI-CODE WS-KPI-QUAL WS-KPI-VALUE
           DISPLAY "COMPANY SALES     : " WS-GRAND-TOTAL
           DISPLAY "COMPANY COMMISSION: " WS-COMM-TOTAL
           DISPLAY "POST-TERMINATION SALES REJECTED: "
               WS-TERM-REJ-CTR
           DISPLAY "SPLIT SALES CREDITED          : " WS-SPLIT-CTR
           DISPLAY "SPLIT SALES REJECTED          : " WS-SPLIT-REJ-CTR
           IF WS-DRAW-CTR > ZERO
               DISPLAY "DRAWS ADVANCED                : "
                   WS-DRAW-ADV-TOTAL
               DISPLAY "DRAW BALANCES OUTSTANDING     : "
                   WS-DRAW-OUT-TOTAL
           END-IF
           STOP RUN.

       150-GET-FILE-PARMS-RTN.
                           AND (WS-NT-TERM (SALESPERSON-NO-IN) = ZERO
                             OR WS-TRANS-DATE-N NOT >
                               WS-NT-TERM (SALESPERSON-NO-IN))
                           PERFORM 310-SPLIT-CHECK-RTN
                           IF WS-SPLIT-BAD
                               ADD 1 TO WS-SPLIT-REJ-CTR
                           ELSE
                               PERFORM 320-CREDIT-SALE-RTN
                           END-IF
                       ELSE
      *                    A SALE DATED AFTER THE SALESPERSON'S
           END-PERFORM
           CLOSE SALES-FILE.

      ******************************************************************
      * SPLIT CREDIT - THE SAME TEST THE SALES REPORT APPLIES: A
      * DIFFERENT SALESPERSON ON THE MASTER, NOT TERMINATED BEFORE
      * THE SALE, WITH A PERCENT OF 1-99.
      ******************************************************************
       310-SPLIT-CHECK-RTN.
           MOVE "N" TO WS-SPLIT-SW
           IF SPLIT-SLSP-NO-IN NOT = SPACES
               OR SPLIT-PCT-IN NOT = SPACES
               MOVE "X" TO WS-SPLIT-SW
               IF SPLIT-SLSP-NO-IN IS NUMERIC
                   AND SPLIT-PCT-IN IS NUMERIC
                   AND SPLIT-SLSP-NO-IN > 0 AND < 26
                   AND SPLIT-SLSP-NO-IN NOT = SALESPERSON-NO-IN
                   AND SPLIT-PCT-IN > 0
                   MOVE "Y" TO WS-SPLIT-SW
               END-IF
           END-IF
           IF WS-SPLIT-SALE
               IF WS-NT-NAME (SPLIT-SLSP-NO-IN) = SPACES
                   MOVE "X" TO WS-SPLIT-SW
               ELSE
                   IF WS-NT-TERM (SPLIT-SLSP-NO-IN) > ZERO
                       AND WS-TRANS-DATE-N >
                           WS-NT-TERM (SPLIT-SLSP-NO-IN)
                       MOVE "X" TO WS-SPLIT-SW
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * THE COMPANY TOTAL TAKES THE WHOLE SALE ONCE; EACH SALESPERSON
      * AND THEIR MANAGER'S TEAM TAKE THAT PERSON'S SHARE. THE
      * PARTNER'S SHARE IS ROUNDED AND THE SELLER KEEPS THE REST.
      ******************************************************************
       320-CREDIT-SALE-RTN.
           IF TRANS-TYPE-IN = "R"
               SUBTRACT SALES-AMT-IN FROM WS-GRAND-TOTAL
           ELSE
               ADD SALES-AMT-IN TO WS-GRAND-TOTAL
           END-IF
           MOVE SALES-AMT-IN TO WS-SELLER-SHARE
           IF WS-SPLIT-SALE
               COMPUTE WS-SPLIT-SHARE ROUNDED =
                   SALES-AMT-IN * SPLIT-PCT-IN / 100
               SUBTRACT WS-SPLIT-SHARE FROM WS-SELLER-SHARE
               PERFORM 340-NOTE-SPLIT-RTN
               MOVE SPLIT-SLSP-NO-IN TO WS-CREDIT-SLSP
               MOVE WS-SPLIT-SHARE TO WS-CREDIT-AMT
               PERFORM 330-CREDIT-ONE-RTN
           END-IF
           MOVE SALESPERSON-NO-IN TO WS-CREDIT-SLSP
           MOVE WS-SELLER-SHARE TO WS-CREDIT-AMT
           PERFORM 330-CREDIT-ONE-RTN.

       330-CREDIT-ONE-RTN.
           IF TRANS-TYPE-IN = "R"
               SUBTRACT WS-CREDIT-AMT FROM WS-ANN-AMT (WS-CREDIT-SLSP)
           ELSE
               ADD WS-CREDIT-AMT TO WS-ANN-AMT (WS-CREDIT-SLSP)
           END-IF
           MOVE WS-NT-MGR (WS-CREDIT-SLSP) TO WS-MGR-IDX
           IF WS-MGR-IDX > ZERO
               IF TRANS-TYPE-IN = "R"
                   SUBTRACT WS-CREDIT-AMT FROM WS-TEAM-AMT (WS-MGR-IDX)
               ELSE
                   ADD WS-CREDIT-AMT TO WS-TEAM-AMT (WS-MGR-IDX)
               END-IF
           END-IF.

       340-NOTE-SPLIT-RTN.
           IF WS-SPLIT-CTR < 200
               ADD 1 TO WS-SPLIT-CTR
               MOVE SALESPERSON-NO-IN TO WS-SP-SLSP (WS-SPLIT-CTR)
               MOVE SPLIT-SLSP-NO-IN TO WS-SP-PARTNER (WS-SPLIT-CTR)
               MOVE SPLIT-PCT-IN TO WS-SP-PCT (WS-SPLIT-CTR)
               MOVE DATE-OF-TRANS TO WS-SP-DATE (WS-SPLIT-CTR)
               MOVE SALES-AMT-IN TO WS-SP-AMT (WS-SPLIT-CTR)
               MOVE WS-SELLER-SHARE TO WS-SP-SELLER (WS-SPLIT-CTR)
               MOVE WS-SPLIT-SHARE TO WS-SP-SHARE (WS-SPLIT-CTR)
               IF TRANS-TYPE-IN = "R"
                   COMPUTE WS-SP-AMT (WS-SPLIT-CTR) =
                       ZERO - WS-SP-AMT (WS-SPLIT-CTR)
                   COMPUTE WS-SP-SELLER (WS-SPLIT-CTR) =
                       ZERO - WS-SP-SELLER (WS-SPLIT-CTR)
                   COMPUTE WS-SP-SHARE (WS-SPLIT-CTR) =
                       ZERO - WS-SP-SHARE (WS-SPLIT-CTR)
               END-IF
           ELSE
               ADD 1 TO WS-SPLIT-OVF-CTR
           END-IF.

      ******************************************************************
      * ONE DEPARTMENT AT A TIME - EVERY SALESPERSON OF THE
      * DEPARTMENT, THEN ITS SUBTOTAL, SO THE REGISTER READS THE WAY
           WRITE REG-REC FROM DEPT-TOTAL-LINE AFTER ADVANCING 1 LINES.

       550-PERSON-LINE-RTN.
           IF WS-NT-DEPT (SUB1) = WS-DT-DEPT (SUB2)
               PERFORM 560-DRAW-CHECK-RTN
               IF WS-ANN-AMT (SUB1) NOT = ZERO
                   OR WS-DRAW-APPLIES
                   PERFORM 555-PAY-PERSON-RTN
               END-IF
           END-IF.

       555-PAY-PERSON-RTN.
           PERFORM 600-RATE-LOOKUP-RTN
           COMPUTE WS-COMMISSION ROUNDED =
               WS-ANN-AMT (SUB1) * WS-RATE-APPLIED
           MOVE WS-COMMISSION TO WS-PAY-AMT
           MOVE ZERO TO PAY-DRAW-BAL
           IF WS-DRAW-APPLIES
               PERFORM 570-APPLY-DRAW-RTN
           END-IF
           MOVE SUB1 TO DTL-SLSP-OUT
           MOVE WS-NT-NAME (SUB1) TO DTL-NAME-OUT
           MOVE WS-ANN-AMT (SUB1) TO DTL-ANNUAL-OUT
           MOVE WS-RATE-APPLIED TO DTL-RATE-OUT
           MOVE WS-COMMISSION TO DTL-COMM-OUT
           WRITE REG-REC FROM DTL-LINE AFTER ADVANCING 1 LINES
           IF WS-DRAW-APPLIES
               WRITE REG-REC FROM DRAW-LINE AFTER ADVANCING 1 LINES
           END-IF
      *    RETURNS REVERSING PRIOR PAID MONTHS CAN NET A
      *    SALESPERSON BELOW ZERO - THE NEGATIVE PAYMENT IS A
      *    CLAWBACK, SHOWN IN ITS OWN REGISTER SECTION AND
      *    RECOVERED THROUGH THE PAYMENT FEED.
           IF WS-PAY-AMT < ZERO
               MOVE SUB1 TO CLW-SLSP-OUT
               MOVE WS-NT-NAME (SUB1) TO CLW-NAME-OUT
               MOVE WS-PAY-AMT TO CLW-AMT-OUT
               WRITE REG-REC FROM CLAWBACK-LINE
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CLAWBACK-CTR
           END-IF
           ADD WS-PAY-AMT TO WS-DT-TOTAL (SUB2)
           ADD WS-PAY-AMT TO WS-COMM-TOTAL
           MOVE SUB1 TO PAY-SLSP-NO
           MOVE WS-PAY-AMT TO PAY-AMOUNT
           WRITE PAY-REC.

      ******************************************************************
      * A DRAW APPLIES WHILE IT IS RUNNING - NOT PAST THE MONTH OF
      * ITS END DATE, SALESPERSON NOT TERMINATED - OR WHILE THERE IS
      * STILL AN UNRECOVERED BALANCE TO RECOVER OR SETTLE.
      ******************************************************************
       560-DRAW-CHECK-RTN.
           MOVE "N" TO WS-DRAW-SW
           MOVE "N" TO WS-DRAW-ACTIVE-SW
           IF WS-DX-IDX (SUB1) > ZERO
               MOVE WS-DRAW-HOLD (WS-DX-IDX (SUB1)) TO DRAW-REC
               COMPUTE WS-DRAW-END-MONTH = DRW-END-DATE / 100
               IF WS-NT-TERM (SUB1) = ZERO
                   AND DRW-MONTHLY-AMT > ZERO
                   AND (DRW-END-DATE = ZERO
                     OR WS-DRAW-END-MONTH NOT < WS-KPI-MONTH)
                   MOVE "Y" TO WS-DRAW-ACTIVE-SW
               END-IF
               IF WS-DRAW-ACTIVE OR DRW-BALANCE > ZERO
                   MOVE "Y" TO WS-DRAW-SW
               END-IF
           END-IF.

      ******************************************************************
      * THE GREATER OF COMMISSION OR DRAW. BELOW THE DRAW THE DRAW IS
      * PAID AND, WHEN RECOVERABLE, THE SHORTFALL JOINS THE BALANCE
      * (A NEGATIVE COMMISSION - A CLAWBACK - ALWAYS DOES). ABOVE IT,
      * THE EXCESS RECOVERS THE BALANCE FIRST; ONCE THE DRAW HAS
      * ENDED THE WHOLE COMMISSION DOES. A LEAVER'S REMAINING
      * BALANCE COMES OUT OF THE FINAL PAY.
      ******************************************************************
       570-APPLY-DRAW-RTN.
           MOVE ZERO TO WS-DRAW-RECOVER
           MOVE ZERO TO WS-DRAW-SHORT
           IF WS-DRAW-ACTIVE
               IF WS-COMMISSION < DRW-MONTHLY-AMT
                   MOVE DRW-MONTHLY-AMT TO WS-PAY-AMT
                   COMPUTE WS-DRAW-SHORT =
                       DRW-MONTHLY-AMT - WS-COMMISSION
                   ADD WS-DRAW-SHORT TO WS-DRAW-ADV-TOTAL
                   IF DRW-RECOVERABLE
                       ADD WS-DRAW-SHORT TO DRW-BALANCE
                   ELSE
                       IF WS-COMMISSION < ZERO
                           SUBTRACT WS-COMMISSION FROM DRW-BALANCE
                       END-IF
                   END-IF
               ELSE
                   COMPUTE WS-DRAW-RECOVER =
                       WS-COMMISSION - DRW-MONTHLY-AMT
               END-IF
           ELSE
               IF WS-COMMISSION > ZERO
                   MOVE WS-COMMISSION TO WS-DRAW-RECOVER
               END-IF
           END-IF
           IF WS-DRAW-RECOVER > DRW-BALANCE
               MOVE DRW-BALANCE TO WS-DRAW-RECOVER
           END-IF
           IF WS-DRAW-RECOVER > ZERO
               SUBTRACT WS-DRAW-RECOVER FROM WS-PAY-AMT
               SUBTRACT WS-DRAW-RECOVER FROM DRW-BALANCE
               ADD WS-DRAW-RECOVER TO WS-DRAW-REC-TOTAL
           END-IF
           IF WS-NT-TERM (SUB1) > ZERO AND DRW-BALANCE > ZERO
               MOVE DRW-BALANCE TO WS-DS-SETTLED (SUB1)
               SUBTRACT DRW-BALANCE FROM WS-PAY-AMT
               ADD DRW-BALANCE TO WS-DRAW-SETL-TOTAL
               MOVE ZERO TO DRW-BALANCE
           END-IF
           MOVE WS-PAY-AMT TO WS-DS-PAY (SUB1)
           ADD DRW-BALANCE TO WS-DRAW-OUT-TOTAL
           MOVE DRAW-REC TO WS-DRAW-HOLD (WS-DX-IDX (SUB1))
           MOVE DRW-TYPE TO DRL-TYPE-OUT
           IF WS-DRAW-ACTIVE
               MOVE DRW-MONTHLY-AMT TO DRL-AMT-OUT
           ELSE
               MOVE ZERO TO DRL-AMT-OUT
           END-IF
           MOVE WS-PAY-AMT TO DRL-PAY-OUT
           MOVE WS-DRAW-RECOVER TO DRL-REC-OUT
           MOVE DRW-BALANCE TO DRL-BAL-OUT
           MOVE DRW-BALANCE TO PAY-DRAW-BAL.

      ******************************************************************
      * THE RATE TABLE IS KEPT IN ASCENDING BAND ORDER, SO THE LAST
      * BAND WHOSE FLOOR THE ANNUAL TOTAL CLEARS IS THE ONE APPLIED.
       850-ONE-LEAVER-RTN.
           IF WS-NT-TERM (SUB1) > ZERO
               AND WS-NT-NAME (SUB1) NOT = SPACES
               AND (WS-ANN-AMT (SUB1) NOT = ZERO
                 OR WS-DS-SETTLED (SUB1) > ZERO)
               IF WS-SETTLE-SW = "N"
                   WRITE REG-REC FROM SETTLE-HD-LINE
                       AFTER ADVANCING 2 LINES
               MOVE WS-COMMISSION TO STL-COMM-OUT
               WRITE REG-REC FROM SETTLE-DTL-LINE
                   AFTER ADVANCING 1 LINES
      *        AN UNRECOVERED DRAW BALANCE WAS TAKEN OUT OF THE
      *        FINAL PAY IN THE DEPARTMENT SECTION
               IF WS-DS-SETTLED (SUB1) > ZERO
                   MOVE WS-DS-SETTLED (SUB1) TO DST-AMT-OUT
                   MOVE WS-DS-PAY (SUB1) TO DST-PAY-OUT
                   WRITE REG-REC FROM DRAW-SETTLE-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-IF.

      ******************************************************************
                   ADD WS-OVERRIDE TO WS-OVR-TOTAL
                   MOVE WS-MGR-IDX TO PAY-SLSP-NO
                   MOVE WS-OVERRIDE TO PAY-AMOUNT
                   MOVE ZERO TO PAY-DRAW-BAL
                   WRITE PAY-REC
               END-IF
           END-IF.

      ******************************************************************
      * SPLIT-CREDIT SALES - EVERY SPLIT SALE PAID THIS RUN WITH THE
      * SELLER'S AND THE PARTNER'S SHARE. THE SHARES ARE ALREADY IN
      * THE PERSON LINES ABOVE; THIS SECTION IS THE AUDIT TRAIL.
      ******************************************************************
       900-SPLIT-SECTION-RTN.
           IF WS-SPLIT-CTR > ZERO
               WRITE REG-REC FROM SPLIT-HD-LINE AFTER ADVANCING 2 LINES
               PERFORM 950-ONE-SPLIT-RTN
                   VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > WS-SPLIT-CTR
               IF WS-SPLIT-OVF-CTR > ZERO
                   MOVE WS-SPLIT-OVF-CTR TO SPO-CTR-OUT
                   WRITE REG-REC FROM SPLIT-OVF-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-IF.

       950-ONE-SPLIT-RTN.
           MOVE WS-SP-SLSP (WS-SPLIT-IDX) TO SPL-SLSP-OUT
           MOVE WS-SP-PARTNER (WS-SPLIT-IDX) TO SPL-PARTNER-OUT
           MOVE WS-SP-PCT (WS-SPLIT-IDX) TO SPL-PCT-OUT
           MOVE WS-SP-AMT (WS-SPLIT-IDX) TO SPL-AMT-OUT
           MOVE WS-SP-DATE (WS-SPLIT-IDX) TO SPL-DATE-OUT
           MOVE WS-SP-SELLER (WS-SPLIT-IDX) TO SPL-SELLER-OUT
           MOVE WS-SP-SHARE (WS-SPLIT-IDX) TO SPL-SHARE-OUT
           WRITE REG-REC FROM SPLIT-DTL-LINE AFTER ADVANCING 1 LINES.

      ******************************************************************
      * DRAW MASTER - HELD WHOLE. A MONTH NOT RUN BEFORE BRINGS THE
      * LAST BALANCE FORWARD; A RE-RUN OF THE SAME MONTH STARTS AGAIN
      * FROM THE BALANCE BROUGHT INTO IT. AGREEMENTS FOR NUMBERS NOT
      * ON THE SALESPERSON MASTER ARE KEPT BUT NOT PAID.
      ******************************************************************
       280-LOAD-DRAWS-RTN.
           IF WS-DRAW-FILE-PATH NOT = SPACES
               OPEN INPUT DRAW-FILE
               IF WS-DRAW-STATUS NOT = "00"
                   DISPLAY "DRAW MASTER NOT AVAILABLE -"
                       " NO DRAWS THIS RUN"
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 285-LOAD-ONE-DRAW-RTN UNTIL WS-EOF
                   CLOSE DRAW-FILE
                   MOVE "N" TO WS-EOF-SW
               END-IF
           END-IF.

       285-LOAD-ONE-DRAW-RTN.
           READ DRAW-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-DRAW-CTR < 100
                       ADD 1 TO WS-DRAW-CTR
                       IF DRW-BF-MONTH NOT = WS-KPI-MONTH
                           MOVE DRW-BALANCE TO DRW-BF-BALANCE
                           MOVE WS-KPI-MONTH TO DRW-BF-MONTH
                       END-IF
                       MOVE DRW-BF-BALANCE TO DRW-BALANCE
                       MOVE DRAW-REC TO WS-DRAW-HOLD (WS-DRAW-CTR)
                       IF DRW-SLSP-NO IS NUMERIC
                           MOVE DRW-SLSP-NO TO WS-SLSP-KEY-HOLD
                           IF WS-SLSP-KEY-HOLD > 0
                               AND WS-SLSP-KEY-HOLD < 26
                               MOVE WS-SLSP-KEY-HOLD TO SUB1
                               IF WS-NT-NAME (SUB1) NOT = SPACES
                                   MOVE WS-DRAW-CTR TO WS-DX-IDX (SUB1)
                               END-IF
                           END-IF
                       END-IF
                   ELSE
      *                THE MASTER IS REWRITTEN FROM THE TABLE - A
      *                RECORD THAT DID NOT FIT WOULD BE LOST
                       DISPLAY "DRAW MASTER OVER 100 AGREEMENTS -"
                           " NOTHING PAID"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       980-REWRITE-DRAWS-RTN.
           OPEN OUTPUT DRAW-FILE
           PERFORM 985-WRITE-ONE-DRAW-RTN
               VARYING WS-DRAW-IDX FROM 1 BY 1
               UNTIL WS-DRAW-IDX > WS-DRAW-CTR
           CLOSE DRAW-FILE.

       985-WRITE-ONE-DRAW-RTN.
           MOVE WS-DRAW-HOLD (WS-DRAW-IDX) TO DRAW-REC
           WRITE DRAW-REC.

       650-JUDGE-RATE-RTN.
           MOVE WS-ANN-AMT (SUB1) TO WS-ABS-AMT
           IF WS-ABS-AMT < ZERO
