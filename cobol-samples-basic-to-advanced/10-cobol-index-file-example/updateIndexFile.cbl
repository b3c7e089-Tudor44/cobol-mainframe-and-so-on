      ******************************************************************
      *15-10-2026 GD - A TERM-DEPOSIT PENALTY ("TDP") DEBIT IS NEVER
      *SWEPT, AS IN SEQ-UPDATE.
      *15-10-2026 GD - REVERSALS MATCH THE HISTORY BY ACCOUNT AND
      *BUSINESS DATE - THE ORIGINAL IS THE LATEST DATE ON WHICH
      *P-ACCT-NO CARRIES THE TRACE, ITS LEGS COME FROM THAT DATE ONLY,
      *AND ONLY A LATER "V" ON THE ACCOUNT (OR A REVERSAL OF THE SAME
      *ORIGINAL THIS RUN) IS "ALREADY REVERSED". A SALES-INVOICE
      *("SLS") OR TUITION-BILLING ("TUI") DEBIT IS NEVER SWEPT. AS IN
      *SEQ-UPDATE.
      *15-10-2026 GD - OUTBOUND PAYMENTS IN POSTING MODE - AN "E"
      *DEBITS LIKE A "D" (HOLDS, TERM-DEPOSIT LOCK, SWEEP, LIMITS)
      *AND REJECTS "INSUFFICIENT FUNDS" WHEN IT CANNOT BE COVERED.
      *AS IN SEQ-UPDATE.
      *15-10-2026 GD - CHARGE-OFFS AND RECOVERIES IN POSTING MODE - A
      *"W" WRITES OFF ITS AMOUNT (NOT MORE THAN THE BALANCE) AND SETS
      *THE CHARGED-OFF STATUS "W"; A "C" CREDIT TO A CHARGED-OFF
      *ACCOUNT IS A RECOVERY AND LEAVES THE BALANCE ALONE; ANY OTHER
      *POSTING, TRANSFER, SWEEP, REVERSAL, CLOSE OR FREEZE AGAINST IT
      *REJECTS "ACCOUNT CHARGED OFF". AS IN SEQ-UPDATE.
      *15-10-2026 GD - A NEW ACCOUNT IS ONLY ADDED UNDER A NUMBER THE
      *NUMBER-CONTROL FILE (SHARED NUM-CONTROL-RTN, NUMCTL_PATH) DOES
      *NOT HAVE COOLING OFF FROM A PURGE; ONE THAT IS IS REJECTED, AND
      *A NUMBER ADDED IS RECORDED THERE AS ISSUED.
      *15-10-2026 GD - TERM DEPOSITS IN POSTING MODE - WHEN
      *IDXUPD_TDEP_PATH NAMES THE TERM-DEPOSIT-MAINT MASTER, A DEBIT
      *AGAINST AN ACCOUNT HOLDING A LIVE DEPOSIT REJECTS "TERM
      *DEPOSIT NOT MATURED" UNLESS IDXUPD_TD_PENALTY IS NON-ZERO (THE
      *DEBIT THEN POSTS - SEQ-UPDATE HAS ALREADY PUT THE PENALTY ON
      *THE PENDING FILE). A TRANSFER OR SWEEP OUT OF A LIVE DEPOSIT
      *IS REFUSED "TD NOT MATURED". "TDM", "TDP", FEE AND NSF ITEMS
      *ARE EXEMPT, AS IN SEQ-UPDATE.
      *15-10-2026 GD - OVERDRAFT-PROTECTION SWEEPS IN POSTING MODE -
      *WHEN IDXUPD_REL_PATH NAMES THE RELATIONSHIP FILE AND A DEBIT
      *WOULD TAKE AN ENROLLED ACCOUNT NEGATIVE, THE SHORTFALL IS FIRST
      *SWEPT FROM ITS PROTECTING ACCOUNT (SAME CUSTOMER ID) BY THE
      *TRANSFER RULES - BOTH LEGS OR NEITHER, BOTH JOURNALED - AND THE
      *DEBIT THEN POSTS. A REFUSED SWEEP LEAVES THE DEBIT TO REJECT
      *AS BEFORE. MIRRORS SEQ-UPDATE SO THE MASTERS STAY IN STEP.
      *15-10-2026 GD - REVERSALS IN POSTING MODE - TYPE "V" BACKS OUT
      *THE POSTING WHOSE TRACE IT CARRIES, FOUND ON THE FLAT AUDIT
      *HISTORY NAMED BY IDXUPD_HIST_PATH: EVERY ACCOUNT THE ORIGINAL
      *MOVED IS READ AND CHECKED BEFORE EITHER IS REWRITTEN, THEN EACH
      *GETS ITS BALANCE MOVEMENT BACK, JOURNALED. SAME REFUSALS AS
      *SEQ-UPDATE (ALREADY REVERSED, NOT THE ORIGINAL'S ACCOUNT OR
      *AMOUNT, NOT ON HISTORY, CLOSED, NEGATIVE, OVER LIMIT).
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - MASTER IS 43 BYTES,
      *THE MAINTENANCE (MODE 2) RECORD 44, THE POSTING RECORD 34, THE
      *JOURNAL 109, THE DELETE REGISTER 52 AND THE LIMIT AND HOLD ROWS
      *19. A "P" MAINTENANCE TAKES ITS CODE FROM THE FIRST TWO BYTES OF
      *P-TARGET-ACCT, THE LIMIT TABLE HOLDS 1000 ROWS AND A TRANSFER
      *REJECT READS "SSSS-TTTT CAUSE" - ALL AS IN SEQ-UPDATE.
      *15-10-2026 GD - PRODUCT CODES - THE MASTER NOW CARRIES
      *ACCT-PRODUCT. THE MAINTENANCE (MODE 2) RECORD IS NOW 42 BYTES -
      *THE PRODUCT CODE SITS AHEAD OF THE TRANS-ACTION BYTE: AN ADD
      *TAKES IT FROM THE RECORD AND AN UPDATE CHANGES IT WHEN IT IS
      *NOT SPACES. AN INTERACTIVE ADD PROMPTS FOR IT. POSTING MODE
      *APPLIES SEQ-UPDATE'S "P" MAINTENANCE TYPE (CODE IN
      *P-TARGET-ACCT, CHECKED AGAINST IDXUPD_PROD_PATH WHEN SET) AND
      *ITS PRODUCT DEFAULT-LIMIT FALLBACK, SO THE MASTERS STAY IN
      *STEP.
      *02-09-2026 GD - OPERATOR SIGN-ON - INTERACTIVE CORRECTIONS NOW
      *SIGN ON THROUGH THE SHARED OPER-AUTH-RTN ("IDX" AUTHORITY)
      *AND THE BEFORE/AFTER JOURNAL CARRIES THE OPERATOR ID, SO THE
       SELECT BRANCH-FILE ASSIGN TO WS-BRANCH-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
       SELECT PROD-FILE ASSIGN TO WS-PROD-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
       SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       SELECT REL-FILE ASSIGN TO WS-REL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
       SELECT TDEP-FILE ASSIGN TO WS-TDEP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDEP-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD IN-FILE
         RECORD CONTAINS 43 CHARACTERS.
          01 IN-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-IN==
                                  ==AMT-DUE== BY ==AMT-DUE-IN==
                                  ==ACCT-STATUS== BY ==ACCT-STAT-IN==
                                  ==BRANCH-CODE== BY ==BRANCH-IN==
                                  ==ACCT-NAME== BY ==ACCT-NAME-IN==
                                  ==ACCT-PRODUCT== BY ==ACCT-PROD-IN==
                                  ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                  ==ACCT-NO-PICTURE== BY ==9(4)==
                                  ==AMT-DUE-PICTURE== BY ==9(4)V99==.
      *
       FD TRANS-FILE
         RECORD CONTAINS 18 TO 44 CHARACTERS.
          01 TRANS-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-TR==
                                  ==AMT-DUE== BY ==AMT-DUE-TR==
                                  ==ACCT-STATUS== BY ==ACCT-STAT-TR==
                                  ==BRANCH-CODE== BY ==BRANCH-TR==
                                  ==ACCT-NAME== BY ==ACCT-NAME-TR==
                                  ==ACCT-PRODUCT== BY ==ACCT-PROD-TR==
                                  ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                  ==ACCT-NO-PICTURE== BY ==9(4)==
                                  ==AMT-DUE-PICTURE== BY ==9(4)V99==.
      *       TRANS-ACTION: SPACE/"U" = UPDATE OR ADD, "D" = DELETE
              02 TRANS-ACTION           PIC X.
              02 LCK-TIME               PIC 9(6).
      *
       FD JRNL-FILE
         RECORD CONTAINS 109 CHARACTERS.
          01 JRNL-REC.
              02 JRN-DATE               PIC 9(6).
              02 FILLER                 PIC X.
      *          "U" = REWRITE OF AN EXISTING RECORD
      *          "A" = ADD OF A NEW RECORD (BEFORE IMAGE IS SPACES)
              02 FILLER                 PIC X.
              02 JRN-BEFORE             PIC X(43).
              02 FILLER                 PIC X.
              02 JRN-AFTER              PIC X(43).
              02 FILLER                 PIC X.
              02 JRN-OPERATOR           PIC X(5).
      *
       FD DELREG-FILE
         RECORD CONTAINS 52 CHARACTERS.
          01 DELREG-REC.
              02 DEL-DATE               PIC 9(6).
              02 FILLER                 PIC X.
              02 DEL-FORCED             PIC X.
              02 FILLER                 PIC X.
              02 DEL-IMAGE              PIC X(43).
      *
       FD LIMIT-FILE
         RECORD CONTAINS 19 CHARACTERS.
          01 LIMIT-REC.
              02 LIM-ACCT-NO            PIC X(4).
              02 LIM-AMOUNT             PIC 9(5)V99.
              02 LIM-REVIEW-DATE        PIC 9(8).
      *
       FD HOLD-FILE
         RECORD CONTAINS 19 CHARACTERS.
          01 HOLD-REC.
              02 HLD-ACCT-NO            PIC X(4).
              02 HLD-KIND               PIC X.
              02 HLD-AMT                PIC 9(4)V99.
              02 HLD-EXPIRY             PIC 9(8).
              02 BRM-MANAGER            PIC X(20).
              02 BRM-ADDRESS            PIC X(25).
              02 BRM-OPEN-FLAG          PIC X.
      *
       FD PROD-FILE
         RECORD CONTAINS 34 CHARACTERS.
          01 PROD-REC.
              02 PRD-CODE               PIC X(2).
              02 PRD-NAME               PIC X(20).
              02 PRD-RATE-PRODUCT       PIC X.
              02 PRD-FEE-SCHED          PIC X(2).
              02 PRD-CYCLE              PIC X(2).
              02 PRD-CREDIT-LIMIT       PIC 9(5)V99.
      *
       FD HIST-FILE
         RECORD CONTAINS 48 CHARACTERS.
          01 HIST-REC.
              02 HST-BUS-DATE           PIC 9(8).
              02 FILLER                 PIC X.
          COPY AUDITREC REPLACING LEADING ==AUD-== BY ==HST-==.
      *
       FD REL-FILE
         RECORD CONTAINS 15 CHARACTERS.
          01 REL-REC.
              02 REL-CUST-ID            PIC X(6).
              02 REL-ACCT-NO            PIC X(4).
              02 REL-PRIMARY            PIC X.
              02 REL-PROTECT-ACCT       PIC X(4).
      *
       FD TDEP-FILE
         RECORD CONTAINS 45 CHARACTERS.
          01 TDEP-REC.
              02 TD-ACCT-NO             PIC X(4).
              02 FILLER                 PIC X(19).
              02 TD-MATURITY            PIC 9(8).
              02 FILLER                 PIC X(13).
              02 TD-STATUS              PIC X.
      *
       WORKING-STORAGE SECTION.
          01 WS-IN-FILE-PATH            PIC X(80) VALUE
          01 ARE-THERE-MORE-TRANS       PIC XXX VALUE "YES".
               88 NO-MORE-TRANS                 VALUE "NO".
          01 WS-STATUS                  PIC XX.
          01 WS-ACCT-NO-IN              PIC 9(4).
          01 WS-AMT-DUE-IN              PIC 9(4)V99.
          01 WS-MODE                    PIC X VALUE "1".
               88 WS-BATCH-MODE                 VALUE "2".
          01 WS-JRNL-STATUS             PIC XX.
          01 WS-JRNL-SW                 PIC X VALUE "N".
               88 WS-JRNL-ON                    VALUE "Y".
          01 WS-BEFORE-IMAGE            PIC X(43).
          01 WS-JRNL-TIME-HOLD          PIC 9(8).
          01 WS-DELREG-FILE-PATH        PIC X(80) VALUE
              "/Users/gaetanodorsi/DelRegister.txt".
          01 WS-DELREG-STATUS           PIC XX.
          01 WS-FORCE-DEL-SW            PIC X VALUE "N".
               88 WS-FORCE-DELETES              VALUE "Y".
          01 WS-PRIOR-POST              PIC X(34) VALUE LOW-VALUES.
          01 WS-POST-CEILING            PIC 9(4)V99 VALUE 9999.99.
      *   PER-ACCOUNT CREDIT LIMITS, LOADED ONCE WHEN POSTING MODE
      *   STARTS - SAME TABLE AND FALLBACK RULE AS SEQ-UPDATE'S.
          01 WS-LIMIT-FILE-PATH         PIC X(80) VALUE SPACES.
          01 WS-LIMIT-STATUS            PIC XX.
          01 WS-LIMIT-TABLE.
              02 WS-LIMIT-ENTRY OCCURS 1000 TIMES.
                  03 WS-LIM-ACCT        PIC X(4).
                  03 WS-LIM-AMT         PIC 9(5)V99.
          01 WS-LIMIT-CTR               PIC 9(4) VALUE ZERO.
          01 WS-LIMIT-IDX               PIC 9(4).
          01 WS-LIMIT-EOF-SW            PIC X VALUE "N".
          01 WS-ACCT-LIMIT              PIC 9(5)V99.
          01 WS-LIMIT-FOUND-SW          PIC X VALUE "N".
              88 WS-LIMIT-FOUND                VALUE "Y".
              88 WS-PROD-LIMIT-FOUND           VALUE "P".
          01 WS-LIMIT-ACCT-WORK         PIC X(4).
          01 WS-LIMIT-PROD-WORK         PIC X(2).
      *   THE PRODUCT MASTER - DEFAULT LIMITS AND VALID CODES, SAME
      *   TABLE AND RULE AS SEQ-UPDATE'S.
          01 WS-PROD-FILE-PATH          PIC X(80) VALUE SPACES.
          01 WS-PROD-STATUS             PIC XX.
          01 WS-PROD-TABLE.
              02 WS-PROD-ENTRY OCCURS 20 TIMES.
                  03 WS-PR-CODE         PIC X(2).
                  03 WS-PR-LIMIT        PIC 9(5)V99.
          01 WS-PROD-CTR                PIC 9(2) VALUE ZERO.
          01 WS-PROD-IDX                PIC 9(2).
          01 WS-PROD-EOF-SW             PIC X VALUE "N".
          01 WS-PROD-FOUND-SW           PIC X.
              88 WS-PROD-FOUND                 VALUE "Y".
          01 WS-PROD-LOOK               PIC X(2).
          01 WS-HOLD-FILE-PATH          PIC X(80) VALUE SPACES.
          01 WS-HOLD-STATUS             PIC XX.
          01 WS-HOLD-TABLE.
              02 WS-HOLD-ENTRY OCCURS 50 TIMES.
                  03 WS-HO-ACCT         PIC X(4).
                  03 WS-HO-KIND         PIC X.
                  03 WS-HO-AMT          PIC 9(4)V99.
          01 WS-HOLD-CTR                PIC 9(3) VALUE ZERO.
      *   TRANSFER WORK AREAS - THE SOURCE RECORD IMAGE IS HELD WHILE
      *   THE TARGET IS READ AND VALIDATED, SO NOTHING REWRITES UNTIL
      *   BOTH LEGS HAVE PASSED.
          01 WS-XFER-SRC-IMAGE          PIC X(43).
          01 WS-XFER-SRC-BAL            PIC 9(4)V99.
          01 WS-XFER-CTR                PIC 9(5) VALUE ZERO.
          01 WS-XFER-REJ-REASON.
              02 WS-XR-SRC              PIC X(4).
              02 FILLER                 PIC X VALUE "-".
              02 WS-XR-TGT              PIC X(4).
              02 FILLER                 PIC X VALUE SPACE.
              02 WS-XR-CAUSE            PIC X(14).
      *   OVERDRAFT-SWEEP WORK AREAS - THE RELATIONSHIP ROWS THAT
      *   NAME A CUSTOMER FOR EACH ACCOUNT AND ITS PROTECTOR, AND THE
      *   PROTECTED ACCOUNT'S IMAGE HELD WHILE THE PROTECTOR IS READ.
          01 WS-REL-FILE-PATH           PIC X(80) VALUE SPACES.
          01 WS-REL-STATUS              PIC XX.
          01 WS-REL-EOF-SW              PIC X VALUE "N".
          01 WS-RELP-TABLE.
              02 WS-RELP-ENTRY OCCURS 999 TIMES.
                  03 WS-RP-ACCT         PIC X(4).
                  03 WS-RP-CUST         PIC X(6).
                  03 WS-RP-PROT         PIC X(4).
          01 WS-RELP-CTR                PIC 9(3) VALUE ZERO.
          01 WS-RELP-IDX                PIC 9(3).
          01 WS-RELP-SCAN               PIC 9(4).
          01 WS-RELP-LOOK               PIC X(4).
          01 WS-RELP-PROT-CTR           PIC 9(3) VALUE ZERO.
          01 WS-SWEEP-IMAGE             PIC X(43).
          01 WS-SWEEP-SHORT             PIC 9(4)V99.
          01 WS-SWEEP-CUST              PIC X(6).
          01 WS-SWEEP-PROT              PIC X(4).
          01 WS-SWEEP-CTR               PIC 9(5) VALUE ZERO.
          01 WS-SWEEP-REFUSED-CTR       PIC 9(5) VALUE ZERO.
      *   TERM DEPOSITS - THE ACCOUNTS STILL IN A LIVE TERM.
          01 WS-TDEP-FILE-PATH          PIC X(80) VALUE SPACES.
          01 WS-TDEP-STATUS             PIC XX.
          01 WS-TDEP-EOF-SW             PIC X VALUE "N".
          01 WS-TDEP-TABLE.
              02 WS-TDEP-ACCT OCCURS 999 TIMES PIC X(4).
          01 WS-TDEP-CTR                PIC 9(3) VALUE ZERO.
          01 WS-TDEP-IDX                PIC 9(3).
          01 WS-TDEP-SCAN               PIC 9(4).
          01 WS-TDEP-LOOK               PIC X(4).
          01 WS-TD-PENALTY-SW           PIC X VALUE "N".
              88 WS-TD-PENALTY-SET             VALUE "Y".
      *   REVERSAL WORK AREAS - THE ORIGINAL'S LEGS AS FOUND ON THE
      *   AUDIT HISTORY (ACCOUNT AND THE MOVEMENT THAT UNDOES IT), AND
      *   THE TRACES ALREADY REVERSED IN THIS RUN.
          01 WS-HIST-FILE-PATH          PIC X(80) VALUE SPACES.
          01 WS-HIST-STATUS             PIC XX.
          01 WS-HIST-EOF-SW             PIC X.
          01 WS-HIST-PASS               PIC 9.
          01 WS-HIST-AVAIL-SW           PIC X.
              88 WS-HIST-AVAIL                 VALUE "Y".
          01 WS-REV-SEEN-SW             PIC X.
          01 WS-REV-ORIG-TYPE           PIC X.
          01 WS-REV-ORIG-AMT            PIC 9(4)V99.
          01 WS-REV-ORIG-DATE           PIC 9(8).
          01 WS-REV-LEG-CTR             PIC 9.
          01 WS-REV-EXPECT              PIC 9.
          01 WS-REV-LEG-TABLE.
              02 WS-REV-LEG OCCURS 2 TIMES.
                  03 WS-RL-ACCT         PIC X(4).
                  03 WS-RL-DELTA        PIC S9(5)V99.
          01 WS-RL-IDX                  PIC 9.
          01 WS-REV-IMAGE               PIC X(43).
          01 WS-REV-DONE-TABLE.
              02 WS-REV-DONE OCCURS 50 TIMES.
                  03 WS-RD-TRACE        PIC X(9).
                  03 WS-RD-DATE         PIC 9(8).
                  03 WS-RD-ACCT OCCURS 2 TIMES PIC X(4).
          01 WS-REV-DONE-CTR            PIC 9(3) VALUE ZERO.
          01 WS-REV-DONE-IDX            PIC 9(3).
          01 WS-REV-CTR                 PIC 9(5) VALUE ZERO.
          01 WS-OLD-BAL                 PIC 9(4)V99.
          01 WS-NEW-BAL                 PIC S9(5)V99.
          01 WS-REJ-REASON-HOLD         PIC X(28).
          01 WS-UPD-CTR                 PIC 9(5) VALUE ZERO.
          01 WS-ADD-CTR                 PIC 9(5) VALUE ZERO.
          01 WS-REJECT-CTR              PIC 9(5) VALUE ZERO.
          01 WS-NC-FUNCTION             PIC X.
          01 WS-NC-ACCT                 PIC X(4).
          01 WS-NC-REF                  PIC X(8) VALUE "IDXUPD".
          01 WS-NC-RESULT               PIC X.
          01 WS-NC-DATE                 PIC 9(8).
          01 WS-OPERATOR-ID             PIC X(5) VALUE SPACES.
          01 WS-AUTH-FUNCTION           PIC X(3).
          01 WS-AUTH-FLAG               PIC X.
               ADD 1 TO WS-REJECT-CTR
           END-IF.

      ******************************************************************
      * A NUMBER RELEASED BY A PURGE AND STILL COOLING OFF MAY NOT BE
      * GIVEN TO A NEW ACCOUNT - THE OLD OWNER'S HISTORY IS UNDER IT.
      ******************************************************************
       450-ADD-NEW-RTN.
           MOVE "C" TO WS-NC-FUNCTION
           MOVE ACCT-NO-IN TO WS-NC-ACCT
           CALL 'NUM-CONTROL-RTN' USING WS-NC-FUNCTION WS-NC-ACCT
               WS-NC-REF WS-NC-RESULT WS-NC-DATE
           IF WS-NC-RESULT = "C"
               DISPLAY "ACCOUNT NUMBER " ACCT-NO-IN " RELEASED ON "
                   WS-NC-DATE " IS COOLING OFF - NOT ADDED"
               ADD 1 TO WS-REJECT-CTR
           ELSE
               PERFORM 460-BUILD-NEW-RTN
           END-IF.

      ******************************************************************
      * IN-REC STILL HOLDS WHATEVER ACCOUNT WAS READ LAST, SO A NEW
      * ACCOUNT MUST SET EVERY FIELD - A FIELD LEFT ALONE WOULD CARRY
      * THE PREVIOUS RECORD'S VALUE ONTO THE NEW ONE.
      ******************************************************************
       460-BUILD-NEW-RTN.
           IF WS-BATCH-MODE
               MOVE AMT-DUE-TR TO AMT-DUE-IN
               MOVE ACCT-NAME-TR TO ACCT-NAME-IN
                   MOVE ACCT-STAT-TR TO ACCT-STAT-IN
               END-IF
               MOVE BRANCH-TR TO BRANCH-IN
               MOVE ACCT-PROD-TR TO ACCT-PROD-IN
           ELSE
               DISPLAY "ACCOUNT NOT FOUND - ENTER AMOUNT TO ADD IT"
               ACCEPT AMT-DUE-IN
               DISPLAY "ENTER THE DEPOSITOR NAME"
               ACCEPT ACCT-NAME-IN
               DISPLAY "ENTER THE PRODUCT CODE (SPACES = NONE)"
               MOVE SPACES TO ACCT-PROD-IN
               ACCEPT ACCT-PROD-IN
               MOVE "A" TO ACCT-STAT-IN
               MOVE SPACES TO BRANCH-IN
           END-IF
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE "A" TO JRN-ACTION
                   PERFORM 790-WRITE-JRNL-RTN
                   MOVE "I" TO WS-NC-FUNCTION
                   CALL 'NUM-CONTROL-RTN' USING WS-NC-FUNCTION
                       WS-NC-ACCT WS-NC-REF WS-NC-RESULT WS-NC-DATE
           END-WRITE.

      ******************************************************************

       780-BATCH-UPDATE-RTN.
           MOVE AMT-DUE-TR TO AMT-DUE-IN
           IF ACCT-PROD-TR NOT = SPACES
               MOVE ACCT-PROD-TR TO ACCT-PROD-IN
           END-IF
           MOVE WS-RUN-DATE TO LAST-ACT-IN
           REWRITE IN-REC
               INVALID KEY
           PERFORM 712-LOAD-LIMITS-RTN
           PERFORM 718-LOAD-HOLDS-RTN
           PERFORM 715-LOAD-BRANCHES-RTN
           PERFORM 713-LOAD-PRODUCTS-RTN
           PERFORM 711-LOAD-RELATIONS-RTN
           PERFORM 709-LOAD-TERM-DEPOSITS-RTN
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "IDXUPD_HIST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-HIST-FILE-PATH
           END-IF
           OPEN INPUT TRANS-FILE
           PERFORM UNTIL NO-MORE-TRANS
               READ TRANS-FILE
           CLOSE TRANS-FILE
           DISPLAY "POSTINGS APPLIED: " WS-UPD-CTR
           DISPLAY "TRANSFERS POSTED: " WS-XFER-CTR
           DISPLAY "REVERSALS POSTED: " WS-REV-CTR
           IF WS-RELP-PROT-CTR > ZERO
               DISPLAY "OD SWEEPS POSTED: " WS-SWEEP-CTR
                   "  REFUSED: " WS-SWEEP-REFUSED-CTR
           END-IF
           DISPLAY "MAINT ACTIONS   : " WS-MNT-CTR
           DISPLAY "HELD BACK       : " WS-HELD-CTR
           DISPLAY "RECORDS REJECTED: " WS-REJECT-CTR
               AT END
                   MOVE "Y" TO WS-LIMIT-EOF-SW
               NOT AT END
                   IF WS-LIMIT-CTR < 1000
                       ADD 1 TO WS-LIMIT-CTR
                       MOVE LIM-ACCT-NO
                           TO WS-LIM-ACCT (WS-LIMIT-CTR)
                   END-IF
           END-READ.

      ******************************************************************
      * ACCOUNT LIMIT ROW FIRST, THEN THE DEFAULT LIMIT OF THE
      * ACCOUNT'S PRODUCT, THEN THE GLOBAL CEILING - SEQ-UPDATE'S 360.
      ******************************************************************
       716-FIND-LIMIT-RTN.
           MOVE "N" TO WS-LIMIT-FOUND-SW
           MOVE WS-POST-CEILING TO WS-ACCT-LIMIT
                   MOVE WS-LIM-AMT (WS-LIMIT-IDX) TO WS-ACCT-LIMIT
                   MOVE WS-LIMIT-CTR TO WS-LIMIT-IDX
               END-IF
           END-PERFORM
           IF NOT WS-LIMIT-FOUND AND WS-LIMIT-PROD-WORK NOT = SPACES
               MOVE WS-LIMIT-PROD-WORK TO WS-PROD-LOOK
               PERFORM 713-FIND-PRODUCT-RTN
               IF WS-PROD-FOUND
                   AND WS-PR-LIMIT (WS-PROD-IDX) > ZERO
                   MOVE "P" TO WS-LIMIT-FOUND-SW
                   MOVE WS-PR-LIMIT (WS-PROD-IDX) TO WS-ACCT-LIMIT
               END-IF
           END-IF.

      ******************************************************************
      * LOAD THE PRODUCT MASTER FOR POSTING MODE - SAME RULE AS
      * SEQ-UPDATE'S 242/243.
      ******************************************************************
       713-LOAD-PRODUCTS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "IDXUPD_PROD_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PROD-FILE-PATH
               OPEN INPUT PROD-FILE
               IF WS-PROD-STATUS = "00"
                   MOVE "N" TO WS-PROD-EOF-SW
                   PERFORM 713-LOAD-ONE-PRODUCT-RTN
                       UNTIL WS-PROD-EOF-SW = "Y"
                   CLOSE PROD-FILE
               ELSE
                   DISPLAY "PRODUCT MASTER NOT AVAILABLE - STATUS "
                       WS-PROD-STATUS " - NO PRODUCT LIMITS"
               END-IF
           END-IF.

       713-LOAD-ONE-PRODUCT-RTN.
           READ PROD-FILE
               AT END
                   MOVE "Y" TO WS-PROD-EOF-SW
               NOT AT END
                   IF WS-PROD-CTR < 20
                       ADD 1 TO WS-PROD-CTR
                       MOVE PRD-CODE TO WS-PR-CODE (WS-PROD-CTR)
                       IF PRD-CREDIT-LIMIT > 9999.99
                           MOVE 9999.99 TO WS-PR-LIMIT (WS-PROD-CTR)
                       ELSE
                           MOVE PRD-CREDIT-LIMIT
                               TO WS-PR-LIMIT (WS-PROD-CTR)
                       END-IF
                   END-IF
           END-READ.

       713-FIND-PRODUCT-RTN.
           MOVE "N" TO WS-PROD-FOUND-SW
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
               UNTIL WS-PROD-IDX > WS-PROD-CTR OR WS-PROD-FOUND
               IF WS-PR-CODE (WS-PROD-IDX) = WS-PROD-LOOK
                   MOVE "Y" TO WS-PROD-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-PROD-FOUND
               SUBTRACT 1 FROM WS-PROD-IDX
           END-IF.

      ******************************************************************
      * LOAD THE RELATIONSHIP ROWS FOR POSTING MODE - SAME RULE AS
      * SEQ-UPDATE'S 247/248. NO PATH OR NO FILE MEANS NO SWEEPS.
      ******************************************************************
       711-LOAD-RELATIONS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "IDXUPD_REL_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REL-FILE-PATH
               OPEN INPUT REL-FILE
               IF WS-REL-STATUS = "00"
                   MOVE "N" TO WS-REL-EOF-SW
                   PERFORM 711-LOAD-ONE-RELATION-RTN
                       UNTIL WS-REL-EOF-SW = "Y"
                   CLOSE REL-FILE
               ELSE
                   DISPLAY "RELATIONSHIP FILE NOT AVAILABLE - STATUS "
                       WS-REL-STATUS " - NO OVERDRAFT SWEEPS"
               END-IF
           END-IF.

       711-LOAD-ONE-RELATION-RTN.
           READ REL-FILE
               AT END
                   MOVE "Y" TO WS-REL-EOF-SW
               NOT AT END
                   IF WS-RELP-CTR < 999
                       ADD 1 TO WS-RELP-CTR
                       MOVE REL-ACCT-NO TO WS-RP-ACCT (WS-RELP-CTR)
                       MOVE REL-CUST-ID TO WS-RP-CUST (WS-RELP-CTR)
                       MOVE REL-PROTECT-ACCT
                           TO WS-RP-PROT (WS-RELP-CTR)
                       IF REL-PROTECT-ACCT NOT = SPACES
                           ADD 1 TO WS-RELP-PROT-CTR
                       END-IF
                   END-IF
           END-READ.

      *   FIRST ROW FOR WS-RELP-LOOK; ZERO WHEN THE ACCOUNT HAS NONE.
       711-FIND-RELATION-RTN.
           MOVE ZERO TO WS-RELP-IDX
           PERFORM VARYING WS-RELP-SCAN FROM 1 BY 1
               UNTIL WS-RELP-SCAN > WS-RELP-CTR
               IF WS-RP-ACCT (WS-RELP-SCAN) = WS-RELP-LOOK
                   MOVE WS-RELP-SCAN TO WS-RELP-IDX
                   MOVE WS-RELP-CTR TO WS-RELP-SCAN
               END-IF
           END-PERFORM.

      ******************************************************************
      * LOAD THE ACCOUNTS HOLDING A LIVE TERM DEPOSIT - SAME RULE AS
      * SEQ-UPDATE'S 249/251. IDXUPD_TD_PENALTY NON-ZERO ALLOWS EARLY
      * WITHDRAWAL BY DEBIT.
      ******************************************************************
       709-LOAD-TERM-DEPOSITS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "IDXUPD_TD_PENALTY"
           IF WS-ENV-HOLD (1:4) IS NUMERIC
               AND WS-ENV-HOLD (1:4) NOT = "0000"
               MOVE "Y" TO WS-TD-PENALTY-SW
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "IDXUPD_TDEP_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-TDEP-FILE-PATH
               OPEN INPUT TDEP-FILE
               IF WS-TDEP-STATUS = "00"
                   MOVE "N" TO WS-TDEP-EOF-SW
                   PERFORM 709-LOAD-ONE-DEPOSIT-RTN
                       UNTIL WS-TDEP-EOF-SW = "Y"
                   CLOSE TDEP-FILE
               ELSE
                   DISPLAY "TERM-DEPOSIT MASTER NOT AVAILABLE - STATUS "
                       WS-TDEP-STATUS " - NO DEPOSITS LOCKED"
               END-IF
           END-IF.

       709-LOAD-ONE-DEPOSIT-RTN.
           READ TDEP-FILE
               AT END
                   MOVE "Y" TO WS-TDEP-EOF-SW
               NOT AT END
                   IF TD-STATUS = "A" AND TD-MATURITY > WS-RUN-DATE
                       AND WS-TDEP-CTR < 999
                       ADD 1 TO WS-TDEP-CTR
                       MOVE TD-ACCT-NO TO WS-TDEP-ACCT (WS-TDEP-CTR)
                   END-IF
           END-READ.

      *   SLOT FOR WS-TDEP-LOOK; ZERO WHEN THE ACCOUNT IS NOT LOCKED.
       709-FIND-DEPOSIT-RTN.
           MOVE ZERO TO WS-TDEP-IDX
           PERFORM VARYING WS-TDEP-SCAN FROM 1 BY 1
               UNTIL WS-TDEP-SCAN > WS-TDEP-CTR
               IF WS-TDEP-ACCT (WS-TDEP-SCAN) = WS-TDEP-LOOK
                   MOVE WS-TDEP-SCAN TO WS-TDEP-IDX
                   MOVE WS-TDEP-CTR TO WS-TDEP-SCAN
               END-IF
           END-PERFORM.

      ******************************************************************

       720-POST-ONE-RTN.
           EVALUATE TRUE
               WHEN P-ACCT-NO (1:2) = "HD" OR P-ACCT-NO (1:2) = "TR"
                   CONTINUE
               WHEN POST-REC (1:10) = "NOBUSINESS"
                   CONTINUE
      *        A DOUBLE-KEYED ITEM MATCHES ON THE BUSINESS FIELDS
      *        ONLY - THE TRACE SERIAL IS UNIQUE PER RECORD BY DESIGN
               WHEN POST-REC (1:25) = WS-PRIOR-POST (1:25)
                   ADD 1 TO WS-HELD-CTR
               WHEN P-EFF-DATE IS NUMERIC
                       AND P-EFF-DATE NOT = ZERO
                       AND P-EFF-DATE > WS-RUN-DATE
                   MOVE POST-REC (1:34) TO WS-PRIOR-POST
                   ADD 1 TO WS-HELD-CTR
               WHEN OTHER
                   ADD 1 TO WS-TRANS-CTR
                   MOVE POST-REC (1:34) TO WS-PRIOR-POST
                   PERFORM 730-POST-APPLY-RTN
           END-EVALUATE.

           MOVE SPACES TO WS-REJ-REASON-HOLD
           PERFORM 715-FIND-BRANCH-RTN
           EVALUATE TRUE
      *        A REVERSAL MOVES THE ORIGINAL'S ACCOUNTS, WHATEVER THE
      *        BRANCH ON THE RECORD - AS IN SEQ-UPDATE.
               WHEN P-TRANS-TYPE = "V"
                   PERFORM 752-POST-REVERSAL-RTN
               WHEN NOT WS-BRM-FOUND
                   MOVE "BRANCH NOT ON MASTER" TO WS-REJ-REASON-HOLD
               WHEN P-BRANCH NOT = SPACES
               WHEN P-TRANS-TYPE = "T"
                   PERFORM 746-POST-XFER-RTN
               WHEN P-TRANS-TYPE = "X" OR P-TRANS-TYPE = "R"
                       OR P-TRANS-TYPE = "F" OR P-TRANS-TYPE = "P"
                       OR P-TRANS-TYPE = "W"
                   PERFORM 745-POST-MAINT-RTN
               WHEN OTHER
                   PERFORM 740-POST-MONEY-RTN

       740-POST-MONEY-RTN.
           MOVE P-ACCT-NO TO WS-LIMIT-ACCT-WORK
           MOVE ACCT-PROD-IN TO WS-LIMIT-PROD-WORK
           MOVE AMT-DUE-IN TO WS-OLD-BAL
           IF ACCT-STAT-IN = "C" OR ACCT-STAT-IN = "F"
               OR ACCT-STAT-IN = "W"
               EVALUATE TRUE
                   WHEN ACCT-STAT-IN = "W" AND P-TRANS-TYPE = "C"
      *                A RECOVERY - THE BALANCE STAYS AS IT IS.
                       MOVE WS-RUN-DATE TO LAST-ACT-IN
                       PERFORM 750-POST-REWRITE-RTN
                       IF WS-REWRITE-OK
                           ADD 1 TO WS-UPD-CTR
                       END-IF
                   WHEN ACCT-STAT-IN = "C"
                       MOVE "ACCOUNT IS CLOSED" TO WS-REJ-REASON-HOLD
                   WHEN ACCT-STAT-IN = "F"
                       MOVE "ACCOUNT IS FROZEN" TO WS-REJ-REASON-HOLD
                   WHEN OTHER
                       MOVE "ACCOUNT CHARGED OFF" TO WS-REJ-REASON-HOLD
               END-EVALUATE
           ELSE
               EVALUATE P-TRANS-TYPE
                   WHEN "D"
                   WHEN "E"
                       COMPUTE WS-NEW-BAL = WS-OLD-BAL - P-AMT-DUE
                   WHEN "A"
                       COMPUTE WS-NEW-BAL = P-AMT-DUE
                   WHEN OTHER
                       COMPUTE WS-NEW-BAL = WS-OLD-BAL + P-AMT-DUE
               END-EVALUATE
               IF P-TRANS-TYPE = "D" OR P-TRANS-TYPE = "E"
                   PERFORM 717-CHECK-HOLDS-RTN
               END-IF
               PERFORM 716-FIND-LIMIT-RTN
                   CONTINUE
               ELSE
               IF WS-NEW-BAL < 0
                   AND (P-TRANS-TYPE = "D" OR P-TRANS-TYPE = "E")
                   AND P-TRACE-SRC NOT = "NSF"
                   AND P-TRACE-SRC NOT = "FEE"
                   AND P-TRACE-SRC NOT = "TDP"
                   AND P-TRACE-SRC NOT = "SLS"
                   AND P-TRACE-SRC NOT = "TUI"
                   AND WS-RELP-PROT-CTR > ZERO
                   PERFORM 741-POST-SWEEP-RTN
               END-IF
               IF WS-NEW-BAL < 0
                   IF P-TRANS-TYPE = "E"
                       MOVE "INSUFFICIENT FUNDS" TO WS-REJ-REASON-HOLD
                   ELSE
                       MOVE "RESULT WOULD GO NEGATIVE"
                           TO WS-REJ-REASON-HOLD
                   END-IF
               ELSE
                   IF WS-NEW-BAL > WS-ACCT-LIMIT
                       EVALUATE TRUE
                           WHEN WS-LIMIT-FOUND
                               MOVE "EXCEEDS ACCOUNT LIMIT"
                                   TO WS-REJ-REASON-HOLD
                           WHEN WS-PROD-LIMIT-FOUND
                               MOVE "EXCEEDS PRODUCT LIMIT"
                                   TO WS-REJ-REASON-HOLD
                           WHEN OTHER
                               MOVE "EXCEEDS GLOBAL CEILING"
                                   TO WS-REJ-REASON-HOLD
                       END-EVALUATE
                   ELSE
                       MOVE WS-NEW-BAL TO AMT-DUE-IN
                       MOVE WS-RUN-DATE TO LAST-ACT-IN
               END-IF
           END-IF.

      ******************************************************************
      * SWEEP A DEBIT'S SHORTFALL FROM THE PROTECTING ACCOUNT BY THE
      * 746-748 TRANSFER RULES: SAME CUSTOMER ID, PROTECTOR ON FILE,
      * OPEN AND ABLE TO COVER IT, AND THE CREDIT WITHIN THE PROTECTED
      * ACCOUNT'S LIMIT. THE PROTECTED RECORD IS HELD WHILE THE
      * PROTECTOR IS READ; ON SUCCESS THE PROTECTOR IS DEBITED AND THE
      * PROTECTED ACCOUNT CREDITED (BOTH JOURNALED) AND WS-NEW-BAL IS
      * RE-FIGURED SO 740 POSTS THE DEBIT. EITHER WAY THE PROTECTED
      * RECORD IS BACK IN HAND ON RETURN.
      ******************************************************************
       741-POST-SWEEP-RTN.
           MOVE P-ACCT-NO TO WS-RELP-LOOK
           PERFORM 711-FIND-RELATION-RTN
           IF WS-RELP-IDX > ZERO
               AND WS-RP-PROT (WS-RELP-IDX) NOT = SPACES
               COMPUTE WS-SWEEP-SHORT = 0 - WS-NEW-BAL
               MOVE WS-RP-CUST (WS-RELP-IDX) TO WS-SWEEP-CUST
               MOVE WS-RP-PROT (WS-RELP-IDX) TO WS-SWEEP-PROT
               MOVE WS-SWEEP-PROT TO WS-RELP-LOOK
               PERFORM 711-FIND-RELATION-RTN
               MOVE IN-REC TO WS-SWEEP-IMAGE
               MOVE WS-SWEEP-PROT TO WS-XR-SRC
               MOVE P-ACCT-NO TO WS-XR-TGT
               MOVE SPACES TO WS-XR-CAUSE
               EVALUATE TRUE
                   WHEN WS-RELP-IDX = ZERO
                       OR WS-SWEEP-PROT = P-ACCT-NO
                       MOVE "NOT SAME CUST" TO WS-XR-CAUSE
                   WHEN WS-RP-CUST (WS-RELP-IDX) NOT = WS-SWEEP-CUST
                       MOVE "NOT SAME CUST" TO WS-XR-CAUSE
                   WHEN WS-OLD-BAL + WS-SWEEP-SHORT > WS-ACCT-LIMIT
                       EVALUATE TRUE
                           WHEN WS-LIMIT-FOUND
                               MOVE "OVR ACCT LIMIT" TO WS-XR-CAUSE
                           WHEN WS-PROD-LIMIT-FOUND
                               MOVE "OVR PROD LIMIT" TO WS-XR-CAUSE
                           WHEN OTHER
                               MOVE "OVR GLOBAL CLG" TO WS-XR-CAUSE
                       END-EVALUATE
                   WHEN OTHER
                       PERFORM 742-SWEEP-PROTECTOR-RTN
               END-EVALUATE
               IF WS-XR-CAUSE NOT = SPACES
                   ADD 1 TO WS-SWEEP-REFUSED-CTR
                   DISPLAY "OVERDRAFT SWEEP REFUSED - "
                       WS-XFER-REJ-REASON
               END-IF
               MOVE WS-SWEEP-IMAGE TO IN-REC
               MOVE IN-REC TO WS-BEFORE-IMAGE
           END-IF.

       742-SWEEP-PROTECTOR-RTN.
           MOVE WS-SWEEP-PROT TO ACCT-NO-IN
           READ IN-FILE
               INVALID KEY
                   MOVE "ACCT NOT FOUND" TO WS-XR-CAUSE
               NOT INVALID KEY
                   PERFORM 743-SWEEP-APPLY-RTN
           END-READ.

       743-SWEEP-APPLY-RTN.
           MOVE WS-SWEEP-PROT TO WS-TDEP-LOOK
           PERFORM 709-FIND-DEPOSIT-RTN
           EVALUATE TRUE
               WHEN ACCT-STAT-IN = "C" OR ACCT-STAT-IN = "F"
                   MOVE "SRC CLSD/FRZN" TO WS-XR-CAUSE
               WHEN ACCT-STAT-IN = "W"
                   MOVE "SRC CHARGED OFF" TO WS-XR-CAUSE
               WHEN WS-TDEP-IDX > ZERO
                   MOVE "TD NOT MATURED" TO WS-XR-CAUSE
               WHEN AMT-DUE-IN < WS-SWEEP-SHORT
                   MOVE "INSUF FUNDS" TO WS-XR-CAUSE
               WHEN OTHER
      *            PROTECTOR LEG - DEBIT AND REWRITE THE RECORD IN HAND.
                   MOVE IN-REC TO WS-BEFORE-IMAGE
                   SUBTRACT WS-SWEEP-SHORT FROM AMT-DUE-IN
                   MOVE WS-RUN-DATE TO LAST-ACT-IN
                   PERFORM 750-POST-REWRITE-RTN
                   IF WS-REWRITE-OK
      *                PROTECTED LEG - RESTORE THE HELD IMAGE, CREDIT.
                       MOVE WS-SWEEP-IMAGE TO IN-REC
                       MOVE IN-REC TO WS-BEFORE-IMAGE
                       ADD WS-SWEEP-SHORT TO AMT-DUE-IN
                       MOVE WS-RUN-DATE TO LAST-ACT-IN
                       PERFORM 750-POST-REWRITE-RTN
                       IF WS-REWRITE-OK
                           MOVE IN-REC TO WS-SWEEP-IMAGE
                           MOVE AMT-DUE-IN TO WS-OLD-BAL
                           COMPUTE WS-NEW-BAL =
                               WS-OLD-BAL - P-AMT-DUE
                           ADD 1 TO WS-SWEEP-CTR
                       END-IF
                   END-IF
           END-EVALUATE.

       717-CHECK-HOLDS-RTN.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-CTR
                           MOVE WS-HOLD-CTR TO WS-HOLD-IDX
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-REJ-REASON-HOLD = SPACES AND WS-TDEP-CTR > ZERO
               AND NOT WS-TD-PENALTY-SET
               AND P-TRACE-SRC NOT = "TDM" AND P-TRACE-SRC NOT = "TDP"
               AND P-TRACE-SRC NOT = "NSF" AND P-TRACE-SRC NOT = "FEE"
               MOVE P-ACCT-NO TO WS-TDEP-LOOK
               PERFORM 709-FIND-DEPOSIT-RTN
               IF WS-TDEP-IDX > ZERO
                   MOVE "TERM DEPOSIT NOT MATURED"
                       TO WS-REJ-REASON-HOLD
               END-IF
           END-IF.

       745-POST-MAINT-RTN.
           EVALUATE P-TRANS-TYPE
                       WHEN ACCT-STAT-IN = "C"
                           MOVE "ACCOUNT ALREADY CLOSED"
                               TO WS-REJ-REASON-HOLD
                       WHEN ACCT-STAT-IN = "W"
                           MOVE "ACCOUNT CHARGED OFF"
                               TO WS-REJ-REASON-HOLD
                       WHEN AMT-DUE-IN NOT = ZERO
                           MOVE "BALANCE NOT ZERO AT CLOSE"
                               TO WS-REJ-REASON-HOLD
                       WHEN ACCT-STAT-IN = "F"
                           MOVE "ACCOUNT ALREADY FROZEN"
                               TO WS-REJ-REASON-HOLD
                       WHEN ACCT-STAT-IN = "W"
                           MOVE "ACCOUNT CHARGED OFF"
                               TO WS-REJ-REASON-HOLD
                       WHEN OTHER
                           MOVE "F" TO ACCT-STAT-IN
                   END-EVALUATE
               WHEN "P"
                   MOVE P-TARGET-ACCT (1:2) TO WS-PROD-LOOK
                   PERFORM 713-FIND-PRODUCT-RTN
                   EVALUATE TRUE
                       WHEN P-TARGET-ACCT (1:2) = SPACES
                           MOVE "NO PRODUCT CODE GIVEN"
                               TO WS-REJ-REASON-HOLD
                       WHEN WS-PROD-CTR > ZERO AND NOT WS-PROD-FOUND
                           MOVE "PRODUCT NOT ON MASTER"
                               TO WS-REJ-REASON-HOLD
                       WHEN OTHER
                           MOVE P-TARGET-ACCT (1:2) TO ACCT-PROD-IN
                   END-EVALUATE
               WHEN "W"
                   EVALUATE TRUE
                       WHEN ACCT-STAT-IN = "C"
                           MOVE "ACCOUNT IS CLOSED"
                               TO WS-REJ-REASON-HOLD
                       WHEN ACCT-STAT-IN = "W"
                           MOVE "ACCOUNT ALREADY CHARGED OFF"
                               TO WS-REJ-REASON-HOLD
                       WHEN P-AMT-DUE = ZERO
                           MOVE "NO CHARGE-OFF AMOUNT"
                               TO WS-REJ-REASON-HOLD
                       WHEN P-AMT-DUE > AMT-DUE-IN
                           MOVE "CHARGE-OFF EXCEEDS BALANCE"
                               TO WS-REJ-REASON-HOLD
                       WHEN OTHER
                           SUBTRACT P-AMT-DUE FROM AMT-DUE-IN
                           MOVE "W" TO ACCT-STAT-IN
                   END-EVALUATE
           END-EVALUATE
           IF WS-REJ-REASON-HOLD = SPACES
               MOVE WS-RUN-DATE TO LAST-ACT-IN
           MOVE SPACES TO WS-XR-CAUSE
           MOVE IN-REC TO WS-XFER-SRC-IMAGE
           MOVE AMT-DUE-IN TO WS-XFER-SRC-BAL
           MOVE P-ACCT-NO TO WS-TDEP-LOOK
           PERFORM 709-FIND-DEPOSIT-RTN
           EVALUATE TRUE
               WHEN ACCT-STAT-IN = "C" OR ACCT-STAT-IN = "F"
                   MOVE "SRC CLSD/FRZN" TO WS-XR-CAUSE
               WHEN ACCT-STAT-IN = "W"
                   MOVE "SRC CHARGED OFF" TO WS-XR-CAUSE
               WHEN AMT-DUE-IN < P-AMT-DUE
                   MOVE "INSUF FUNDS" TO WS-XR-CAUSE
               WHEN WS-TDEP-IDX > ZERO AND P-TRACE-SRC NOT = "TDM"
                   MOVE "TD NOT MATURED" TO WS-XR-CAUSE
               WHEN OTHER
                   PERFORM 747-XFER-TARGET-RTN
           END-EVALUATE

       748-XFER-APPLY-RTN.
           MOVE P-TARGET-ACCT TO WS-LIMIT-ACCT-WORK
           MOVE ACCT-PROD-IN TO WS-LIMIT-PROD-WORK
           PERFORM 716-FIND-LIMIT-RTN
           EVALUATE TRUE
               WHEN ACCT-STAT-IN = "C" OR ACCT-STAT-IN = "F"
                   MOVE "TGT CLSD/FRZN" TO WS-XR-CAUSE
               WHEN ACCT-STAT-IN = "W"
                   MOVE "TGT CHARGED OFF" TO WS-XR-CAUSE
               WHEN AMT-DUE-IN + P-AMT-DUE > WS-ACCT-LIMIT
                   EVALUATE TRUE
                       WHEN WS-LIMIT-FOUND
                           MOVE "OVR ACCT LIMIT" TO WS-XR-CAUSE
                       WHEN WS-PROD-LIMIT-FOUND
                           MOVE "OVR PROD LIMIT" TO WS-XR-CAUSE
                       WHEN OTHER
                           MOVE "OVR GLOBAL CLG" TO WS-XR-CAUSE
                   END-EVALUATE
               WHEN OTHER
      *            TARGET LEG - CREDIT AND REWRITE THE RECORD IN HAND.
                   MOVE IN-REC TO WS-BEFORE-IMAGE
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * ONE REVERSAL. THE FLAT AUDIT HISTORY IS READ END TO END FOR
      * THE TRACE (REVERSALS ARE RARE), TWICE: TRACE SERIALS START
      * OVER EVERY NIGHT, SO THE FIRST PASS FINDS THE ORIGINAL'S
      * BUSINESS DATE - THE LATEST ON WHICH P-ACCT-NO CARRIES THE
      * TRACE - AND THE SECOND TAKES THE LEGS OF THAT DATE ALONE. A
      * LATER "V" ROW ON THE ACCOUNT, OR A REVERSAL OF THE SAME
      * ORIGINAL EARLIER IN THIS RUN, MEANS IT IS ALREADY UNDONE. ROWS
      * FOR TODAY'S BUSINESS DATE ARE SKIPPED - ARCHSTP HAS ALREADY
      * ADDED SEQ-UPDATE'S AUDIT FOR THIS CYCLE, INCLUDING ITS "V"
      * ROWS FOR THE VERY REVERSALS THIS RUN IS ABOUT TO POST. EVERY
      * LEG IS READ AND CHECKED BEFORE ANY REWRITE, AS FOR A TRANSFER.
      ******************************************************************
       752-POST-REVERSAL-RTN.
           MOVE "N" TO WS-REWRITE-OK-SW
           MOVE "N" TO WS-REV-SEEN-SW
           MOVE "N" TO WS-HIST-AVAIL-SW
           MOVE SPACE TO WS-REV-ORIG-TYPE
           MOVE ZERO TO WS-REV-ORIG-AMT
           MOVE ZERO TO WS-REV-ORIG-DATE
           MOVE ZERO TO WS-REV-LEG-CTR
           MOVE SPACES TO WS-RL-ACCT (1)
           MOVE SPACES TO WS-RL-ACCT (2)
           IF P-TRACE NOT = SPACES AND WS-HIST-FILE-PATH NOT = SPACES
               OPEN INPUT HIST-FILE
               IF WS-HIST-STATUS = "00"
                   MOVE "Y" TO WS-HIST-AVAIL-SW
                   MOVE 1 TO WS-HIST-PASS
                   MOVE "N" TO WS-HIST-EOF-SW
                   PERFORM 753-REV-HIST-ONE-RTN
                       UNTIL WS-HIST-EOF-SW = "Y"
                   CLOSE HIST-FILE
                   IF WS-REV-ORIG-DATE > ZERO
                       OPEN INPUT HIST-FILE
                       MOVE 2 TO WS-HIST-PASS
                       MOVE "N" TO WS-HIST-EOF-SW
                       PERFORM 753-REV-HIST-ONE-RTN
                           UNTIL WS-HIST-EOF-SW = "Y"
                       CLOSE HIST-FILE
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING WS-REV-DONE-IDX FROM 1 BY 1
               UNTIL WS-REV-DONE-IDX > WS-REV-DONE-CTR
               IF WS-RD-TRACE (WS-REV-DONE-IDX) = P-TRACE
                   AND WS-RD-DATE (WS-REV-DONE-IDX) = WS-REV-ORIG-DATE
                   AND (WS-RD-ACCT (WS-REV-DONE-IDX, 1) = P-ACCT-NO
                       OR WS-RD-ACCT (WS-REV-DONE-IDX, 2) = P-ACCT-NO)
                   MOVE "Y" TO WS-REV-SEEN-SW
               END-IF
           END-PERFORM
           MOVE 1 TO WS-REV-EXPECT
           IF WS-REV-ORIG-TYPE = "T"
               MOVE 2 TO WS-REV-EXPECT
           END-IF
           EVALUATE TRUE
               WHEN P-TRACE = SPACES
                   MOVE "NO TRACE GIVEN" TO WS-REJ-REASON-HOLD
               WHEN NOT WS-HIST-AVAIL
                   MOVE "NO AUDIT HISTORY" TO WS-REJ-REASON-HOLD
               WHEN WS-REV-SEEN-SW = "Y"
                   MOVE "ALREADY REVERSED" TO WS-REJ-REASON-HOLD
               WHEN WS-REV-LEG-CTR = ZERO
                   MOVE "ORIGINAL NOT ON HISTORY"
                       TO WS-REJ-REASON-HOLD
               WHEN WS-REV-LEG-CTR NOT = WS-REV-EXPECT
                   MOVE "HISTORY LEGS DO NOT MATCH"
                       TO WS-REJ-REASON-HOLD
               WHEN P-ACCT-NO NOT = WS-RL-ACCT (1)
                   AND (WS-REV-EXPECT = 1
                       OR P-ACCT-NO NOT = WS-RL-ACCT (2))
                   MOVE "NOT ORIGINAL'S ACCOUNT"
                       TO WS-REJ-REASON-HOLD
               WHEN P-AMT-DUE NOT = WS-REV-ORIG-AMT
                   MOVE "AMOUNT NOT AS ORIGINAL"
                       TO WS-REJ-REASON-HOLD
               WHEN OTHER
                   PERFORM 754-REV-LEG-ONE-RTN
           END-EVALUATE
           IF WS-REJ-REASON-HOLD = SPACES AND WS-REWRITE-OK
               ADD 1 TO WS-UPD-CTR
               ADD 1 TO WS-REV-CTR
               IF WS-REV-DONE-CTR < 50
                   ADD 1 TO WS-REV-DONE-CTR
                   MOVE P-TRACE TO WS-RD-TRACE (WS-REV-DONE-CTR)
                   MOVE WS-REV-ORIG-DATE TO WS-RD-DATE (WS-REV-DONE-CTR)
                   MOVE WS-RL-ACCT (1)
                       TO WS-RD-ACCT (WS-REV-DONE-CTR, 1)
                   MOVE SPACES TO WS-RD-ACCT (WS-REV-DONE-CTR, 2)
                   IF WS-REV-EXPECT = 2
                       MOVE WS-RL-ACCT (2)
                           TO WS-RD-ACCT (WS-REV-DONE-CTR, 2)
                   END-IF
               END-IF
           END-IF.

       753-REV-HIST-ONE-RTN.
           READ HIST-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SW
               NOT AT END
                   IF HST-TRACE = P-TRACE
                       AND HST-BUS-DATE NOT = WS-RUN-DATE
                       IF WS-HIST-PASS = 1
                           PERFORM 753-REV-HIST-DATE-RTN
                       ELSE
                           PERFORM 753-REV-HIST-LEG-RTN
                       END-IF
                   END-IF
           END-READ.

       753-REV-HIST-DATE-RTN.
           IF HST-ACCT-NO = P-ACCT-NO
               AND HST-TRANS-TYPE NOT = "V"
               AND HST-BUS-DATE > WS-REV-ORIG-DATE
               MOVE HST-BUS-DATE TO WS-REV-ORIG-DATE
           END-IF.

      *    THE NAMED ACCOUNT'S LEG, OR A TRANSFER'S COUNTERPART, OF THE
      *    ORIGINAL'S DATE; A "V" ON THE ACCOUNT AFTER THAT DATE.
       753-REV-HIST-LEG-RTN.
           IF HST-TRANS-TYPE = "V"
               IF HST-ACCT-NO = P-ACCT-NO
                   AND HST-BUS-DATE > WS-REV-ORIG-DATE
                   MOVE "Y" TO WS-REV-SEEN-SW
               END-IF
           ELSE
           IF HST-BUS-DATE = WS-REV-ORIG-DATE
               AND (HST-ACCT-NO = P-ACCT-NO
                   OR HST-TRANS-TYPE = "T")
               IF WS-REV-LEG-CTR < 9
                   ADD 1 TO WS-REV-LEG-CTR
               END-IF
               IF WS-REV-LEG-CTR <= 2
                   MOVE HST-ACCT-NO
                       TO WS-RL-ACCT (WS-REV-LEG-CTR)
                   COMPUTE WS-RL-DELTA (WS-REV-LEG-CTR) =
                       HST-OLD-BALANCE - HST-NEW-BALANCE
               END-IF
               MOVE HST-TRANS-TYPE TO WS-REV-ORIG-TYPE
               MOVE HST-TRANS-AMT TO WS-REV-ORIG-AMT
           END-IF
           END-IF.

      ******************************************************************
      * FIRST LEG. A SINGLE POSTING IS CHECKED AND REWRITTEN HERE; FOR
      * A TRANSFER THE FIRST IMAGE IS HELD WHILE 755 READS AND CHECKS
      * THE SECOND, WHICH IS REWRITTEN FIRST, THEN THE HELD IMAGE.
      ******************************************************************
       754-REV-LEG-ONE-RTN.
           MOVE WS-RL-ACCT (1) TO ACCT-NO-IN
           READ IN-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REJ-REASON-HOLD
               NOT INVALID KEY
                   MOVE 1 TO WS-RL-IDX
                   PERFORM 756-REV-CHECK-RTN
                   IF WS-REJ-REASON-HOLD = SPACES
                       IF WS-REV-EXPECT = 2
                           MOVE IN-REC TO WS-REV-IMAGE
                           PERFORM 755-REV-LEG-TWO-RTN
                       ELSE
                           PERFORM 757-REV-APPLY-RTN
                       END-IF
                   END-IF
           END-READ.

       755-REV-LEG-TWO-RTN.
           MOVE WS-RL-ACCT (2) TO ACCT-NO-IN
           READ IN-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REJ-REASON-HOLD
               NOT INVALID KEY
                   MOVE 2 TO WS-RL-IDX
                   PERFORM 756-REV-CHECK-RTN
                   IF WS-REJ-REASON-HOLD = SPACES
                       PERFORM 757-REV-APPLY-RTN
                       IF WS-REWRITE-OK
                           MOVE WS-REV-IMAGE TO IN-REC
                           MOVE 1 TO WS-RL-IDX
                           PERFORM 757-REV-APPLY-RTN
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * THE LEG IN HAND AGAINST THE RECORD IN HAND - OPEN, NOT DRIVEN
      * NEGATIVE, AND UNDER ITS LIMIT WHEN MONEY COMES BACK IN.
      ******************************************************************
       756-REV-CHECK-RTN.
           COMPUTE WS-NEW-BAL = AMT-DUE-IN + WS-RL-DELTA (WS-RL-IDX)
           MOVE ACCT-NO-IN TO WS-LIMIT-ACCT-WORK
           MOVE ACCT-PROD-IN TO WS-LIMIT-PROD-WORK
           PERFORM 716-FIND-LIMIT-RTN
           EVALUATE TRUE
               WHEN ACCT-STAT-IN = "C"
                   MOVE "ACCOUNT IS CLOSED" TO WS-REJ-REASON-HOLD
               WHEN ACCT-STAT-IN = "F"
                   MOVE "ACCOUNT IS FROZEN" TO WS-REJ-REASON-HOLD
               WHEN ACCT-STAT-IN = "W"
                   MOVE "ACCOUNT CHARGED OFF" TO WS-REJ-REASON-HOLD
               WHEN WS-NEW-BAL < 0
                   MOVE "RESULT WOULD GO NEGATIVE" TO WS-REJ-REASON-HOLD
               WHEN WS-RL-DELTA (WS-RL-IDX) NOT > ZERO
                   CONTINUE
               WHEN WS-NEW-BAL NOT > WS-ACCT-LIMIT
                   CONTINUE
               WHEN WS-LIMIT-FOUND
                   MOVE "EXCEEDS ACCOUNT LIMIT" TO WS-REJ-REASON-HOLD
               WHEN WS-PROD-LIMIT-FOUND
                   MOVE "EXCEEDS PRODUCT LIMIT" TO WS-REJ-REASON-HOLD
               WHEN OTHER
                   MOVE "EXCEEDS GLOBAL CEILING" TO WS-REJ-REASON-HOLD
           END-EVALUATE.

       757-REV-APPLY-RTN.
           MOVE IN-REC TO WS-BEFORE-IMAGE
           COMPUTE AMT-DUE-IN = AMT-DUE-IN + WS-RL-DELTA (WS-RL-IDX)
           MOVE WS-RUN-DATE TO LAST-ACT-IN
           PERFORM 750-POST-REWRITE-RTN.

       750-POST-REWRITE-RTN.
           MOVE "N" TO WS-REWRITE-OK-SW
           REWRITE IN-REC
