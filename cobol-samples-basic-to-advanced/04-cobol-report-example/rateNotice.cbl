      ******************************************************************
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 155 BYTES - STATEMENT
      *DELIVERY PREFERENCE AND E-MAIL ADDRESS ON THE END; NO FIELD
      *MOVES.
      *15-10-2026 GD - MAIL CONSOLIDATION - EVERY NOTICE LINE PRINTED
      *IS ALSO HANDED TO THE SHARED MAIL-SPOOL-RTN (SOURCE "RATENOTE")
      *SO MAIL-CONSOLIDATE CAN HOUSEHOLD AND PRESORT THE NIGHT'S MAIL.
      *NO-OP WHEN MAILSPOOL_PATH IS NOT SET.
      *15-10-2026 GD - RETURNED MAIL - THE CUSTOMER MASTER IS NOW 104
      *BYTES WITH A RETURNED-MAIL STATUS ON THE END. AN ACCOUNT DUE A
      *NOTICE WHOSE CUSTOMER IS FLAGGED GETS NONE; THE SUMMARY FILE
      *(NOW OPENED BEFORE THE SWEEP) LISTS EACH ONE AS "NOT SENT -
      *RETURNED MAIL" AHEAD OF THE BRANCH COUNTS AND ENDS WITH THEIR
      *COUNT. THEY ARE NOT IN THE BRANCH COUNTS.
      *15-10-2026 GD - JOINT OWNERS ON THE ACCOUNT-PARTY FILE ARE NOW
      *ADDRESSED - AN "AND <NAME>" LINE UNDER THE CUSTOMER NAME FOR
      *EVERY JOINT OWNER ACTIVE TODAY, FROM THE SHARED ACCT-PARTY-RTN
      *(ACCTPARTY_PATH; NOT SET = THE CUSTOMER NAME ALONE AS BEFORE).
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 95 BYTES - TAX ID AND
      *BACKUP-WITHHOLDING STATUS ON THE END; NO FIELD MOVES.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS ON THE INDEXED MASTER
      *(43) AND THE CUSTOMER MASTER (85).
      *15-10-2026 GD - NOTICES BY PRODUCT - THE ACCOUNT MASTER NOW
      *CARRIES A PRODUCT CODE. WITH RTNOT_PROD_PATH NAMING THE
      *PRODUCT-MAINT MASTER, AN ACCOUNT WHOSE PRODUCT IS ON IT IS ONLY
      *NOTICED FOR ROWS OF ITS OWN RATE-TABLE PRODUCT, SO A CHANGE TO
      *THE SIMPLE-INTEREST TABLE NO LONGER WRITES TO COMPOUND
      *CUSTOMERS. AN ACCOUNT WITH NO PRODUCT (OR WITHOUT THE PRODUCT
      *MASTER) STILL HEARS ABOUT EVERY ROW IN ITS BAND.
      *02-09-2026 GD - RATE-CHANGE CUSTOMER NOTICES. RATE-MAINT CAN
      *ADD A FUTURE-EFFECTIVE RATE ROW AND COMPOUND-INTEREST WILL
      *SILENTLY START APPLYING IT ON ITS DATE - THE FIRST A CUSTOMER
      *(RTNOT_WINDOW_DAYS AHEAD OF THE BUSINESS DATE, DEFAULT 30),
      *FINDS THE ACCOUNTS EACH ROW WILL TOUCH - EVERY OPEN ACCOUNT
      *WHOSE BALANCE SITS IN THE ROW'S BAND (AT OR ABOVE ITS FLOOR
      *AND BELOW THE NEXT FLOOR OF THE SAME PRODUCT; SEE THE 15-10-2026
      *ENTRY FOR HOW THE ACCOUNT'S PRODUCT NARROWS THIS) - AND PRINTS
      *ONE DATED NOTICE PER AFFECTED CUSTOMER FROM THE CUSTOMER
      *MASTER, PLUS A PER-BRANCH SUMMARY FOR THE BRANCHES. AN ACCOUNT
      *TOUCHED BY SEVERAL ROWS GETS ONE NOTICE.
      *FILE PATHS FROM RTNOT_RATE_PATH / RTNOT_IDX_PATH /
      *RTNOT_CUST_PATH / RTNOT_LTR_PATH / RTNOT_SUM_PATH /
      *RTNOT_PROD_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-NOTICE.
       AUTHOR. GAETANO.
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SUM-FILE ASSIGN TO WS-SUM-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PROD-FILE ASSIGN TO WS-PROD-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RATE-FILE
               02 RT-EFF-DATE            PIC 9(8).
               02 RT-RATE                PIC V99.
       FD IDX-FILE
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
       FD SUM-FILE
          RECORD CONTAINS 80 CHARACTERS.
          01 SUM-REC                   PIC X(80).
       FD PROD-FILE
          RECORD CONTAINS 34 CHARACTERS.
          01 PROD-REC.
              02 PRD-CODE                PIC X(2).
              02 PRD-NAME                PIC X(20).
              02 PRD-RATE-PRODUCT        PIC X.
              02 PRD-FEE-SCHED           PIC X(2).
              02 PRD-CYCLE               PIC X(2).
              02 PRD-CREDIT-LIMIT        PIC 9(5)V99.
       WORKING-STORAGE SECTION.
           01 WS-RATE-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/RateMaster.txt".
           01 WS-RATE-STATUS             PIC XX.
           01 WS-IDX-STATUS              PIC XX.
           01 WS-CUST-STATUS             PIC XX.
           01 WS-PROD-FILE-PATH          PIC X(80) VALUE SPACES.
           01 WS-PROD-STATUS             PIC XX.
      *    PRODUCT CODE TO RATE-TABLE PRODUCT, AND THE CURRENT
      *    ACCOUNT'S RATE PRODUCT (SPACE = ANY ROW IN ITS BAND).
           01 WS-PROD-TABLE.
               02 WS-PROD-ENTRY OCCURS 20 TIMES.
                   03 WS-PR-CODE         PIC X(2).
                   03 WS-PR-RATE-PROD    PIC X.
           01 WS-PROD-CTR                PIC 99 VALUE ZERO.
           01 WS-PROD-IDX                PIC 99.
           01 WS-ACCT-RATE-PROD          PIC X.
           01 WS-CUST-OPEN-SW            PIC X VALUE "N".
               88 WS-CUST-MASTER-OPEN           VALUE "Y".
           01 WS-EOF-SW                  PIC X VALUE "N".
           01 WS-BR-CTR-TOT              PIC 99 VALUE ZERO.
           01 WS-BR-IDX                  PIC 99.
           01 WS-NOTICE-CTR              PIC 9(5) VALUE ZERO.
           01 WS-MAIL-SKIP-SW            PIC X VALUE "N".
               88 WS-MAIL-RETURNED              VALUE "Y".
           01 WS-MAIL-SKIP-CTR           PIC 9(5) VALUE ZERO.
           01 WS-HIT-SW                  PIC X.
           01 WS-RATE-EDIT               PIC .99.
           01 WS-PARTY-ACCT              PIC X(4).
           01 WS-SPOOL-FUNC              PIC X VALUE "L".
           01 WS-SPOOL-SOURCE            PIC X(8) VALUE "RATENOTE".
           01 WS-SPOOL-SPACING           PIC 9.
           01 WS-PARTY-AS-OF             PIC 9(8) VALUE ZERO.
           01 WS-PARTY-IDX               PIC 99.
           01 WS-PARTY-LIST.
           COPY PARTYLST.
           01 LTR-LINE                   PIC X(80).
           01 SUM-DTL-LINE.
               02 FILLER             PIC X(7) VALUE "BRANCH ".
               02 FILLER             PIC X(20) VALUE
                   "  NOTICES PRODUCED: ".
               02 SUM-CTR-OUT        PIC ZZZZ9.
           01 SUM-SKIP-LINE.
               02 FILLER             PIC X(8) VALUE "ACCOUNT ".
               02 SUM-SKIP-ACCT-OUT  PIC X(4).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 SUM-SKIP-NAME-OUT  PIC X(20).
               02 FILLER             PIC X(28) VALUE
                   "  NOT SENT - RETURNED MAIL  ".
           01 SUM-SKIP-TOT-LINE.
               02 FILLER             PIC X(29) VALUE
                   "NOT SENT - RETURNED MAIL:    ".
               02 SUM-SKIP-CTR-OUT   PIC ZZZZ9.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-BUS-DATE
               BY REFERENCE WS-BUS-DAYS
           PERFORM 200-LOAD-RATES-RTN
           IF WS-PROD-FILE-PATH NOT = SPACES
               PERFORM 350-LOAD-PRODUCTS-RTN
           END-IF
           IF WS-ROW-CTR = ZERO
               DISPLAY "NO RATE ROWS INSIDE THE NOTICE WINDOW -"
                   " NOTHING PRODUCED"
               STOP RUN
           END-IF
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT SUM-FILE
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-SW
               PERFORM 400-SWEEP-RTN UNTIL WS-EOF
               CLOSE IDX-FILE
           END-IF
           MOVE "E" TO WS-SPOOL-FUNC
           CALL 'MAIL-SPOOL-RTN' USING BY CONTENT WS-SPOOL-FUNC
               WS-SPOOL-SOURCE WS-PARTY-ACCT WS-SPOOL-SPACING LETTER-REC
           CLOSE LETTER-FILE
           IF WS-CUST-MASTER-OPEN
               CLOSE CUST-FILE
           END-IF
           PERFORM 700-SUMMARY-RTN
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-CTR-TOT
           MOVE WS-MAIL-SKIP-CTR TO SUM-SKIP-CTR-OUT
           WRITE SUM-REC FROM SUM-SKIP-TOT-LINE
           CLOSE SUM-FILE
           DISPLAY "RATE-CHANGE NOTICES PRODUCED: " WS-NOTICE-CTR
           DISPLAY "NOT SENT - RETURNED MAIL    : " WS-MAIL-SKIP-CTR
           STOP RUN.

       150-GET-PARMS-RTN.
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-SUM-FILE-PATH
           END-IF
           ACCEPT WS-PROD-FILE-PATH FROM ENVIRONMENT "RTNOT_PROD_PATH"
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "RTNOT_WINDOW_DAYS"
           IF WS-ENV-HOLD NOT = SPACES
               END-IF
           END-PERFORM.

      ******************************************************************
      * PRODUCT MASTER - ONLY THE RATE-TABLE PRODUCT IS NEEDED HERE.
      ******************************************************************
       350-LOAD-PRODUCTS-RTN.
           OPEN INPUT PROD-FILE
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "PRODUCT MASTER NOT AVAILABLE - STATUS "
                   WS-PROD-STATUS " - NOTICES BY BAND ONLY"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 360-LOAD-ONE-PRODUCT-RTN UNTIL WS-EOF
               CLOSE PROD-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

       360-LOAD-ONE-PRODUCT-RTN.
           READ PROD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-PROD-CTR < 20
                       ADD 1 TO WS-PROD-CTR
                       MOVE PRD-CODE TO WS-PR-CODE (WS-PROD-CTR)
                       MOVE PRD-RATE-PRODUCT
                           TO WS-PR-RATE-PROD (WS-PROD-CTR)
                   END-IF
           END-READ.

       400-SWEEP-RTN.
           READ IDX-FILE NEXT RECORD
               AT END
           END-READ.

      ******************************************************************
      * IS THE ACCOUNT'S BALANCE IN ANY WINDOWED ROW'S BAND (OF ITS
      * OWN RATE PRODUCT, WHEN ITS PRODUCT IS KNOWN)? ONE NOTICE PER
      * ACCOUNT, WHICHEVER ROW HIT FIRST.
      ******************************************************************
       450-JUDGE-ACCT-RTN.
           MOVE "N" TO WS-HIT-SW
           MOVE SPACE TO WS-ACCT-RATE-PROD
           IF ACCT-PROD-IN NOT = SPACES
               PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-CTR
                   IF WS-PR-CODE (WS-PROD-IDX) = ACCT-PROD-IN
                       MOVE WS-PR-RATE-PROD (WS-PROD-IDX)
                           TO WS-ACCT-RATE-PROD
                       MOVE WS-PROD-CTR TO WS-PROD-IDX
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-CTR
               IF (WS-ACCT-RATE-PROD = SPACE
                   OR WS-ACCT-RATE-PROD = WS-RW-PRODUCT (WS-ROW-IDX))
                   AND AMT-DUE-IN >= WS-RW-FLOOR (WS-ROW-IDX)
                   AND AMT-DUE-IN < WS-RW-CEIL (WS-ROW-IDX)
                   AND WS-HIT-SW = "N"
                   MOVE "Y" TO WS-HIT-SW
                   PERFORM 480-MAIL-CHECK-RTN
                   IF WS-MAIL-RETURNED
                       PERFORM 490-MAIL-SKIP-RTN
                   ELSE
                       PERFORM 500-NOTICE-RTN
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * NO NOTICE GOES TO A CUSTOMER WHOSE MAIL HAS COME BACK - THE
      * ACCOUNT IS LISTED ON THE SUMMARY INSTEAD.
      ******************************************************************
       480-MAIL-CHECK-RTN.
           MOVE "N" TO WS-MAIL-SKIP-SW
           IF WS-CUST-MASTER-OPEN
               MOVE ACCT-NO-IN TO CUST-ACCT-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-MAIL-RETURNED
                           MOVE "Y" TO WS-MAIL-SKIP-SW
                       END-IF
               END-READ
           END-IF.

       490-MAIL-SKIP-RTN.
           ADD 1 TO WS-MAIL-SKIP-CTR
           MOVE ACCT-NO-IN TO SUM-SKIP-ACCT-OUT
           MOVE CUST-NAME TO SUM-SKIP-NAME-OUT
           WRITE SUM-REC FROM SUM-SKIP-LINE.

       500-NOTICE-RTN.
           ADD 1 TO WS-NOTICE-CTR
           MOVE SPACES TO LTR-LINE
           STRING "RATE CHANGE NOTICE - DATED " WS-BUS-DATE
               DELIMITED BY SIZE INTO LTR-LINE (6:60)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING PAGE
           MOVE 0 TO WS-SPOOL-SPACING
           PERFORM 650-SPOOL-LINE-RTN
           PERFORM 550-MAILING-BLOCK-RTN
           MOVE WS-RW-RATE (WS-ROW-IDX) TO WS-RATE-EDIT
           MOVE SPACES TO LTR-LINE
               " THE RATE APPLIED TO ACCOUNT " ACCT-NO-IN
               DELIMITED BY SIZE INTO LTR-LINE (6:60)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 650-SPOOL-LINE-RTN
           MOVE SPACES TO LTR-LINE
           STRING "CHANGES TO " WS-RATE-EDIT
               " PER ANNUM FOR BALANCES IN ITS BAND."
               DELIMITED BY SIZE INTO LTR-LINE (6:60)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 650-SPOOL-LINE-RTN
           PERFORM 600-BRANCH-TALLY-RTN.

       550-MAILING-BLOCK-RTN.
               END-READ
           END-IF
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 650-SPOOL-LINE-RTN
           MOVE ACCT-NO-IN TO WS-PARTY-ACCT
           PERFORM 560-JOINT-OWNERS-RTN
           IF WS-CUST-MASTER-OPEN
               MOVE SPACES TO LTR-LINE
               MOVE CUST-ADDRESS TO LTR-LINE (6:25)
               WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
               MOVE 1 TO WS-SPOOL-SPACING
               PERFORM 650-SPOOL-LINE-RTN
               MOVE SPACES TO LTR-LINE
               MOVE CUST-CITY-STATE TO LTR-LINE (6:20)
               WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
               MOVE 1 TO WS-SPOOL-SPACING
               PERFORM 650-SPOOL-LINE-RTN
           END-IF.

      ******************************************************************
      * ONE "AND <NAME>" LINE PER JOINT OWNER ON THE ACCOUNT TODAY.
      ******************************************************************
       560-JOINT-OWNERS-RTN.
           CALL 'ACCT-PARTY-RTN' USING WS-PARTY-ACCT WS-PARTY-AS-OF
               WS-PARTY-LIST
           PERFORM 565-ONE-JOINT-RTN
               VARYING WS-PARTY-IDX FROM 1 BY 1
               UNTIL WS-PARTY-IDX > PL-CTR.

       565-ONE-JOINT-RTN.
           IF PL-ROLE (WS-PARTY-IDX) = "J"
               AND PL-ACTIVE (WS-PARTY-IDX) = "Y"
               MOVE SPACES TO LTR-LINE
               STRING "AND " PL-NAME (WS-PARTY-IDX)
                   DELIMITED BY SIZE INTO LTR-LINE (6:24)
               WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
               MOVE 1 TO WS-SPOOL-SPACING
               PERFORM 650-SPOOL-LINE-RTN
           END-IF.

       600-BRANCH-TALLY-RTN.
               ADD 1 TO WS-BR-CTR (WS-BR-IDX)
           END-IF.

      ******************************************************************
      * HAND THE NOTICE LINE JUST PRINTED TO THE NIGHT MAIL SPOOL AS
      * PART OF THE NOTICE MAILED TO THE ACCOUNT'S CUSTOMER.
      ******************************************************************
       650-SPOOL-LINE-RTN.
           CALL 'MAIL-SPOOL-RTN' USING BY CONTENT WS-SPOOL-FUNC
               WS-SPOOL-SOURCE ACCT-NO-IN WS-SPOOL-SPACING LETTER-REC.

       700-SUMMARY-RTN.
           MOVE WS-BR-CODE (WS-BR-IDX) TO SUM-BR-OUT
           MOVE WS-BR-CTR (WS-BR-IDX) TO SUM-CTR-OUT
