      ******************************************************************
      *15-10-2026 GD - SUGGESTED MATCHES FOR SUSPENSE ITEMS. SUSPENSE-
      *REVIEW LEFT THE SUPERVISOR TO WORK OUT THE RIGHT ACCOUNT FOR
      *EVERY SUSPENDED ITEM FROM SCRATCH, THOUGH MOST ARE A MISKEYED
      *ACCOUNT NUMBER OR A PAYMENT THAT CAME IN UNDER THE DEPOSITOR'S
      *NAME. THIS STEP RUNS AFTER THE NIGHT'S POSTING AND RANKS
      *CANDIDATE ACCOUNTS FOR EVERY ITEM ON THE SUSPENSE FILE. AN
      *ACCOUNT IS PUT FORWARD, AND SCORED, WHEN IT IS
      *  THE SUSPENDED NUMBER WITH TWO ADJACENT DIGITS TRANSPOSED  40
      *  THE SUSPENDED NUMBER WITH ONE DIGIT DIFFERENT             25
      *  AN ACCOUNT WHOSE ACCT-NAME IS THE DEPOSITOR NAME THE BANK
      *  FEED CARRIED FOR THE ITEM (ALTERNATE-KEY READ)            50
      *  THE ACCOUNT OF A STANDING ORDER FOR THE SAME AMOUNT/TYPE  25
      *  AN ACCOUNT WITH A POSTING OF THE SAME AMOUNT AND TYPE IN
      *  THE LAST SUSMAT_DAYS (DEFAULT 090) DAYS                   15
      *AND THE ITEM'S TRACE SOURCE WEIGHTS THE EVIDENCE: A KEYED ITEM
      *(TELLER "TLR" OR PENDING MAINTENANCE "PND") ADDS 10 TO THE
      *NUMBER-BASED REASONS, A BANK FEED ITEM ("BNK") 10 TO THE NAME
      *AND A STANDING-ORDER ITEM ("STO") 10 TO THE STANDING ORDER.
      *REASONS ADD UP FOR AN ACCOUNT, CAPPED AT 99. ONLY ACCOUNTS ON
      *THE INDEXED MASTER THAT ARE NOT CLOSED OR CHARGED OFF COUNT.
      *THE BEST THREE GO TO THE SUGGESTION FILE (SUSPMAT), WHICH
      *SUSPENSE-REVIEW SHOWS WITH EACH ITEM; AN ITEM WITH EXACTLY ONE
      *CANDIDATE AT OR ABOVE SUSMAT_HIGH (DEFAULT 060) IS FLAGGED
      *HIGH-CONFIDENCE AND LISTED SEPARATELY ON THE REPORT, AND
      *OFFERED FIRST AT REVIEW FOR QUICK CONFIRMATION. DEPOSITOR
      *NAMES ARE CARRIED FORWARD FROM THE PREVIOUS SUGGESTION FILE
      *BECAUSE THE FEED NAME FILE ONLY HOLDS TONIGHT'S ITEMS.
      *NO ACCOUNT MASTER ENDS THE STEP RC 8 WITH THE PREVIOUS
      *SUGGESTIONS LEFT IN PLACE.
      *FILE PATHS FROM SUSMAT_SUSP_PATH / SUSMAT_IN_PATH (INDEXED
      *MASTER) / SUSMAT_NAME_PATH / SUSMAT_ORDER_PATH /
      *SUSMAT_HIST_PATH / SUSMAT_MATCH_PATH / SUSMAT_RPT_PATH;
      *BUSINESS DATE FROM BUS-DATE-RTN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-MATCH.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
          SELECT SUSPENSE-FILE ASSIGN TO WS-SUSP-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSP-STATUS.
          SELECT IN-FILE ASSIGN TO WS-IN-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACCT-NO-IN
           ALTERNATE RECORD KEY IS ACCT-NAME-IN
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS.
          SELECT NAME-FILE ASSIGN TO WS-NAME-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NAME-STATUS.
          SELECT ORDER-FILE ASSIGN TO WS-ORDER-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-STATUS.
          SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
          SELECT MATCH-FILE ASSIGN TO WS-MATCH-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATCH-STATUS.
          SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SUSPENSE-FILE
           RECORD CONTAINS 36 CHARACTERS.
           01 SUSPENSE-REC.
               02 SUS-ACCT-NO                  PIC X(4).
               02 SUS-AMT-DUE                   PIC 9(4)V99.
               02 SUS-TRANS-TYPE                PIC X.
               02 SUS-EFF-DATE                  PIC 9(8).
               02 SUS-DATE-SUSPENDED            PIC 9(8).
               02 SUS-TRACE                     PIC X(9).
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
       FD NAME-FILE
           RECORD CONTAINS 53 CHARACTERS.
           01 NAME-REC.
           COPY FEEDNAME.
       FD ORDER-FILE
           RECORD CONTAINS 28 CHARACTERS.
           01 ORDER-REC.
               02 SO-ACCT-NO             PIC X(4).
               02 SO-AMT                 PIC 9(4)V99.
               02 SO-TRANS-TYPE          PIC X.
               02 SO-FREQ                PIC X.
               02 SO-NEXT-DUE            PIC 9(8).
               02 SO-END-DATE            PIC 9(8).
       FD HIST-FILE
           RECORD CONTAINS 48 CHARACTERS.
           01 HIST-REC.
               02 HIST-BUS-DATE          PIC 9(8).
               02 FILLER                 PIC X.
           COPY AUDITREC.
       FD MATCH-FILE
           RECORD CONTAINS 160 CHARACTERS.
           01 MATCH-REC.
           COPY SUSPMAT.
       FD REPORT-FILE.
           01 REPORT-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-SUSP-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/SUSPENSE.txt".
           01 WS-IN-FILE-PATH            PIC X(80) VALUE
               "/Users/gaetanodorsi/file1.txt".
           01 WS-NAME-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/BankFeedNames.txt".
           01 WS-ORDER-FILE-PATH         PIC X(80) VALUE
               "/Users/gaetanodorsi/StandingOrders.txt".
           01 WS-HIST-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/AuditHist.txt".
           01 WS-MATCH-FILE-PATH         PIC X(80) VALUE
               "/Users/gaetanodorsi/SuspMatch.txt".
           01 WS-RPT-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/SuspMatchReport.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-SUSP-STATUS             PIC XX.
           01 WS-STATUS                  PIC XX.
           01 WS-NAME-STATUS             PIC XX.
           01 WS-ORDER-STATUS            PIC XX.
           01 WS-HIST-STATUS             PIC XX.
           01 WS-MATCH-STATUS            PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-BROWSE-EOF-SW           PIC X VALUE "N".
           01 WS-FOUND-SW                PIC X.
               88 WS-FOUND                      VALUE "Y".
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-RUN-DAYS                PIC 9(7).
           01 WS-ROW-DAYS                PIC 9(7).
           01 WS-LAST-HIST-DATE          PIC 9(8) VALUE ZERO.
           01 WS-ROW-AGE                 PIC S9(7).
           01 WS-RECENT-DAYS             PIC 9(3) VALUE 90.
           01 WS-HIGH-SCORE              PIC 9(3) VALUE 60.
           01 WS-LOG-PROGRAM  PIC X(20) VALUE "SUSPENSE-MATCH".
           01 WS-LOG-START.
               02 WS-LOG-START-DATE  PIC 9(6).
               02 WS-LOG-START-TIME  PIC 9(6).
           01 WS-LOG-READ     PIC 9(6).
           01 WS-LOG-WRITTEN  PIC 9(6).
           01 WS-LOG-REJECTED PIC 9(6).
           01 WS-LOG-RC       PIC 9(2).
           01 WS-LOG-TIME-HOLD PIC 9(8).
      *    DEPOSITOR NAMES CARRIED ON LAST NIGHT'S SUGGESTIONS, BY
      *    TRACE.
           01 WS-CARRY-TABLE.
               02 WS-CARRY-ENTRY OCCURS 500 TIMES.
                   03 WS-CR-TRACE        PIC X(9).
                   03 WS-CR-NAME         PIC X(40).
           01 WS-CR-CTR                  PIC 9(3) VALUE ZERO.
           01 WS-CR-IDX                  PIC 9(4).
      *    TONIGHT'S BANK FEED NAMES, BY TRACE.
           01 WS-FEED-TABLE.
               02 WS-FEED-ENTRY OCCURS 999 TIMES.
                   03 WS-FD-TRACE        PIC X(9).
                   03 WS-FD-NAME         PIC X(40).
           01 WS-FD-CTR                  PIC 9(3) VALUE ZERO.
           01 WS-FD-IDX                  PIC 9(4).
           01 WS-ORDER-TABLE.
               02 WS-ORDER-ENTRY OCCURS 500 TIMES.
                   03 WS-OR-ACCT         PIC X(4).
                   03 WS-OR-AMT          PIC 9(4)V99.
                   03 WS-OR-TYPE         PIC X.
           01 WS-OR-CTR                  PIC 9(3) VALUE ZERO.
           01 WS-OR-IDX                  PIC 9(4).
      *    POSTINGS INSIDE THE RECENT WINDOW FROM THE FLAT HISTORY.
           01 WS-RECENT-TABLE.
               02 WS-RECENT-ENTRY OCCURS 5000 TIMES.
                   03 WS-RP-ACCT         PIC X(4).
                   03 WS-RP-AMT          PIC 9(4)V99.
                   03 WS-RP-TYPE         PIC X.
           01 WS-RP-CTR                  PIC 9(4) VALUE ZERO.
           01 WS-RP-IDX                  PIC 9(5).
           01 WS-RP-OVER-CTR             PIC 9(5) VALUE ZERO.
      *    CANDIDATES FOR THE ITEM IN HAND.
           01 WS-CAND-TABLE.
               02 WS-CAND-ENTRY OCCURS 50 TIMES.
                   03 WS-CD-ACCT         PIC X(4).
                   03 WS-CD-SCORE        PIC 9(3).
                   03 WS-CD-REASON       PIC X(5).
                   03 WS-CD-NAME         PIC X(20).
                   03 WS-CD-PICKED       PIC X.
           01 WS-CD-CTR                  PIC 9(3) VALUE ZERO.
           01 WS-CD-IDX                  PIC 9(3).
           01 WS-CD-HIT                  PIC 9(3).
      *    ACCOUNTS FOUND UNDER THE DEPOSITOR NAME BEFORE SCORING.
           01 WS-NAME-HIT-TABLE.
               02 WS-NH-ACCT OCCURS 10 TIMES PIC X(4).
           01 WS-NH-CTR                  PIC 9(3) VALUE ZERO.
           01 WS-NH-IDX                  PIC 9(3).
           01 WS-ITEM-NAME               PIC X(40).
           01 WS-NAME-KEY                PIC X(20).
           01 WS-VARIANT                 PIC X(4).
           01 WS-POS                     PIC 9.
           01 WS-DIGIT                   PIC 99.
           01 WS-NUM-BONUS               PIC 9(3).
           01 WS-NAME-BONUS              PIC 9(3).
           01 WS-SO-BONUS                PIC 9(3).
           01 WS-ADD-ACCT                PIC X(4).
           01 WS-ADD-POINTS              PIC 9(3).
           01 WS-ADD-REASON              PIC X.
           01 WS-TALLY                   PIC 9(3).
           01 WS-REASON-LEN              PIC 9(3).
           01 WS-RANK                    PIC 9.
           01 WS-BEST-IDX                PIC 9(3).
           01 WS-BEST-SCORE              PIC 9(3).
           01 WS-HIGH-CTR                PIC 9(3).
           01 WS-ITEM-CTR                PIC 9(5) VALUE ZERO.
           01 WS-SINGLE-CTR              PIC 9(5) VALUE ZERO.
           01 WS-RANKED-CTR              PIC 9(5) VALUE ZERO.
           01 WS-NONE-CTR                PIC 9(5) VALUE ZERO.
           01 WS-LISTED-CTR              PIC 9(5).
           01 RPT-HDR-LINE.
               02 FILLER             PIC X(31) VALUE
                   "SUSPENSE MATCH SUGGESTIONS FOR ".
               02 RPT-HDR-DATE       PIC 9(8).
               02 FILLER             PIC X(41) VALUE SPACES.
           01 RPT-LEGEND1-LINE.
               02 FILLER             PIC X(48) VALUE
                   "WHY: T=TRANSPOSED DIGITS  O=ONE DIGIT DIFFERENT ".
               02 FILLER             PIC X(32) VALUE
                   " N=DEPOSITOR NAME".
           01 RPT-LEGEND2-LINE.
               02 FILLER             PIC X(44) VALUE
                   "     S=STANDING ORDER  P=POSTED IN THE LAST ".
               02 RL-DAYS-OUT        PIC ZZ9.
               02 FILLER             PIC X(33) VALUE
                   " DAYS - SAME AMOUNT AND TYPE".
           01 RPT-HIGH-LINE.
               02 FILLER             PIC X(44) VALUE
                   "SINGLE HIGH-CONFIDENCE MATCHES - CONFIRM AND".
               02 FILLER             PIC X(36) VALUE
                   " RELEASE".
           01 RPT-RANKED-LINE.
               02 FILLER             PIC X(44) VALUE
                   "OTHER SUSPENSE ITEMS - RANKED CANDIDATES".
               02 FILLER             PIC X(36) VALUE SPACES.
           01 RPT-COL-LINE.
               02 FILLER             PIC X(6) VALUE "ACCT".
               02 FILLER             PIC X(11) VALUE "TRACE".
               02 FILLER             PIC X(9) VALUE "   AMOUNT".
               02 FILLER             PIC X(2) VALUE " T".
               02 FILLER             PIC X(5) VALUE SPACES.
               02 FILLER             PIC X(5) VALUE "CAND".
               02 FILLER             PIC X(21) VALUE "NAME".
               02 FILLER             PIC X(4) VALUE "SCR".
               02 FILLER             PIC X(5) VALUE "WHY".
               02 FILLER             PIC X(12) VALUE SPACES.
           01 RPT-DETAIL-LINE.
               02 RD-ACCT-OUT        PIC X(4).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RD-TRACE-OUT       PIC X(9).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RD-AMT-OUT         PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
               02 FILLER             PIC X VALUE SPACE.
               02 RD-TYPE-OUT        PIC X.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 RD-ARROW-OUT       PIC X(3).
               02 RD-CAND-OUT        PIC X(4).
               02 FILLER             PIC X VALUE SPACE.
               02 RD-NAME-OUT        PIC X(20).
               02 FILLER             PIC X VALUE SPACE.
               02 RD-SCORE-OUT       PIC ZZ9 BLANK WHEN ZERO.
               02 FILLER             PIC X VALUE SPACE.
               02 RD-REASON-OUT      PIC X(5).
               02 FILLER             PIC X(12) VALUE SPACES.
           01 RPT-DEPOSITOR-LINE.
               02 FILLER             PIC X(6) VALUE SPACES.
               02 FILLER             PIC X(16) VALUE
                   "DEPOSITOR NAME: ".
               02 RDN-NAME-OUT       PIC X(40).
               02 FILLER             PIC X(18) VALUE SPACES.
           01 RPT-NONE-LINE.
               02 FILLER             PIC X(6) VALUE SPACES.
               02 FILLER             PIC X(74) VALUE "NONE".
           01 RPT-TOTAL-LINE.
               02 FILLER             PIC X(7) VALUE "ITEMS: ".
               02 RT-ITEMS-OUT       PIC ZZZZ9.
               02 FILLER             PIC X(15) VALUE
                   "  SINGLE HIGH: ".
               02 RT-SINGLE-OUT      PIC ZZZZ9.
               02 FILLER             PIC X(10) VALUE "  RANKED: ".
               02 RT-RANKED-OUT      PIC ZZZZ9.
               02 FILLER             PIC X(16) VALUE
                   "  NO CANDIDATE: ".
               02 RT-NONE-OUT        PIC ZZZZ9.
               02 FILLER             PIC X(12) VALUE SPACES.
           01 RPT-OVER-LINE.
               02 FILLER             PIC X(47) VALUE
                   "RECENT POSTINGS OVER TABLE CAPACITY, NOT USED: ".
               02 RO-OVER-OUT        PIC ZZZZ9.
               02 FILLER             PIC X(28) VALUE SPACES.
           01 RPT-NO-SUSP-LINE.
               02 FILLER             PIC X(40) VALUE
                   "NO SUSPENSE FILE - NO ITEMS TO MATCH".
               02 FILLER             PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-GET-FILE-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-BUS-DATE
               BY REFERENCE WS-RUN-DAYS
           OPEN INPUT IN-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE - STATUS "
                   WS-STATUS " - SUGGESTIONS NOT REBUILT"
               MOVE 8 TO RETURN-CODE
               PERFORM 900-RUN-LOG-RTN
               STOP RUN
           END-IF
           PERFORM 200-LOAD-CARRY-RTN
           PERFORM 220-LOAD-FEED-NAMES-RTN
           PERFORM 240-LOAD-ORDERS-RTN
           PERFORM 260-LOAD-RECENT-RTN
           OPEN OUTPUT MATCH-FILE
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 300-MATCH-NEXT-RTN UNTIL WS-EOF
               CLOSE SUSPENSE-FILE
           END-IF
           CLOSE MATCH-FILE
           CLOSE IN-FILE
           PERFORM 700-REPORT-RTN
           DISPLAY "SUSPENSE ITEMS: " WS-ITEM-CTR
               "  SINGLE HIGH: " WS-SINGLE-CTR
               "  RANKED: " WS-RANKED-CTR
               "  NO CANDIDATE: " WS-NONE-CTR
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

       150-GET-FILE-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SUSMAT_SUSP_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-SUSP-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SUSMAT_IN_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-IN-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SUSMAT_NAME_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-NAME-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SUSMAT_ORDER_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-ORDER-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SUSMAT_HIST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-HIST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SUSMAT_MATCH_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-MATCH-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SUSMAT_RPT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SUSMAT_DAYS"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:3) TO WS-RECENT-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SUSMAT_HIGH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:3) TO WS-HIGH-SCORE
           END-IF.

      ******************************************************************
      * DEPOSITOR NAMES FROM THE PREVIOUS RUN'S SUGGESTIONS - AN ITEM
      * STILL IN SUSPENSE KEEPS THE NAME ITS FEED LINE CARRIED.
      ******************************************************************
       200-LOAD-CARRY-RTN.
           OPEN INPUT MATCH-FILE
           IF WS-MATCH-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 205-CARRY-NEXT-RTN UNTIL WS-EOF
               CLOSE MATCH-FILE
           END-IF.

       205-CARRY-NEXT-RTN.
           READ MATCH-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF SM-NAME NOT = SPACES AND SM-TRACE NOT = SPACES
                       AND WS-CR-CTR < 500
                       ADD 1 TO WS-CR-CTR
                       MOVE SM-TRACE TO WS-CR-TRACE (WS-CR-CTR)
                       MOVE SM-NAME TO WS-CR-NAME (WS-CR-CTR)
                   END-IF
           END-READ.

       220-LOAD-FEED-NAMES-RTN.
           OPEN INPUT NAME-FILE
           IF WS-NAME-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 225-FEED-NEXT-RTN UNTIL WS-EOF
               CLOSE NAME-FILE
           END-IF.

       225-FEED-NEXT-RTN.
           READ NAME-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF FN-NAME NOT = SPACES AND WS-FD-CTR < 999
                       ADD 1 TO WS-FD-CTR
                       MOVE FN-TRACE TO WS-FD-TRACE (WS-FD-CTR)
                       MOVE FN-NAME TO WS-FD-NAME (WS-FD-CTR)
                       INSPECT WS-FD-NAME (WS-FD-CTR) CONVERTING
                           "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   END-IF
           END-READ.

       240-LOAD-ORDERS-RTN.
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 245-ORDER-NEXT-RTN UNTIL WS-EOF
               CLOSE ORDER-FILE
           END-IF.

       245-ORDER-NEXT-RTN.
           READ ORDER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-OR-CTR < 500
                       ADD 1 TO WS-OR-CTR
                       MOVE SO-ACCT-NO TO WS-OR-ACCT (WS-OR-CTR)
                       MOVE SO-AMT TO WS-OR-AMT (WS-OR-CTR)
                       MOVE SO-TRANS-TYPE TO WS-OR-TYPE (WS-OR-CTR)
                   END-IF
           END-READ.

      ******************************************************************
      * POSTINGS INSIDE THE RECENT WINDOW. REVERSAL ROWS ARE LEFT OUT;
      * A RECOVERY ("Y") WAS A CREDIT WHEN IT CAME IN.
      ******************************************************************
       260-LOAD-RECENT-RTN.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 265-RECENT-NEXT-RTN UNTIL WS-EOF
               CLOSE HIST-FILE
           END-IF.

       265-RECENT-NEXT-RTN.
           READ HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF AUD-TRANS-TYPE NOT = "V"
                       AND HIST-BUS-DATE NUMERIC
                       AND HIST-BUS-DATE > ZERO
                       PERFORM 270-RECENT-KEEP-RTN
                   END-IF
           END-READ.

       270-RECENT-KEEP-RTN.
           IF HIST-BUS-DATE NOT = WS-LAST-HIST-DATE
               CALL 'DATE-DAYS-RTN' USING BY CONTENT HIST-BUS-DATE
                   BY REFERENCE WS-ROW-DAYS
               MOVE HIST-BUS-DATE TO WS-LAST-HIST-DATE
           END-IF
           COMPUTE WS-ROW-AGE = WS-RUN-DAYS - WS-ROW-DAYS
           IF WS-ROW-AGE <= WS-RECENT-DAYS
               IF WS-RP-CTR < 5000
                   ADD 1 TO WS-RP-CTR
                   MOVE AUD-ACCT-NO TO WS-RP-ACCT (WS-RP-CTR)
                   MOVE AUD-TRANS-AMT TO WS-RP-AMT (WS-RP-CTR)
                   MOVE AUD-TRANS-TYPE TO WS-RP-TYPE (WS-RP-CTR)
                   IF AUD-TRANS-TYPE = "Y"
                       MOVE "C" TO WS-RP-TYPE (WS-RP-CTR)
                   END-IF
               ELSE
                   ADD 1 TO WS-RP-OVER-CTR
               END-IF
           END-IF.

       300-MATCH-NEXT-RTN.
           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ITEM-CTR
                   PERFORM 400-MATCH-ITEM-RTN
           END-READ.

      ******************************************************************
      * GATHER AND SCORE THE CANDIDATES FOR ONE SUSPENSE ITEM, THEN
      * WRITE ITS SUGGESTION ROW.
      ******************************************************************
       400-MATCH-ITEM-RTN.
           MOVE ZERO TO WS-CD-CTR
           MOVE SPACES TO WS-ITEM-NAME
           IF SUS-TRACE NOT = SPACES
               PERFORM 410-FIND-NAME-RTN
           END-IF
           MOVE ZERO TO WS-NUM-BONUS
           MOVE ZERO TO WS-NAME-BONUS
           MOVE ZERO TO WS-SO-BONUS
           EVALUATE SUS-TRACE (1:3)
               WHEN "TLR"
               WHEN "PND"
                   MOVE 10 TO WS-NUM-BONUS
               WHEN "BNK"
                   MOVE 10 TO WS-NAME-BONUS
               WHEN "STO"
                   MOVE 10 TO WS-SO-BONUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF SUS-ACCT-NO NUMERIC
               PERFORM 420-TRANSPOSE-RTN
                   VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 3
               PERFORM 440-ONE-OFF-RTN
                   VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 4
                   AFTER WS-DIGIT FROM 0 BY 1 UNTIL WS-DIGIT > 9
           END-IF
           IF WS-ITEM-NAME NOT = SPACES
               PERFORM 460-NAME-RTN
           END-IF
           PERFORM 480-ORDER-CHECK-RTN
               VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX > WS-OR-CTR
           PERFORM 500-RECENT-CHECK-RTN
               VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > WS-RP-CTR
           PERFORM 550-RANK-RTN
           WRITE MATCH-REC.

      ******************************************************************
      * TONIGHT'S FEED NAME FIRST, ELSE THE NAME CARRIED FORWARD.
      ******************************************************************
       410-FIND-NAME-RTN.
           PERFORM 412-FEED-SCAN-RTN
               VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-CTR
               OR WS-ITEM-NAME NOT = SPACES
           IF WS-ITEM-NAME = SPACES
               PERFORM 414-CARRY-SCAN-RTN
                   VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-CTR
                   OR WS-ITEM-NAME NOT = SPACES
           END-IF.

       412-FEED-SCAN-RTN.
           IF WS-FD-TRACE (WS-FD-IDX) = SUS-TRACE
               MOVE WS-FD-NAME (WS-FD-IDX) TO WS-ITEM-NAME
           END-IF.

       414-CARRY-SCAN-RTN.
           IF WS-CR-TRACE (WS-CR-IDX) = SUS-TRACE
               MOVE WS-CR-NAME (WS-CR-IDX) TO WS-ITEM-NAME
           END-IF.

       420-TRANSPOSE-RTN.
           IF SUS-ACCT-NO (WS-POS:1) NOT = SUS-ACCT-NO (WS-POS + 1:1)
               MOVE SUS-ACCT-NO TO WS-VARIANT
               MOVE SUS-ACCT-NO (WS-POS + 1:1) TO WS-VARIANT (WS-POS:1)
               MOVE SUS-ACCT-NO (WS-POS:1) TO WS-VARIANT (WS-POS + 1:1)
               MOVE WS-VARIANT TO WS-ADD-ACCT
               COMPUTE WS-ADD-POINTS = 40 + WS-NUM-BONUS
               MOVE "T" TO WS-ADD-REASON
               PERFORM 600-ADD-CANDIDATE-RTN
           END-IF.

       440-ONE-OFF-RTN.
           IF SUS-ACCT-NO (WS-POS:1) NOT = WS-DIGIT (2:1)
               MOVE SUS-ACCT-NO TO WS-VARIANT
               MOVE WS-DIGIT (2:1) TO WS-VARIANT (WS-POS:1)
               MOVE WS-VARIANT TO WS-ADD-ACCT
               COMPUTE WS-ADD-POINTS = 25 + WS-NUM-BONUS
               MOVE "O" TO WS-ADD-REASON
               PERFORM 600-ADD-CANDIDATE-RTN
           END-IF.

      ******************************************************************
      * ACCOUNTS FILED UNDER THE DEPOSITOR NAME, BY THE ACCT-NAME
      * ALTERNATE KEY. THE HITS ARE COLLECTED FIRST AND SCORED AFTER
      * THE BROWSE, SINCE SCORING READS THE MASTER BY ACCOUNT.
      ******************************************************************
       460-NAME-RTN.
           MOVE WS-ITEM-NAME TO WS-NAME-KEY
           MOVE WS-NAME-KEY TO ACCT-NAME-IN
           MOVE ZERO TO WS-NH-CTR
           MOVE "N" TO WS-BROWSE-EOF-SW
           START IN-FILE KEY = ACCT-NAME-IN
               INVALID KEY
                   MOVE "Y" TO WS-BROWSE-EOF-SW
           END-START
           PERFORM 465-NAME-NEXT-RTN UNTIL WS-BROWSE-EOF-SW = "Y"
           COMPUTE WS-ADD-POINTS = 50 + WS-NAME-BONUS
           MOVE "N" TO WS-ADD-REASON
           PERFORM 470-NAME-ADD-RTN
               VARYING WS-NH-IDX FROM 1 BY 1
               UNTIL WS-NH-IDX > WS-NH-CTR.

       465-NAME-NEXT-RTN.
           READ IN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BROWSE-EOF-SW
               NOT AT END
                   IF ACCT-NAME-IN = WS-NAME-KEY AND WS-NH-CTR < 10
                       ADD 1 TO WS-NH-CTR
                       MOVE ACCT-NO-IN TO WS-NH-ACCT (WS-NH-CTR)
                   ELSE
                       MOVE "Y" TO WS-BROWSE-EOF-SW
                   END-IF
           END-READ.

       470-NAME-ADD-RTN.
           MOVE WS-NH-ACCT (WS-NH-IDX) TO WS-ADD-ACCT
           PERFORM 600-ADD-CANDIDATE-RTN.

       480-ORDER-CHECK-RTN.
           IF WS-OR-AMT (WS-OR-IDX) = SUS-AMT-DUE
               AND WS-OR-TYPE (WS-OR-IDX) = SUS-TRANS-TYPE
               MOVE WS-OR-ACCT (WS-OR-IDX) TO WS-ADD-ACCT
               COMPUTE WS-ADD-POINTS = 25 + WS-SO-BONUS
               MOVE "S" TO WS-ADD-REASON
               PERFORM 600-ADD-CANDIDATE-RTN
           END-IF.

       500-RECENT-CHECK-RTN.
           IF WS-RP-AMT (WS-RP-IDX) = SUS-AMT-DUE
               AND WS-RP-TYPE (WS-RP-IDX) = SUS-TRANS-TYPE
               MOVE WS-RP-ACCT (WS-RP-IDX) TO WS-ADD-ACCT
               MOVE 15 TO WS-ADD-POINTS
               MOVE "P" TO WS-ADD-REASON
               PERFORM 600-ADD-CANDIDATE-RTN
           END-IF.

      ******************************************************************
      * BEST THREE CANDIDATES, HIGHEST SCORE FIRST (ON A TIE THE ONE
      * FOUND FIRST), AND THE CONFIDENCE FLAG.
      ******************************************************************
       550-RANK-RTN.
           MOVE SPACES TO MATCH-REC
           MOVE SUS-ACCT-NO TO SM-ACCT-NO
           MOVE SUS-TRACE TO SM-TRACE
           MOVE SUS-AMT-DUE TO SM-AMT-DUE
           MOVE SUS-TRANS-TYPE TO SM-TRANS-TYPE
           MOVE WS-ITEM-NAME TO SM-NAME
           MOVE ZERO TO SM-CAND-CTR
           MOVE ZERO TO WS-HIGH-CTR
           PERFORM 555-HIGH-COUNT-RTN
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-CTR
           PERFORM 560-PICK-RTN
               VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > 3
           EVALUATE TRUE
               WHEN WS-HIGH-CTR = 1
                   MOVE "H" TO SM-CONF
                   ADD 1 TO WS-SINGLE-CTR
               WHEN SM-CAND-CTR > ZERO
                   MOVE "R" TO SM-CONF
                   ADD 1 TO WS-RANKED-CTR
               WHEN OTHER
                   MOVE "N" TO SM-CONF
                   ADD 1 TO WS-NONE-CTR
           END-EVALUATE.

       555-HIGH-COUNT-RTN.
           IF WS-CD-SCORE (WS-CD-IDX) >= WS-HIGH-SCORE
               ADD 1 TO WS-HIGH-CTR
           END-IF.

       560-PICK-RTN.
           MOVE ZERO TO WS-BEST-IDX
           MOVE ZERO TO WS-BEST-SCORE
           PERFORM 565-BEST-RTN
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-CTR
           IF WS-BEST-IDX > ZERO
               MOVE "Y" TO WS-CD-PICKED (WS-BEST-IDX)
               ADD 1 TO SM-CAND-CTR
               MOVE WS-CD-ACCT (WS-BEST-IDX) TO SM-C-ACCT (WS-RANK)
               MOVE WS-CD-SCORE (WS-BEST-IDX) TO SM-C-SCORE (WS-RANK)
               MOVE WS-CD-REASON (WS-BEST-IDX)
                   TO SM-C-REASON (WS-RANK)
               MOVE WS-CD-NAME (WS-BEST-IDX) TO SM-C-NAME (WS-RANK)
           ELSE
               MOVE SPACES TO SM-C-ACCT (WS-RANK)
               MOVE ZERO TO SM-C-SCORE (WS-RANK)
               MOVE SPACES TO SM-C-REASON (WS-RANK)
               MOVE SPACES TO SM-C-NAME (WS-RANK)
           END-IF.

       565-BEST-RTN.
           IF WS-CD-PICKED (WS-CD-IDX) = "N"
               AND WS-CD-SCORE (WS-CD-IDX) > WS-BEST-SCORE
               MOVE WS-CD-IDX TO WS-BEST-IDX
               MOVE WS-CD-SCORE (WS-CD-IDX) TO WS-BEST-SCORE
           END-IF.

      ******************************************************************
      * ADD WS-ADD-POINTS FOR REASON WS-ADD-REASON TO ACCOUNT
      * WS-ADD-ACCT. A REASON COUNTS ONCE PER ACCOUNT. A NEW ACCOUNT
      * MUST BE ON THE MASTER AND NEITHER CLOSED NOR CHARGED OFF; THE
      * SUSPENDED NUMBER ITSELF IS NEVER A CANDIDATE.
      ******************************************************************
       600-ADD-CANDIDATE-RTN.
           MOVE "N" TO WS-FOUND-SW
           IF WS-ADD-ACCT NOT = SUS-ACCT-NO AND WS-ADD-ACCT NUMERIC
               PERFORM 610-FIND-CAND-RTN
                   VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-CTR OR WS-FOUND
               IF WS-FOUND
                   PERFORM 620-ADD-REASON-RTN
               ELSE
                   IF WS-CD-CTR < 50
                       PERFORM 630-NEW-CAND-RTN
                   END-IF
               END-IF
           END-IF.

       610-FIND-CAND-RTN.
           IF WS-CD-ACCT (WS-CD-IDX) = WS-ADD-ACCT
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-CD-IDX TO WS-CD-HIT
           END-IF.

       620-ADD-REASON-RTN.
           MOVE ZERO TO WS-TALLY
           INSPECT WS-CD-REASON (WS-CD-HIT) TALLYING WS-TALLY
               FOR ALL WS-ADD-REASON
           IF WS-TALLY = ZERO
               MOVE ZERO TO WS-REASON-LEN
               INSPECT WS-CD-REASON (WS-CD-HIT) TALLYING WS-REASON-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-REASON-LEN < 5
                   MOVE WS-ADD-REASON TO
                       WS-CD-REASON (WS-CD-HIT) (WS-REASON-LEN + 1:1)
               END-IF
               ADD WS-ADD-POINTS TO WS-CD-SCORE (WS-CD-HIT)
               IF WS-CD-SCORE (WS-CD-HIT) > 99
                   MOVE 99 TO WS-CD-SCORE (WS-CD-HIT)
               END-IF
           END-IF.

       630-NEW-CAND-RTN.
           MOVE WS-ADD-ACCT TO ACCT-NO-IN
           READ IN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-STAT-IN NOT = "C" AND ACCT-STAT-IN NOT = "W"
                       ADD 1 TO WS-CD-CTR
                       MOVE WS-ADD-ACCT TO WS-CD-ACCT (WS-CD-CTR)
                       MOVE WS-ADD-POINTS TO WS-CD-SCORE (WS-CD-CTR)
                       IF WS-CD-SCORE (WS-CD-CTR) > 99
                           MOVE 99 TO WS-CD-SCORE (WS-CD-CTR)
                       END-IF
                       MOVE SPACES TO WS-CD-REASON (WS-CD-CTR)
                       MOVE WS-ADD-REASON TO
                           WS-CD-REASON (WS-CD-CTR) (1:1)
                       MOVE ACCT-NAME-IN TO WS-CD-NAME (WS-CD-CTR)
                       MOVE "N" TO WS-CD-PICKED (WS-CD-CTR)
                   END-IF
           END-READ.

      ******************************************************************
      * THE REPORT - SINGLE HIGH-CONFIDENCE MATCHES FIRST, ON THEIR
      * OWN, THEN EVERY OTHER ITEM WITH ITS RANKED CANDIDATES.
      ******************************************************************
       700-REPORT-RTN.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-BUS-DATE TO RPT-HDR-DATE
           WRITE REPORT-REC FROM RPT-HDR-LINE
           IF WS-SUSP-STATUS NOT = "00"
               WRITE REPORT-REC FROM RPT-NO-SUSP-LINE
           END-IF
           WRITE REPORT-REC FROM RPT-LEGEND1-LINE
           MOVE WS-RECENT-DAYS TO RL-DAYS-OUT
           WRITE REPORT-REC FROM RPT-LEGEND2-LINE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           WRITE REPORT-REC FROM RPT-HIGH-LINE
           WRITE REPORT-REC FROM RPT-COL-LINE
           MOVE ZERO TO WS-LISTED-CTR
           OPEN INPUT MATCH-FILE
           MOVE "N" TO WS-EOF-SW
           PERFORM 720-HIGH-NEXT-RTN UNTIL WS-EOF
           CLOSE MATCH-FILE
           IF WS-LISTED-CTR = ZERO
               WRITE REPORT-REC FROM RPT-NONE-LINE
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           WRITE REPORT-REC FROM RPT-RANKED-LINE
           WRITE REPORT-REC FROM RPT-COL-LINE
           MOVE ZERO TO WS-LISTED-CTR
           OPEN INPUT MATCH-FILE
           MOVE "N" TO WS-EOF-SW
           PERFORM 740-OTHER-NEXT-RTN UNTIL WS-EOF
           CLOSE MATCH-FILE
           IF WS-LISTED-CTR = ZERO
               WRITE REPORT-REC FROM RPT-NONE-LINE
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-ITEM-CTR TO RT-ITEMS-OUT
           MOVE WS-SINGLE-CTR TO RT-SINGLE-OUT
           MOVE WS-RANKED-CTR TO RT-RANKED-OUT
           MOVE WS-NONE-CTR TO RT-NONE-OUT
           WRITE REPORT-REC FROM RPT-TOTAL-LINE
           IF WS-RP-OVER-CTR > ZERO
               MOVE WS-RP-OVER-CTR TO RO-OVER-OUT
               WRITE REPORT-REC FROM RPT-OVER-LINE
           END-IF
           CLOSE REPORT-FILE.

       720-HIGH-NEXT-RTN.
           READ MATCH-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF SM-HIGH
                       PERFORM 760-PRINT-ITEM-RTN
                   END-IF
           END-READ.

       740-OTHER-NEXT-RTN.
           READ MATCH-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF NOT SM-HIGH
                       PERFORM 760-PRINT-ITEM-RTN
                   END-IF
           END-READ.

       760-PRINT-ITEM-RTN.
           ADD 1 TO WS-LISTED-CTR
           MOVE SM-ACCT-NO TO RD-ACCT-OUT
           MOVE SM-TRACE TO RD-TRACE-OUT
           MOVE SM-AMT-DUE TO RD-AMT-OUT
           MOVE SM-TRANS-TYPE TO RD-TYPE-OUT
           IF SM-CAND-CTR = ZERO
               MOVE SPACES TO RD-ARROW-OUT
               MOVE SPACES TO RD-CAND-OUT
               MOVE "NO CANDIDATE FOUND" TO RD-NAME-OUT
               MOVE ZERO TO RD-SCORE-OUT
               MOVE SPACES TO RD-REASON-OUT
               WRITE REPORT-REC FROM RPT-DETAIL-LINE
           ELSE
               PERFORM 770-CAND-LINE-RTN
                   VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > SM-CAND-CTR
           END-IF
           IF SM-NAME NOT = SPACES
               MOVE SM-NAME TO RDN-NAME-OUT
               WRITE REPORT-REC FROM RPT-DEPOSITOR-LINE
           END-IF.

       770-CAND-LINE-RTN.
           IF WS-RANK > 1
               MOVE SPACES TO RD-ACCT-OUT
               MOVE SPACES TO RD-TRACE-OUT
               MOVE ZERO TO RD-AMT-OUT
               MOVE SPACES TO RD-TYPE-OUT
           END-IF
           MOVE "-> " TO RD-ARROW-OUT
           MOVE SM-C-ACCT (WS-RANK) TO RD-CAND-OUT
           MOVE SM-C-NAME (WS-RANK) TO RD-NAME-OUT
           MOVE SM-C-SCORE (WS-RANK) TO RD-SCORE-OUT
           MOVE SM-C-REASON (WS-RANK) TO RD-REASON-OUT
           WRITE REPORT-REC FROM RPT-DETAIL-LINE.

       900-RUN-LOG-RTN.
           MOVE WS-ITEM-CTR TO WS-LOG-READ
           MOVE WS-ITEM-CTR TO WS-LOG-WRITTEN
           MOVE ZERO TO WS-LOG-REJECTED
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
