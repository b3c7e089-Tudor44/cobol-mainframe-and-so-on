      ******************************************************************
      *15-10-2026 GD - SUGGESTED MATCHES - THE SUGGESTION FILE WRITTEN
      *BY SUSPENSE-MATCH (SUSPREV_MATCH_PATH) IS LOADED AT START AND
      *EACH ITEM IS SHOWN WITH ITS DEPOSITOR NAME AND UP TO THREE
      *RANKED CANDIDATE ACCOUNTS; KEYING 1, 2 OR 3 APPROVES THE ITEM TO
      *THAT CANDIDATE. ITEMS WITH A SINGLE HIGH-CONFIDENCE MATCH ARE
      *OFFERED FIRST IN A QUICK-CONFIRMATION PASS (Y RELEASES TO THE
      *SUGGESTED ACCOUNT, ANYTHING ELSE LEAVES THE ITEM FOR THE FULL
      *REVIEW). NO SUGGESTION FILE - THE REVIEW RUNS AS BEFORE.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - SUSPENSE ITEMS ARE
      *36 BYTES, RELEASED ITEMS 34, PARKED ITEMS 47; THE REGISTER KEEPS
      *ITS 50 BYTES. A CORRECTED ACCOUNT IS KEYED AS FOUR DIGITS.
      *22-08-2026 GD - SUSPENSE REVIEW-AND-RELEASE. SEQ-UPDATE WRITES
      *UNMATCHED TRANSACTIONS TO THE SUSPENSE FILE AND THAT IS WHERE
      *THEY USED TO DIE - A MISTYPED ACCOUNT NUMBER MEANT THE PAYMENT
          SELECT PARK-FILE ASSIGN TO WS-PARK-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARK-STATUS.
          SELECT MATCH-FILE ASSIGN TO WS-MATCH-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATCH-STATUS.
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
       FD RELEASE-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 RELEASE-REC.
           COPY TRANSREC.
       FD REG-FILE
               02 FILLER                 PIC X VALUE SPACE.
               02 RG-ACTION              PIC X(8).
               02 FILLER                 PIC X VALUE SPACE.
               02 RG-ACCT-NO             PIC X(4).
               02 FILLER                 PIC X VALUE SPACE.
               02 RG-AMOUNT              PIC 9(4)V99.
               02 FILLER                 PIC X VALUE SPACE.
               02 RG-TRACE               PIC X(9).
               02 FILLER                 PIC X VALUE SPACE.
               02 RG-OPER2               PIC X(5).
               02 FILLER                 PIC X VALUE SPACE.
       FD PARK-FILE
           RECORD CONTAINS 47 CHARACTERS.
           01 PARK-REC.
               02 PK-DATE                PIC 9(6).
               02 FILLER                 PIC X VALUE SPACE.
               02 PK-INITIATOR           PIC X(5).
               02 FILLER                 PIC X VALUE SPACE.
               02 PK-IMAGE               PIC X(34).
       FD MATCH-FILE
           RECORD CONTAINS 160 CHARACTERS.
           01 MATCH-REC                  PIC X(160).
       WORKING-STORAGE SECTION.
           01 WS-SUSP-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/SUSPENSE.txt".
           01 WS-AGE-DAYS                PIC S9(7).
           01 WS-ESC-DAYS                PIC 9(3) VALUE 3.
           01 WS-ACTION                  PIC X.
           01 WS-NEW-ACCT                PIC X(4).
           01 WS-READ-CTR                PIC 9(5) VALUE ZERO.
           01 WS-RELEASED-CTR            PIC 9(5) VALUE ZERO.
           01 WS-REJECTED-CTR            PIC 9(5) VALUE ZERO.
           01 WS-ESCALATED-CTR           PIC 9(5) VALUE ZERO.
           01 SUB1                       PIC 9(3).
           01 WS-KEEP-TABLE.
               02 WS-KEEP-REC OCCURS 200 TIMES PIC X(36).
           01 WS-REG-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/SuspRevReg.txt".
           01 WS-REG-STATUS              PIC XX.
           01 WS-PARK-EOF-SW             PIC X VALUE "N".
           01 WS-PARK-ANSWER             PIC X.
           01 WS-PARK-KEEP-TABLE.
               02 WS-PARK-KEEP OCCURS 100 TIMES PIC X(47).
           01 WS-PARK-IMAGE-HOLD.
           COPY TRANSREC REPLACING ==T-ACCT-NO== BY ==PI-ACCT-NO==
                                   ==T-AMT-DUE== BY ==PI-AMT-DUE==
                               ==T-TRACE== BY ==PI-TRACE==
                           ==T-TRACE-SRC== BY ==PI-TRACE-SRC==
                           ==T-TRACE-SER== BY ==PI-TRACE-SER==.
           01 WS-MATCH-FILE-PATH         PIC X(80) VALUE
               "/Users/gaetanodorsi/SuspMatch.txt".
           01 WS-MATCH-STATUS            PIC XX.
           01 WS-MATCH-EOF-SW            PIC X VALUE "N".
      *    SUSPENSE-MATCH SUGGESTIONS, ONE ROW PER SUSPENSE ITEM;
      *    WS-MT-DONE MARKS AN ITEM RELEASED IN THE QUICK PASS.
           01 WS-MATCH-TABLE.
               02 WS-MATCH-ENTRY OCCURS 500 TIMES.
                   03 WS-MT-REC          PIC X(160).
                   03 WS-MT-DONE         PIC X.
           01 WS-MT-CTR                  PIC 9(3) VALUE ZERO.
           01 WS-MT-IDX                  PIC 9(4).
           01 WS-MT-HIT                  PIC 9(3).
           01 WS-MT-HIGH-CTR             PIC 9(3) VALUE ZERO.
           01 WS-MT-KEY.
               02 WS-MK-ACCT             PIC X(4).
               02 WS-MK-TRACE            PIC X(9).
               02 WS-MK-AMT              PIC 9(4)V99.
           01 WS-SKIP-SW                 PIC X.
           01 WS-CAND-NO                 PIC 9.
           01 WS-QUICK-CTR               PIC 9(5) VALUE ZERO.
           01 WS-MATCH-HOLD.
           COPY SUSPMAT.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:5) TO WS-DUAL-AMT
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SUSPREV_MATCH_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-MATCH-FILE-PATH
           END-IF
           MOVE "SUS" TO WS-AUTH-FUNCTION
           CALL 'OPER-AUTH-RTN' USING WS-OPERATOR-ID
               WS-AUTH-FUNCTION WS-AUTH-FLAG
               OPEN OUTPUT RELEASE-FILE
           END-IF
           PERFORM 700-SECOND-PASS-RTN
           PERFORM 150-LOAD-MATCHES-RTN
           IF WS-MT-HIGH-CTR > ZERO
               PERFORM 800-QUICK-PASS-RTN
           END-IF
           PERFORM UNTIL WS-EOF
               READ SUSPENSE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       PERFORM 255-FIND-MATCH-RTN
                       IF WS-SKIP-SW NOT = "Y"
                           ADD 1 TO WS-READ-CTR
                           PERFORM 200-REVIEW-ITEM-RTN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           PERFORM 600-REWRITE-SUSPENSE-RTN
           DISPLAY "PARKED FOR 2ND APPROVAL: " WS-PARKED-CTR
               "  CONFIRMED: " WS-CONFIRMED-CTR
           DISPLAY "QUICK-CONFIRMED: " WS-QUICK-CTR
           DISPLAY "ITEMS REVIEWED : " WS-READ-CTR
           DISPLAY "RELEASED       : " WS-RELEASED-CTR
           DISPLAY "REJECTED       : " WS-REJECTED-CTR
                   WS-ESC-DAYS " DAYS ***"
               ADD 1 TO WS-ESCALATED-CTR
           END-IF
           IF WS-MT-HIT > ZERO
               PERFORM 250-SHOW-MATCHES-RTN
           END-IF
           DISPLAY "ACTION - A=APPROVE C=CORRECT ACCT R=REJECT K=KEEP"
           IF WS-MT-HIT > ZERO AND SM-CAND-CTR > ZERO
               DISPLAY "         1-" SM-CAND-CTR
                   "=APPROVE TO THAT SUGGESTED ACCOUNT"
           END-IF
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM 300-RELEASE-RTN
               WHEN "1"
               WHEN "2"
               WHEN "3"
                   PERFORM 260-TAKE-CANDIDATE-RTN
               WHEN "C"
                   DISPLAY "ENTER THE CORRECTED ACCOUNT NUMBER"
                       " (4 DIGITS)"
                   ACCEPT WS-NEW-ACCT
                   MOVE WS-NEW-ACCT TO SUS-ACCT-NO
                   PERFORM 300-RELEASE-RTN
                   PERFORM 400-KEEP-RTN
           END-EVALUATE.

      ******************************************************************
      * SUSPENSE-MATCH SUGGESTIONS, LOADED ONCE. NO FILE MEANS NO
      * SUGGESTIONS AND THE REVIEW RUNS AS IT ALWAYS DID.
      ******************************************************************
       150-LOAD-MATCHES-RTN.
           OPEN INPUT MATCH-FILE
           IF WS-MATCH-STATUS = "00"
               MOVE "N" TO WS-MATCH-EOF-SW
               PERFORM 155-LOAD-MATCH-NEXT-RTN
                   UNTIL WS-MATCH-EOF-SW = "Y"
               CLOSE MATCH-FILE
           END-IF.

       155-LOAD-MATCH-NEXT-RTN.
           READ MATCH-FILE
               AT END
                   MOVE "Y" TO WS-MATCH-EOF-SW
               NOT AT END
                   IF WS-MT-CTR < 500
                       ADD 1 TO WS-MT-CTR
                       MOVE MATCH-REC TO WS-MT-REC (WS-MT-CTR)
                       MOVE "N" TO WS-MT-DONE (WS-MT-CTR)
                       MOVE MATCH-REC TO WS-MATCH-HOLD
                       IF SM-HIGH
                           ADD 1 TO WS-MT-HIGH-CTR
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * THE SUGGESTED ACCOUNTS FOR THE ITEM ON SCREEN, BEST FIRST.
      ******************************************************************
       250-SHOW-MATCHES-RTN.
           IF SM-NAME NOT = SPACES
               DISPLAY "  DEPOSITOR NAME " SM-NAME
           END-IF
           IF SM-CAND-CTR = ZERO
               DISPLAY "  NO SUGGESTED ACCOUNT"
           ELSE
               DISPLAY "  SUGGESTED ACCOUNTS - WHY: T=TRANSPOSED"
                   " O=ONE DIGIT N=NAME S=STANDING ORDER"
                   " P=RECENT POSTING"
               PERFORM 252-SHOW-CANDIDATE-RTN
                   VARYING WS-CAND-NO FROM 1 BY 1
                   UNTIL WS-CAND-NO > SM-CAND-CTR
               IF SM-HIGH
                   DISPLAY "  *** SINGLE HIGH-CONFIDENCE MATCH ***"
               END-IF
           END-IF.

       252-SHOW-CANDIDATE-RTN.
           DISPLAY "  " WS-CAND-NO ") " SM-C-ACCT (WS-CAND-NO)
               " " SM-C-NAME (WS-CAND-NO)
               "  SCORE " SM-C-SCORE (WS-CAND-NO)
               "  WHY " SM-C-REASON (WS-CAND-NO).

      ******************************************************************
      * FIND THE ITEM'S SUGGESTION ROW BY ACCOUNT, TRACE AND AMOUNT.
      * WS-MT-HIT IS ZERO WHEN THERE IS NONE; WS-SKIP-SW IS "Y" WHEN
      * THE ITEM WAS ALREADY RELEASED IN THE QUICK PASS.
      ******************************************************************
       255-FIND-MATCH-RTN.
           MOVE ZERO TO WS-MT-HIT
           MOVE "N" TO WS-SKIP-SW
           MOVE SUS-ACCT-NO TO WS-MK-ACCT
           MOVE SUS-TRACE TO WS-MK-TRACE
           MOVE SUS-AMT-DUE TO WS-MK-AMT
           PERFORM 257-MATCH-SCAN-RTN
               VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MT-CTR OR WS-MT-HIT > ZERO
           IF WS-MT-HIT > ZERO
               MOVE WS-MT-REC (WS-MT-HIT) TO WS-MATCH-HOLD
               IF WS-MT-DONE (WS-MT-HIT) = "Y"
                   MOVE "Y" TO WS-SKIP-SW
               END-IF
           END-IF.

       257-MATCH-SCAN-RTN.
           IF WS-MT-REC (WS-MT-IDX) (1:19) = WS-MT-KEY
               MOVE WS-MT-IDX TO WS-MT-HIT
           END-IF.

       260-TAKE-CANDIDATE-RTN.
           MOVE WS-ACTION TO WS-CAND-NO
           IF WS-MT-HIT > ZERO AND WS-CAND-NO <= SM-CAND-CTR
               DISPLAY "APPROVED TO SUGGESTED ACCOUNT "
                   SM-C-ACCT (WS-CAND-NO)
               MOVE SM-C-ACCT (WS-CAND-NO) TO SUS-ACCT-NO
               PERFORM 300-RELEASE-RTN
           ELSE
               DISPLAY "NO SUCH SUGGESTED ACCOUNT"
               PERFORM 400-KEEP-RTN
           END-IF.

      ******************************************************************
      * APPROVED - REBUILD THE FULL TRANSACTION, EFFECTIVE THE CURRENT
      * BUSINESS DATE, ON THE PENDING FILE. PEND-RELEASE FEEDS IT INTO
           MOVE WS-PARK-KEEP (SUB1) TO PARK-REC
           WRITE PARK-REC.

      ******************************************************************
      * QUICK-CONFIRMATION PASS - EVERY ITEM WITH A SINGLE HIGH-
      * CONFIDENCE MATCH, BEFORE THE FULL REVIEW. A CONFIRMED ITEM IS
      * RELEASED TO THE SUGGESTED ACCOUNT AND SKIPPED BY THE REVIEW;
      * THE SUSPENSE FILE IS THEN REOPENED FOR THE REVIEW PROPER.
      ******************************************************************
       800-QUICK-PASS-RTN.
           DISPLAY " "
           DISPLAY "SINGLE HIGH-CONFIDENCE MATCHES - QUICK CONFIRMATION"
               " (" WS-MT-HIGH-CTR " ITEMS)"
           MOVE "N" TO WS-EOF-SW
           PERFORM 820-QUICK-NEXT-RTN UNTIL WS-EOF
           CLOSE SUSPENSE-FILE
           OPEN INPUT SUSPENSE-FILE
           MOVE "N" TO WS-EOF-SW.

       820-QUICK-NEXT-RTN.
           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   PERFORM 255-FIND-MATCH-RTN
                   IF WS-MT-HIT > ZERO AND SM-HIGH
                       PERFORM 830-QUICK-CONFIRM-RTN
                   END-IF
           END-READ.

       830-QUICK-CONFIRM-RTN.
           DISPLAY " "
           DISPLAY "SUSPENSE ITEM - ACCOUNT " SUS-ACCT-NO
               "  AMOUNT " SUS-AMT-DUE "  TYPE " SUS-TRANS-TYPE
               "  TRACE " SUS-TRACE
           IF SM-NAME NOT = SPACES
               DISPLAY "  DEPOSITOR NAME " SM-NAME
           END-IF
           DISPLAY "  SUGGESTED ACCOUNT " SM-C-ACCT (1)
               " " SM-C-NAME (1) "  SCORE " SM-C-SCORE (1)
               "  WHY " SM-C-REASON (1)
           DISPLAY "Y=CONFIRM AND RELEASE  N=LEAVE FOR FULL REVIEW"
           ACCEPT WS-ACTION
           IF WS-ACTION = "Y"
               MOVE SM-C-ACCT (1) TO SUS-ACCT-NO
               PERFORM 300-RELEASE-RTN
               MOVE "Y" TO WS-MT-DONE (WS-MT-HIT)
               ADD 1 TO WS-QUICK-CTR
           END-IF.

       350-REGISTER-RTN.
           MOVE WS-BUS-DATE TO RG-DATE
           MOVE WS-OPERATOR-ID TO RG-OPERATOR
