      ******************************************************************
      *15-10-2026 GD - SANCTIONS HIT REVIEW. SANCTION-SCREEN QUEUES
      *EVERY POSSIBLE MATCH OF A CUSTOMER, PARTY OR BANK-FEED NAME
      *AGAINST THE SANCTIONS LIST (COPYBOOK SANCTHIT); A COMPLIANCE
      *OPERATOR WORKS THE QUEUE WITH THIS PROGRAM, EACH ITEM SHOWN
      *WITH THE LISTED NAME, THE SANCTIONS PROGRAM AND THE RULE THAT
      *MATCHED, AND EITHER
      *  C CONFIRMS IT - AFTER THE ACCOUNT NUMBER IS KEYED AGAIN, AN
      *    "F" FREEZE TRANSACTION (TRACE "SAN") GOES TO THE PENDING
      *    FILE EFFECTIVE THE CURRENT BUSINESS DATE, SO TONIGHT'S
      *    SEQ-UPDATE FREEZES THE ACCOUNT THROUGH THE ORDINARY
      *    MAINTENANCE PATH, AND A CRITICAL ALERT GOES TO THE ALERT
      *    FILE THROUGH ALERT-RTN;
      *  X CLEARS IT AS A FALSE POSITIVE; OR
      *  K KEEPS IT FOR ANOTHER LOOK.
      *CONFIRMED AND CLEARED ITEMS ARE APPENDED TO THE DECISION FILE
      *(COPYBOOK SANCTDEC) WITH THE OPERATOR AND DATE AND LEAVE THE
      *QUEUE; THE SCREEN READS THE DECISIONS SO A CLEARED NAME DOES
      *NOT COME BACK EVERY NIGHT. THE OPERATOR SIGNS ON THROUGH
      *OPER-AUTH-RTN ("IDX" AUTHORITY - A FREEZE IS A MASTER
      *CORRECTION).
      *FILE PATHS FROM SANCT_QUEUE_PATH / SANCT_DEC_PATH /
      *SANCT_PEND_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCTION-REVIEW.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
          SELECT QUEUE-FILE ASSIGN TO WS-QUEUE-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.
          SELECT DEC-FILE ASSIGN TO WS-DEC-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEC-STATUS.
          SELECT PEND-FILE ASSIGN TO WS-PEND-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD QUEUE-FILE
           RECORD CONTAINS 130 CHARACTERS.
           01 QUEUE-REC.
           COPY SANCTHIT.
       FD DEC-FILE
           RECORD CONTAINS 130 CHARACTERS.
           01 DEC-REC.
           COPY SANCTDEC.
       FD PEND-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 PEND-REC.
           COPY TRANSREC.
       WORKING-STORAGE SECTION.
           01 WS-QUEUE-FILE-PATH         PIC X(80) VALUE
               "/Users/gaetanodorsi/SanctionsQueue.txt".
           01 WS-DEC-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/SanctionsDecisions.txt".
           01 WS-PEND-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/PENDING.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-QUEUE-STATUS            PIC XX.
           01 WS-DEC-STATUS              PIC XX.
           01 WS-PEND-STATUS             PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-ACTION                  PIC X.
           01 WS-ACCT-AGAIN              PIC X(4).
           01 WS-READ-CTR                PIC 9(5) VALUE ZERO.
           01 WS-CONFIRMED-CTR           PIC 9(5) VALUE ZERO.
           01 WS-CLEARED-CTR             PIC 9(5) VALUE ZERO.
           01 WS-KEPT-CTR                PIC 9(5) VALUE ZERO.
           01 SUB1                       PIC 9(4).
           01 WS-KEEP-TABLE.
               02 WS-KEEP-REC OCCURS 2000 TIMES PIC X(130).
           01 WS-OPERATOR-ID             PIC X(5) VALUE SPACES.
           01 WS-AUTH-FUNCTION           PIC X(3).
           01 WS-AUTH-FLAG               PIC X.
           01 WS-ALERT-SEV               PIC X.
           01 WS-ALERT-PROGRAM  PIC X(20) VALUE "SANCTION-REVIEW".
           01 WS-ALERT-MSG               PIC X(60).
           01 WS-SOURCE-TEXT             PIC X(14).
           01 WS-MATCH-TEXT              PIC X(20).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SANCT_QUEUE_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-QUEUE-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SANCT_DEC_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-DEC-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SANCT_PEND_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PEND-FILE-PATH
           END-IF
           MOVE "IDX" TO WS-AUTH-FUNCTION
           CALL 'OPER-AUTH-RTN' USING WS-OPERATOR-ID
               WS-AUTH-FUNCTION WS-AUTH-FLAG
           IF WS-AUTH-FLAG NOT = "Y"
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR SANCTIONS REVIEW"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "00"
               DISPLAY "NO SANCTIONS QUEUE - NOTHING TO REVIEW"
               STOP RUN
           END-IF
           OPEN EXTEND DEC-FILE
           IF WS-DEC-STATUS = "35"
               OPEN OUTPUT DEC-FILE
           END-IF
           OPEN EXTEND PEND-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PEND-FILE
           END-IF
           PERFORM UNTIL WS-EOF
               READ QUEUE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       PERFORM 200-REVIEW-ITEM-RTN
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE
           CLOSE DEC-FILE
           CLOSE PEND-FILE
           PERFORM 600-REWRITE-QUEUE-RTN
           DISPLAY "HITS REVIEWED : " WS-READ-CTR
           DISPLAY "CONFIRMED - FREEZE QUEUED: " WS-CONFIRMED-CTR
           DISPLAY "CLEARED AS FALSE POSITIVES: " WS-CLEARED-CTR
           DISPLAY "KEPT FOR ANOTHER LOOK: " WS-KEPT-CTR
           STOP RUN.

      ******************************************************************
      * SHOW THE SCREENED NAME BESIDE THE LISTED NAME IT MATCHED AND
      * TAKE THE OPERATOR'S VERDICT.
      ******************************************************************
       200-REVIEW-ITEM-RTN.
           EVALUATE TRUE
               WHEN SQ-FROM-CUSTOMER
                   MOVE "CUSTOMER" TO WS-SOURCE-TEXT
               WHEN SQ-FROM-PARTY
                   MOVE "ACCOUNT PARTY" TO WS-SOURCE-TEXT
               WHEN OTHER
                   MOVE "BANK FEED" TO WS-SOURCE-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN SQ-EXACT
                   MOVE "EXACT" TO WS-MATCH-TEXT
               WHEN SQ-WORD-ORDER
                   MOVE "SAME WORDS REORDERED" TO WS-MATCH-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-MATCH-TEXT
                   STRING "CLOSE - " SQ-DISTANCE " APART"
                       DELIMITED BY SIZE INTO WS-MATCH-TEXT
           END-EVALUATE
           DISPLAY " "
           DISPLAY "POSSIBLE SANCTIONS HIT - FOUND " SQ-FOUND-DATE
               "  ACCOUNT " SQ-ACCT-NO
           DISPLAY "  " WS-SOURCE-TEXT " NAME : " SQ-NAME
               "  " SQ-REF
           DISPLAY "  LISTED NAME   : " SQ-LIST-NAME
           DISPLAY "  LIST ENTRY " SQ-LIST-ID "  PROGRAM " SQ-PROGRAM
               "  MATCH " WS-MATCH-TEXT
           DISPLAY "ACTION - C=CONFIRM (FREEZE ACCOUNT)"
               "  X=CLEAR (FALSE POSITIVE)  K=KEEP"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "C"
                   PERFORM 300-CONFIRM-RTN
               WHEN "X"
                   ADD 1 TO WS-CLEARED-CTR
                   MOVE SPACES TO DEC-REC
                   MOVE "X" TO SD-DECISION
                   PERFORM 400-DECISION-RTN
                   DISPLAY "CLEARED - WILL NOT BE QUEUED AGAIN"
               WHEN OTHER
                   PERFORM 500-KEEP-RTN
           END-EVALUATE.

      ******************************************************************
      * A FREEZE IS NOT TAKEN ON ONE KEYSTROKE - THE ACCOUNT NUMBER
      * MUST BE KEYED AGAIN, OR THE ITEM IS KEPT.
      ******************************************************************
       300-CONFIRM-RTN.
           DISPLAY "KEY ACCOUNT " SQ-ACCT-NO " AGAIN TO FREEZE IT"
           MOVE SPACES TO WS-ACCT-AGAIN
           ACCEPT WS-ACCT-AGAIN
           IF WS-ACCT-AGAIN NOT = SQ-ACCT-NO
               DISPLAY "ACCOUNT NOT MATCHED - NOT CONFIRMED"
               PERFORM 500-KEEP-RTN
           ELSE
               ADD 1 TO WS-CONFIRMED-CTR
               MOVE SQ-ACCT-NO TO T-ACCT-NO
               MOVE ZERO TO T-AMT-DUE
               MOVE "F" TO T-TRANS-TYPE
               MOVE WS-BUS-DATE TO T-EFF-DATE
               MOVE SPACES TO T-BRANCH
               MOVE SPACES TO T-TARGET-ACCT
      *        THE SERIAL IS THE ACCOUNT ITSELF - ONE FREEZE PER
      *        ACCOUNT, WHICHEVER SESSION CONFIRMED IT.
               MOVE "SAN" TO T-TRACE-SRC
               MOVE ZERO TO T-TRACE-SER
               MOVE SQ-ACCT-NO TO T-TRACE (6:4)
               WRITE PEND-REC
               MOVE SPACES TO DEC-REC
               MOVE "C" TO SD-DECISION
               MOVE T-TRACE TO SD-TRACE
               PERFORM 400-DECISION-RTN
               MOVE "C" TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-MSG
               STRING "SANCTIONS HIT CONFIRMED - ACCT " SQ-ACCT-NO
                   " FREEZE QUEUED " SQ-LIST-ID
                   DELIMITED BY SIZE INTO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-ALERT-PROGRAM
                   WS-ALERT-MSG
               DISPLAY "CONFIRMED - FREEZE QUEUED UNDER TRACE " T-TRACE
           END-IF.

       400-DECISION-RTN.
           MOVE WS-BUS-DATE TO SD-DATE
           MOVE WS-OPERATOR-ID TO SD-OPERATOR
           MOVE SQ-ACCT-NO TO SD-ACCT-NO
           MOVE SQ-SOURCE TO SD-SOURCE
           MOVE SQ-REF TO SD-REF
           MOVE SQ-NAME TO SD-NAME
           MOVE SQ-LIST-ID TO SD-LIST-ID
           MOVE SQ-LIST-NAME TO SD-LIST-NAME
           WRITE DEC-REC.

       500-KEEP-RTN.
           IF WS-KEPT-CTR < 2000
               ADD 1 TO WS-KEPT-CTR
               MOVE QUEUE-REC TO WS-KEEP-REC (WS-KEPT-CTR)
               DISPLAY "ITEM KEPT FOR ANOTHER LOOK"
           ELSE
               DISPLAY "KEEP TABLE FULL - ITEM LEAVES THE QUEUE AND"
                   " RETURNS WITH TONIGHT'S SCREEN"
           END-IF.

       600-REWRITE-QUEUE-RTN.
           OPEN OUTPUT QUEUE-FILE
           PERFORM 650-WRITE-KEPT-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-KEPT-CTR
           CLOSE QUEUE-FILE.

       650-WRITE-KEPT-RTN.
           MOVE WS-KEEP-REC (SUB1) TO QUEUE-REC
           WRITE QUEUE-REC.
