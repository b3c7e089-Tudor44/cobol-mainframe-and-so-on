      ******************************************************************
      *15-10-2026 GD - INBOUND FILE REGISTRY. A FEED WHOSE TRAILER
      *VERIFIES IS NOW HANDED TO INBOUND-REG-RTN (FEED "BANKFEED")
      *WITH ITS HEADER IDENTITY - THE 24 BYTES AFTER THE HEADER TAG -
      *ITS DETAIL COUNT, ITS AMOUNT TOTAL IN CENTS AND ITS ACCOUNT
      *NUMBERS ADDED UP. A FEED THE REGISTRY REFUSES AS A RESEND OF
      *ONE ALREADY ACCEPTED IS NOT DELIVERED; THE ROUTINE RAISES THE
      *CRITICAL ALERT AND THE STEP ENDS RC 4 SO THE REST OF THE NIGHT
      *RUNS AS IT WOULD ON A NIGHT WITH NO FEED.
      *15-10-2026 GD - RETURNED OUTBOUND PAYMENTS. A PAYMENT WE SENT
      *(PAYMENT-OUTBOUND) THAT THE PAYEE'S BANK SENDS BACK ARRIVES ON
      *THE FEED UNDER A TYPE CODE MAPPED TO OUR "R" - BUILT IN, THE
      *CLEARING BANK'S "RTN", IN THE LAYOUT NSF-NOTICE USES FOR ITS
      *OWN RETURNS: OUR ACCOUNT, AND OUR PAYMENT REFERENCE (THE
      *SERIAL OF THE PAYMENT'S "EXP" TRACE) AT POSITION 32 FOR SIX.
      *A FORMAT FILE MAY PLACE THE REFERENCE WITH A "FLD" ROW NAMED
      *"OREF". A RETURN IMPORTS AS A "C" CREDIT TRACED "EXR" + THAT
      *SERIAL, SO IT POINTS STRAIGHT BACK AT THE ORIGINAL PAYMENT AND
      *PAYMENT-OUTBOUND MARKS THE INSTRUCTION RETURNED WHEN IT POSTS.
      *A RETURN WITH NO USABLE REFERENCE IS AN IMPORT REJECT.
      *15-10-2026 GD - PARTY NAMES FOR SANCTIONS SCREENING. A FEED
      *FORMAT MAY NOW DEFINE A "NAME" FIELD (THE ORIGINATOR OR
      *BENEFICIARY THE BANK NAMES ON THE ITEM). WITH BANKIMP_NAME_PATH
      *SET, EVERY IMPORTED ITEM THAT NAMES A PARTY WRITES ITS ACCOUNT,
      *TRACE AND NAME TO THE FEED NAME FILE (COPYBOOK FEEDNAME) FOR
      *SANCTION-SCREEN. THE FILE IS REWRITTEN EACH RUN, SO A NIGHT
      *WITH NO FEED LEAVES IT EMPTY. THE BUILT-IN CLEARING-BANK LAYOUT
      *CARRIES NO NAME.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - THE BANK ACCOUNT
      *NOW MAPS ONTO THE LOW FOUR DIGITS AND ANY ACCOUNT 1-9999 POSTS;
      *THE TRANSACTION RECORD WRITTEN IS 34 BYTES.
      *02-09-2026 GD - TABLE-DRIVEN FEED FORMATS. THE TRANSLATOR WAS
      *HARD-WIRED TO THE ONE CLEARING BANK'S LAYOUT; A SECOND
      *SETTLEMENT PARTNER WOULD HAVE MEANT A SECOND PROGRAM KEPT IN
      *BHDR/BTRL WRAPPING - AND A CLERK USED TO REKEY THE WHOLE THING.
      *THIS STEP READS THE BANK FILE, VERIFIES THE BANK TRAILER COUNT
      *AND AMOUNT TOTAL AGAINST WHAT WAS READ, MAPS AND VALIDATES
      *EACH FIELD (UNKNOWN TYPE CODES, ACCOUNTS OUTSIDE THE FOUR-DIGIT
      *MASTER KEYSPACE AND OVER-LIMIT AMOUNTS GO TO AN IMPORT REJECT
      *FILE; THE CENTS CARRY STRAIGHT INTO THE TRANSACTION AMOUNT),
      *AND EMITS A CLEAN TRANSREC FILE - SO THE FEED JOINS THE CYCLE
      *SET BANKIMP_WRAP=N AND THE RECORDS ARE APPENDED UNWRAPPED TO
      *THE PENDING FILE, SINCE THE SORT WOULD SCATTER A WRAPPER. A
      *NIGHT WITH NO FEED FILE PRESENT PASSES CLEAN.
      *BANK TYPE CODES: PMT = CREDIT, DBT = DEBIT, ADJ = ADJUSTMENT,
      *RTN = RETURNED PAYMENT.
      *FILE PATHS MAY BE OVERRIDDEN AT RUN TIME BY THE BANKIMP_IN_PATH
      */BANKIMP_OUT_PATH/BANKIMP_WRK_PATH/BANKIMP_REJ_PATH
      *ENVIRONMENT VARIABLES
          SELECT FMT-FILE ASSIGN TO WS-FMT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FMT-STATUS.
          SELECT NAME-FILE ASSIGN TO WS-NAME-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NAME-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BANK-FILE
      *    FIELD EXTRACTION - POSITIONS COME FROM THE FORMAT FILE.
           01 BANK-RAW-REC               PIC X(80).
       FD TRANS-FILE
           RECORD CONTAINS 18 TO 34 CHARACTERS.
           01 TRANS-REC                  PIC X(34).
           01 TRANS-HDR-REC.
               02 TH-TAG                 PIC X(2).
               02 TH-BUS-DATE            PIC 9(8).
               02 TT-REC-COUNT           PIC 9(6).
               02 TT-AMT-HASH            PIC 9(9)V99.
       FD WORK-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 WORK-REC                   PIC X(34).
       FD REJECT-FILE
           RECORD CONTAINS 60 CHARACTERS.
           01 REJECT-REC.
               02 FDR-TOT-START          PIC 9(3).
               02 FDR-TOT-LEN            PIC 9(2).
               02 FILLER                 PIC X(10).
       FD NAME-FILE
           RECORD CONTAINS 53 CHARACTERS.
           01 NAME-REC.
           COPY FEEDNAME.
       WORKING-STORAGE SECTION.
           01 WS-BANK-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/BankFeed.txt".
           01 WS-F-CNT-LEN               PIC 9(2) VALUE 8.
           01 WS-F-TOT-POS               PIC 9(3) VALUE 13.
           01 WS-F-TOT-LEN               PIC 9(2) VALUE 12.
           01 WS-F-NAME-POS              PIC 9(3) VALUE ZERO.
           01 WS-F-NAME-LEN              PIC 9(2) VALUE ZERO.
           01 WS-F-OREF-POS              PIC 9(3) VALUE 32.
           01 WS-F-OREF-LEN              PIC 9(2) VALUE 6.
           01 WS-OREF-X                  PIC X(6).
           01 WS-OREF-NUM REDEFINES WS-OREF-X PIC 9(6).
           01 WS-RETURN-CTR              PIC 9(6) VALUE ZERO.
           01 WS-NAME-FILE-PATH          PIC X(80) VALUE SPACES.
           01 WS-NAME-STATUS             PIC XX.
           01 WS-NAME-OPEN-SW            PIC X VALUE "N".
               88 WS-NAME-OPEN                  VALUE "Y".
           01 WS-NAME-CTR                PIC 9(6) VALUE ZERO.
           01 WS-TYPE-MAP-TABLE.
               02 WS-TYPE-MAP-ENTRY OCCURS 10 TIMES.
                   03 WS-TM-FEED-CODE    PIC X(3).
           01 WS-TOT-X                   PIC X(12).
           01 WS-TOT-NUM REDEFINES WS-TOT-X PIC 9(12).
           01 WS-POS-WORK                PIC 9(3).
      *    WHAT THE INBOUND REGISTRY IS TOLD ABOUT THIS FEED.
           01 WS-REG-PROGRAM  PIC X(20) VALUE "BANK-IMPORT".
           01 WS-REG-FEED-ID             PIC X(8) VALUE "BANKFEED".
           01 WS-FEED-IDENT              PIC X(24) VALUE SPACES.
           01 WS-ACCT-HASH               PIC 9(12) VALUE ZERO.
           01 WS-REG-COUNT               PIC 9(8).
           01 WS-REG-VERDICT             PIC X VALUE "A".
               88 WS-REG-ACCEPTED               VALUE "A".
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:8) TO WS-FORMAT-ID
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "BANKIMP_NAME_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-NAME-FILE-PATH
           END-IF
           IF WS-FMT-FILE-PATH NOT = SPACES
               PERFORM 160-LOAD-FORMAT-RTN
           END-IF
           IF WS-NAME-FILE-PATH NOT = SPACES
               PERFORM 190-OPEN-NAME-RTN
           END-IF
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS = "35"
           CLOSE REJECT-FILE
           PERFORM 700-VERIFY-BANK-TRL-RTN
           IF NOT WS-FAILED
               PERFORM 750-REGISTER-RTN
           END-IF
           IF NOT WS-FAILED AND WS-REG-ACCEPTED
               PERFORM 800-DELIVER-RTN
           END-IF
           DISPLAY "BANK RECORDS READ  : " WS-READ-CTR
           DISPLAY "TRANSACTIONS MADE  : " WS-OUT-CTR
           DISPLAY "IMPORT REJECTS     : " WS-REJECT-CTR
           IF WS-RETURN-CTR > ZERO
               DISPLAY "PAYMENT RETURNS    : " WS-RETURN-CTR
           END-IF
           IF WS-NAME-OPEN
               CLOSE NAME-FILE
               DISPLAY "PARTY NAMES KEPT   : " WS-NAME-CTR
           END-IF
           IF WS-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-CTR > ZERO OR NOT WS-REG-ACCEPTED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
                       WHEN "DATE"
                           MOVE FDF-START TO WS-F-DATE-POS
                           MOVE FDF-LEN TO WS-F-DATE-LEN
                       WHEN "OREF"
                           MOVE FDF-START TO WS-F-OREF-POS
                           MOVE FDF-LEN TO WS-F-OREF-LEN
                           IF WS-F-OREF-LEN > 6
                               MOVE 6 TO WS-F-OREF-LEN
                           END-IF
                       WHEN "NAME"
                           MOVE FDF-START TO WS-F-NAME-POS
                           MOVE FDF-LEN TO WS-F-NAME-LEN
                           IF WS-F-NAME-LEN > 40
                               MOVE 40 TO WS-F-NAME-LEN
                           END-IF
                   END-EVALUATE
               WHEN "TYP"
                   IF WS-TYPE-MAP-CTR < 10
                   MOVE FDR-TOT-LEN TO WS-F-TOT-LEN
           END-EVALUATE.

      ******************************************************************
      * THE FEED NAME FILE STARTS EMPTY EVERY RUN. IT IS ONLY WORTH
      * OPENING WHEN THE FORMAT NAMES A PARTY FIELD.
      ******************************************************************
       190-OPEN-NAME-RTN.
           OPEN OUTPUT NAME-FILE
           IF WS-NAME-STATUS = "00"
               MOVE "Y" TO WS-NAME-OPEN-SW
           ELSE
               DISPLAY "FEED NAME FILE NOT AVAILABLE - STATUS "
                   WS-NAME-STATUS " - NO PARTY NAMES KEPT"
           END-IF
           IF WS-F-NAME-LEN = ZERO OR WS-F-NAME-POS = ZERO
               OR WS-F-NAME-POS + WS-F-NAME-LEN > 81
               MOVE ZERO TO WS-F-NAME-LEN
           END-IF.

       200-TRANSLATE-RTN.
           EVALUATE TRUE
               WHEN BANK-RAW-REC (1:4) = WS-F-HDR-TAG
                   MOVE "Y" TO WS-HDR-SEEN-SW
                   MOVE BANK-RAW-REC (5:8) TO WS-BANK-ID-HOLD
                   MOVE BANK-RAW-REC (5:24) TO WS-FEED-IDENT
               WHEN BANK-RAW-REC (1:4) = WS-F-TRL-TAG
                   MOVE "Y" TO WS-TRL-SEEN-SW
                   MOVE ZEROES TO WS-CNT-X
                   ADD 1 TO WS-READ-CTR
                   PERFORM 290-EXTRACT-FIELDS-RTN
                   ADD WS-AMT-NUM TO WS-AMT-CENTS-TOTAL
                   IF WS-ACCT-X IS NUMERIC
                       MOVE WS-ACCT-X TO WS-ACCT-NUM
                       ADD WS-ACCT-NUM TO WS-ACCT-HASH
                   END-IF
                   PERFORM 300-MAP-ONE-RTN
           END-EVALUATE.

           MOVE ZEROES TO WS-DATE-X
           COMPUTE WS-POS-WORK = 8 - WS-F-DATE-LEN + 1
           MOVE BANK-RAW-REC (WS-F-DATE-POS:WS-F-DATE-LEN)
               TO WS-DATE-X (WS-POS-WORK:WS-F-DATE-LEN)
           MOVE ZEROES TO WS-OREF-X
           IF WS-F-OREF-LEN > ZERO
               COMPUTE WS-POS-WORK = 6 - WS-F-OREF-LEN + 1
               MOVE BANK-RAW-REC (WS-F-OREF-POS:WS-F-OREF-LEN)
                   TO WS-OREF-X (WS-POS-WORK:WS-F-OREF-LEN)
           END-IF.

      ******************************************************************
      * MAP ONE BANK DETAIL ONTO THE SHOP'S TRANSREC LAYOUT. THE
      * BANK'S CENTS CARRY STRAIGHT INTO THE 9(4)V99 TRANSACTION
      * AMOUNT; AN AMOUNT OVER 9999.99 OR AN ACCOUNT OUTSIDE THE
      * FOUR-DIGIT 1-9999 KEYSPACE CANNOT POST AND IS REJECTED WITH ITS
      * REASON RATHER THAN TRUNCATED INTO A WRONG POSTING.
      ******************************************************************
       300-MAP-ONE-RTN.
           MOVE SPACES TO REJ-REASON
           PERFORM 310-MAP-TYPE-RTN
           IF REJ-REASON = SPACES AND T-TRANS-TYPE = "R"
               IF WS-OREF-X IS NOT NUMERIC OR WS-OREF-NUM = ZERO
                   MOVE "RETURN HAS NO PAYMENT REF" TO REJ-REASON
               END-IF
           END-IF
           IF REJ-REASON = SPACES
               COMPUTE WS-DOLLARS = WS-AMT-NUM / 100
               IF WS-DOLLARS > 9999.99
           IF REJ-REASON = SPACES
               IF WS-ACCT-X IS NUMERIC
                   MOVE WS-ACCT-X TO WS-ACCT-NUM
                   IF WS-ACCT-NUM = ZERO OR WS-ACCT-NUM > 9999
                       MOVE "ACCOUNT OUTSIDE KEYSPACE" TO REJ-REASON
                   END-IF
               ELSE
               END-IF
           END-IF
           IF REJ-REASON = SPACES
               MOVE WS-ACCT-NUM (7:4) TO T-ACCT-NO
               MOVE WS-DOLLARS TO T-AMT-DUE
               MOVE WS-DATE-X TO T-EFF-DATE
               MOVE SPACES TO T-BRANCH
      *        NUMBER, SO A DISPUTE WALKS STRAIGHT BACK TO THE LINE.
               MOVE "BNK" TO T-TRACE-SRC
               MOVE WS-READ-CTR TO T-TRACE-SER
      *        A RETURNED PAYMENT IS A CREDIT TRACED BACK TO OUR OWN
      *        PAYMENT REFERENCE INSTEAD.
               IF T-TRANS-TYPE = "R"
                   MOVE "C" TO T-TRANS-TYPE
                   MOVE "EXR" TO T-TRACE-SRC
                   MOVE WS-OREF-NUM TO T-TRACE-SER
                   ADD 1 TO WS-RETURN-CTR
               END-IF
               WRITE WORK-REC FROM WS-TRANS-HOLD
               ADD 1 TO WS-OUT-CTR
               ADD WS-DOLLARS TO WS-OUT-HASH
               IF WS-NAME-OPEN AND WS-F-NAME-LEN > ZERO
                   PERFORM 305-KEEP-NAME-RTN
               END-IF
           ELSE
               MOVE BANK-REC TO REJ-IMAGE
               WRITE REJECT-REC
               ADD 1 TO WS-REJECT-CTR
           END-IF.

       305-KEEP-NAME-RTN.
           MOVE SPACES TO NAME-REC
           MOVE BANK-RAW-REC (WS-F-NAME-POS:WS-F-NAME-LEN)
               TO FN-NAME (1:WS-F-NAME-LEN)
           IF FN-NAME NOT = SPACES
               MOVE T-ACCT-NO TO FN-ACCT-NO
               MOVE T-TRACE TO FN-TRACE
               WRITE NAME-REC
               ADD 1 TO WS-NAME-CTR
           END-IF.

      ******************************************************************
      * FEED TYPE CODE TO OUR C/D/A - THE LOADED MAP FIRST, THEN THE
      * BUILT-IN CLEARING-BANK CODES WHEN NO MAP ROW MATCHED AND NO
                       MOVE "D" TO T-TRANS-TYPE
                   WHEN "ADJ"
                       MOVE "A" TO T-TRANS-TYPE
                   WHEN "RTN"
                       MOVE "R" TO T-TRANS-TYPE
               END-EVALUATE
           END-IF
           IF T-TRANS-TYPE = SPACE
               END-IF
           END-IF.

      ******************************************************************
      * THE TRAILER HAS VERIFIED - ASK THE INBOUND REGISTRY WHETHER
      * THIS FEED HAS BEEN RECEIVED BEFORE. THE HASHES COVER EVERY
      * DETAIL READ, REJECTS INCLUDED, SO A RESEND MATCHES WHATEVER
      * BECAME OF ITS RECORDS THE FIRST TIME.
      ******************************************************************
       750-REGISTER-RTN.
           MOVE WS-READ-CTR TO WS-REG-COUNT
           CALL 'INBOUND-REG-RTN' USING WS-REG-PROGRAM WS-REG-FEED-ID
               WS-FEED-IDENT WS-REG-COUNT WS-AMT-CENTS-TOTAL
               WS-ACCT-HASH WS-REG-VERDICT
           IF NOT WS-REG-ACCEPTED
               DISPLAY "BANK FEED REFUSED AS A DUPLICATE - NOTHING"
                   " DELIVERED"
           END-IF.

      ******************************************************************
      * THE TRAILER HAS VERIFIED - COPY THE TRANSLATED WORK FILE TO
      * THE REAL OUTPUT IN ONE PIECE, WRAPPED OR UNWRAPPED AS
