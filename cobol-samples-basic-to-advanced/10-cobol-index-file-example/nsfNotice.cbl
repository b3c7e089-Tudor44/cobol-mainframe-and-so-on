      ******************************************************************
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 155 BYTES - STATEMENT
      *DELIVERY PREFERENCE AND E-MAIL ADDRESS ON THE END; NO FIELD
      *MOVES.
      *15-10-2026 GD - MAIL CONSOLIDATION - EVERY NOTICE LINE PRINTED
      *IS ALSO HANDED TO THE SHARED MAIL-SPOOL-RTN (SOURCE "NSFNOTE")
      *SO MAIL-CONSOLIDATE CAN HOUSEHOLD AND PRESORT THE NIGHT'S MAIL.
      *NO-OP WHEN MAILSPOOL_PATH IS NOT SET.
      *15-10-2026 GD - RETURNED MAIL - THE CUSTOMER MASTER IS NOW 104
      *BYTES WITH A RETURNED-MAIL STATUS ON THE END. NO NOTICE IS
      *PRINTED FOR AN ITEM WHOSE CUSTOMER IS FLAGGED - THE RUN HAS NO
      *REGISTER, SO EACH ONE IS LISTED ON THE CONSOLE AND COUNTED IN
      *THE CLOSING TOTALS. THE BANK RETURN IS STILL WRITTEN.
      *15-10-2026 GD - JOINT OWNERS ON THE ACCOUNT-PARTY FILE ARE NOW
      *ADDRESSED - AN "AND <NAME>" LINE UNDER THE CUSTOMER NAME FOR
      *EVERY JOINT OWNER ACTIVE TODAY, FROM THE SHARED ACCT-PARTY-RTN
      *(ACCTPARTY_PATH; NOT SET = THE CUSTOMER NAME ALONE AS BEFORE).
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 95 BYTES - TAX ID AND
      *BACKUP-WITHHOLDING STATUS ON THE END; NO FIELD MOVES.
      *15-10-2026 GD - RETURNED-ITEM NOTICES AND BANK RETURNS.
      *SEQ-UPDATE CLASSES A DEBIT THAT BOUNCED ON INSUFFICIENT FUNDS
      *AS A RETURNED (NSF) ITEM AND LISTS IT ON THE RETURNED-ITEM
      *FILE, RAISING THE NSF FEE ONTO THE PENDING FILE ITSELF. THIS STEP
      *READS THAT FILE AND, FOR EVERY ITEM, QUEUES A NOTICE LETTER TO
      *THE CUSTOMER - MAILING BLOCK FROM THE CUSTOMER MASTER, AS
      *DUNNING-LETTERS DOES - SAYING WHAT WAS RETURNED AND WHAT FEE
      *FOLLOWS. AN ITEM THAT CAME IN ON THE BANK FEED (TRACE SOURCE
      *"BNK") ALSO GOES BACK TO THE CLEARING BANK ON THE RETURN FILE
      *IN THE BANK'S OWN LAYOUT - THE SAME BHDR/BTRL WRAPPING,
      *TEN-DIGIT CENTS AND TEN-DIGIT ACCOUNT AS ITS INBOUND FEED,
      *TYPE CODE "RTN", WITH THE FEED RECORD NUMBER BANK-IMPORT
      *STAMPED AS THE TRACE SERIAL SO THE BANK CAN FIND ITS ITEM, AND
      *REASON "NSF". THE TRAILER CARRIES THE COUNT AND THE CENTS
      *TOTAL. THE RETURN FILE IS WRITTEN EVERY NIGHT, EMPTY WHEN
      *NOTHING CAME BACK, SO THE BANK ALWAYS GETS A FILE.
      *FILE PATHS FROM NSFNOT_IN_PATH / NSFNOT_CUST_PATH /
      *NSFNOT_LTR_PATH / NSFNOT_BANK_PATH; NSFNOT_BANK_ID NAMES THE
      *BANK ON THE HEADER (DEFAULT CLEARBK).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSF-NOTICE.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT NSF-FILE ASSIGN TO WS-IN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
       SELECT CUST-FILE ASSIGN TO WS-CUST-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-ACCT-NO
               FILE STATUS IS WS-CUST-STATUS.
       SELECT LETTER-FILE ASSIGN TO WS-LTR-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BANK-FILE ASSIGN TO WS-BANK-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *   THE RETURNED-ITEM FILE SEQ-UPDATE WRITES.
       FD NSF-FILE
          RECORD CONTAINS 48 CHARACTERS.
          01 NSF-REC.
              02 NSF-ACCT-NO             PIC X(4).
              02 NSF-AMT                 PIC 9(4)V99.
              02 NSF-EFF-DATE            PIC 9(8).
              02 NSF-RETURN-DATE         PIC 9(8).
              02 NSF-BALANCE             PIC S9(5)V99.
              02 NSF-FEE                 PIC 9(4)V99.
              02 NSF-TRACE.
                  03 NSF-TRACE-SRC       PIC X(3).
                  03 NSF-TRACE-SER       PIC 9(6).
      *
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
      *
       FD LETTER-FILE
          RECORD CONTAINS 80 CHARACTERS.
          01 LETTER-REC                PIC X(80).
      *
      *   THE CLEARING BANK'S LAYOUT - AS BANK-IMPORT READS IT, WITH
      *   THE ORIGINAL FEED RECORD NUMBER AND A REASON ON THE END.
       FD BANK-FILE
          RECORD CONTAINS 24 TO 40 CHARACTERS.
          01 BANK-RTN-REC.
              02 BR-TYPE-CODE            PIC X(3).
              02 BR-AMOUNT               PIC 9(10).
              02 BR-ACCT                 PIC 9(10).
              02 BR-VALUE-DATE           PIC 9(8).
              02 BR-ORIG-REF             PIC 9(6).
              02 BR-REASON               PIC X(3).
          01 BANK-HDR-REC.
              02 BH-TAG                  PIC X(4).
              02 BH-DATE                 PIC 9(8).
              02 BH-BANK-ID              PIC X(8).
          01 BANK-TRL-REC.
              02 BT-TAG                  PIC X(4).
              02 BT-REC-COUNT            PIC 9(8).
              02 BT-AMT-TOTAL            PIC 9(12).
      *
       WORKING-STORAGE SECTION.
          01 WS-IN-FILE-PATH            PIC X(80) VALUE
              "/Users/gaetanodorsi/RETURNED-ITEMS.txt".
          01 WS-CUST-FILE-PATH          PIC X(80) VALUE
              "/Users/gaetanodorsi/CustMast.txt".
          01 WS-LTR-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/NsfNotices.txt".
          01 WS-BANK-FILE-PATH          PIC X(80) VALUE
              "/Users/gaetanodorsi/BankReturns.txt".
          01 WS-BANK-ID                 PIC X(8) VALUE "CLEARBK ".
          01 WS-ENV-HOLD                PIC X(80).
          01 WS-IN-STATUS               PIC XX.
          01 WS-CUST-STATUS             PIC XX.
          01 WS-CUST-OPEN-SW            PIC X VALUE "N".
               88 WS-CUST-MASTER-OPEN           VALUE "Y".
          01 WS-IN-OPEN-SW              PIC X VALUE "N".
               88 WS-IN-FILE-OPEN               VALUE "Y".
          01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
          01 WS-BUS-DATE                PIC 9(8).
          01 WS-READ-CTR                PIC 9(5) VALUE ZERO.
          01 WS-NOTICE-CTR              PIC 9(5) VALUE ZERO.
          01 WS-MAIL-SKIP-SW            PIC X VALUE "N".
               88 WS-MAIL-RETURNED              VALUE "Y".
          01 WS-MAIL-SKIP-CTR           PIC 9(5) VALUE ZERO.
          01 WS-NOCUST-CTR              PIC 9(5) VALUE ZERO.
          01 WS-BANK-CTR                PIC 9(8) VALUE ZERO.
          01 WS-BANK-CENTS              PIC 9(12) VALUE ZERO.
          01 WS-AMT-CENTS               PIC 9(10).
          01 WS-AMT-EDIT                PIC Z,ZZ9.99.
          01 WS-FEE-EDIT                PIC Z,ZZ9.99.
          01 WS-BAL-EDIT                PIC -ZZ,ZZ9.99.
          01 WS-PARTY-ACCT              PIC X(4).
          01 WS-SPOOL-FUNC              PIC X VALUE "L".
          01 WS-SPOOL-SOURCE            PIC X(8) VALUE "NSFNOTE".
          01 WS-SPOOL-SPACING           PIC 9.
          01 WS-PARTY-AS-OF             PIC 9(8) VALUE ZERO.
          01 WS-PARTY-IDX               PIC 99.
          01 WS-PARTY-LIST.
          COPY PARTYLST.
          01 LTR-LINE                   PIC X(80).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           PERFORM 150-GET-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           OPEN INPUT NSF-FILE
           IF WS-IN-STATUS = "35"
               DISPLAY "NO RETURNED-ITEM FILE - NOTHING RETURNED"
               MOVE "Y" TO WS-EOF-SW
           ELSE
               IF WS-IN-STATUS NOT = "00"
                   DISPLAY "RETURNED-ITEM FILE NOT AVAILABLE - STATUS "
                       WS-IN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-IN-OPEN-SW
           END-IF
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-SW
           ELSE
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-CUST-STATUS
           END-IF
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT BANK-FILE
           MOVE "BHDR" TO BH-TAG
           MOVE WS-BUS-DATE TO BH-DATE
           MOVE WS-BANK-ID TO BH-BANK-ID
           WRITE BANK-HDR-REC
           PERFORM 200-ONE-ITEM-RTN UNTIL WS-EOF
           MOVE "BTRL" TO BT-TAG
           MOVE WS-BANK-CTR TO BT-REC-COUNT
           MOVE WS-BANK-CENTS TO BT-AMT-TOTAL
           WRITE BANK-TRL-REC
           MOVE "E" TO WS-SPOOL-FUNC
           CALL 'MAIL-SPOOL-RTN' USING BY CONTENT WS-SPOOL-FUNC
               WS-SPOOL-SOURCE WS-PARTY-ACCT WS-SPOOL-SPACING LETTER-REC
           IF WS-IN-FILE-OPEN
               CLOSE NSF-FILE
           END-IF
           CLOSE LETTER-FILE
           CLOSE BANK-FILE
           IF WS-CUST-MASTER-OPEN
               CLOSE CUST-FILE
           END-IF
           DISPLAY "RETURNED ITEMS READ    : " WS-READ-CTR
           DISPLAY "NSF NOTICES QUEUED     : " WS-NOTICE-CTR
           DISPLAY "NOT SENT - RETURNED MAIL: " WS-MAIL-SKIP-CTR
           DISPLAY "ITEMS RETURNED TO BANK : " WS-BANK-CTR
           IF WS-NOCUST-CTR > ZERO
               DISPLAY "NOTICES WITH NO CUSTOMER ROW: " WS-NOCUST-CTR
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       150-GET-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "NSFNOT_IN_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-IN-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "NSFNOT_CUST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CUST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "NSFNOT_LTR_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-LTR-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "NSFNOT_BANK_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-BANK-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "NSFNOT_BANK_ID"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:8) TO WS-BANK-ID
           END-IF.

       200-ONE-ITEM-RTN.
           READ NSF-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   PERFORM 380-MAIL-CHECK-RTN
                   IF WS-MAIL-RETURNED
                       ADD 1 TO WS-MAIL-SKIP-CTR
                       DISPLAY "ACCOUNT " NSF-ACCT-NO " REFERENCE "
                           NSF-TRACE " - RETURNED MAIL, NOTICE NOT SENT"
                   ELSE
                       PERFORM 400-NOTICE-RTN
                   END-IF
                   IF NSF-TRACE-SRC = "BNK"
                       PERFORM 500-BANK-RETURN-RTN
                   END-IF
           END-READ.

      ******************************************************************
      * NO NOTICE GOES TO A CUSTOMER WHOSE MAIL HAS COME BACK.
      ******************************************************************
       380-MAIL-CHECK-RTN.
           MOVE "N" TO WS-MAIL-SKIP-SW
           IF WS-CUST-MASTER-OPEN
               MOVE NSF-ACCT-NO TO CUST-ACCT-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-MAIL-RETURNED
                           MOVE "Y" TO WS-MAIL-SKIP-SW
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * ONE NOTICE PER RETURNED ITEM - WHAT CAME BACK, THE BALANCE IT
      * MET, AND THE FEE THE NEXT CYCLE WILL CHARGE.
      ******************************************************************
       400-NOTICE-RTN.
           MOVE SPACES TO LTR-LINE
           STRING "NOTICE OF RETURNED ITEM   DATE " WS-BUS-DATE
               DELIMITED BY SIZE INTO LTR-LINE (6:60)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING PAGE
           MOVE 0 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           PERFORM 450-MAILING-BLOCK-RTN
           MOVE NSF-AMT TO WS-AMT-EDIT
           MOVE NSF-BALANCE TO WS-BAL-EDIT
           MOVE NSF-FEE TO WS-FEE-EDIT
           MOVE SPACES TO LTR-LINE
           STRING "A DEBIT OF " WS-AMT-EDIT " ON ACCOUNT " NSF-ACCT-NO
               " (REFERENCE " NSF-TRACE ")"
               DELIMITED BY SIZE INTO LTR-LINE (6:70)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE SPACES TO LTR-LINE
           STRING "WAS RETURNED UNPAID FOR INSUFFICIENT FUNDS. THE"
               " BALANCE"
               DELIMITED BY SIZE INTO LTR-LINE (6:70)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE SPACES TO LTR-LINE
           STRING "AVAILABLE WHEN IT WAS PRESENTED WAS " WS-BAL-EDIT "."
               DELIMITED BY SIZE INTO LTR-LINE (6:70)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           IF NSF-FEE > ZERO
               MOVE SPACES TO LTR-LINE
               STRING "A RETURNED-ITEM FEE OF " WS-FEE-EDIT
                   " WILL BE CHARGED TO THE ACCOUNT."
                   DELIMITED BY SIZE INTO LTR-LINE (6:70)
               WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 2 LINES
               MOVE 2 TO WS-SPOOL-SPACING
               PERFORM 700-SPOOL-LINE-RTN
           END-IF
           MOVE SPACES TO LTR-LINE
           MOVE "PLEASE ARRANGE FOR THE PAYEE TO BE PAID BY OTHER MEANS"
               TO LTR-LINE (6:70)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE SPACES TO LTR-LINE
           MOVE "OR CONTACT YOUR BRANCH."
               TO LTR-LINE (6:70)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE SPACES TO LTR-LINE
           MOVE "CUSTOMER SERVICE" TO LTR-LINE (6:70)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           ADD 1 TO WS-NOTICE-CTR.

       450-MAILING-BLOCK-RTN.
           MOVE SPACES TO LTR-LINE
           IF WS-CUST-MASTER-OPEN
               MOVE NSF-ACCT-NO TO CUST-ACCT-NO
               READ CUST-FILE
                   INVALID KEY
                       MOVE "*CUSTOMER NOT ON FILE*" TO LTR-LINE (6:25)
                       MOVE SPACES TO CUST-ADDRESS
                       MOVE SPACES TO CUST-CITY-STATE
                       ADD 1 TO WS-NOCUST-CTR
                   NOT INVALID KEY
                       MOVE CUST-NAME TO LTR-LINE (6:20)
               END-READ
           ELSE
               MOVE SPACES TO CUST-ADDRESS
               MOVE SPACES TO CUST-CITY-STATE
               ADD 1 TO WS-NOCUST-CTR
           END-IF
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE NSF-ACCT-NO TO WS-PARTY-ACCT
           PERFORM 460-JOINT-OWNERS-RTN
           MOVE SPACES TO LTR-LINE
           MOVE CUST-ADDRESS TO LTR-LINE (6:25)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE SPACES TO LTR-LINE
           MOVE CUST-CITY-STATE TO LTR-LINE (6:20)
           WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN.

      ******************************************************************
      * ONE "AND <NAME>" LINE PER JOINT OWNER ON THE ACCOUNT TODAY.
      ******************************************************************
       460-JOINT-OWNERS-RTN.
           CALL 'ACCT-PARTY-RTN' USING WS-PARTY-ACCT WS-PARTY-AS-OF
               WS-PARTY-LIST
           PERFORM 465-ONE-JOINT-RTN
               VARYING WS-PARTY-IDX FROM 1 BY 1
               UNTIL WS-PARTY-IDX > PL-CTR.

       465-ONE-JOINT-RTN.
           IF PL-ROLE (WS-PARTY-IDX) = "J"
               AND PL-ACTIVE (WS-PARTY-IDX) = "Y"
               MOVE SPACES TO LTR-LINE
               STRING "AND " PL-NAME (WS-PARTY-IDX)
                   DELIMITED BY SIZE INTO LTR-LINE (6:24)
               WRITE LETTER-REC FROM LTR-LINE AFTER ADVANCING 1 LINES
               MOVE 1 TO WS-SPOOL-SPACING
               PERFORM 700-SPOOL-LINE-RTN
           END-IF.

      ******************************************************************
      * BACK TO THE CLEARING BANK - AMOUNT IN CENTS, ACCOUNT ZERO-
      * FILLED TO TEN, VALUE DATE AS THE ITEM CARRIED IT, AND THE
      * BANK'S OWN FEED RECORD NUMBER.
      ******************************************************************
       500-BANK-RETURN-RTN.
           MOVE "RTN" TO BR-TYPE-CODE
           COMPUTE WS-AMT-CENTS = NSF-AMT * 100
           MOVE WS-AMT-CENTS TO BR-AMOUNT
           MOVE NSF-ACCT-NO TO BR-ACCT
           MOVE NSF-EFF-DATE TO BR-VALUE-DATE
           MOVE NSF-TRACE-SER TO BR-ORIG-REF
           MOVE "NSF" TO BR-REASON
           WRITE BANK-RTN-REC
           ADD 1 TO WS-BANK-CTR
           ADD WS-AMT-CENTS TO WS-BANK-CENTS.

      ******************************************************************
      * HAND THE NOTICE LINE JUST PRINTED TO THE NIGHT MAIL SPOOL AS
      * PART OF THE NOTICE MAILED TO THE ACCOUNT'S CUSTOMER.
      ******************************************************************
       700-SPOOL-LINE-RTN.
           CALL 'MAIL-SPOOL-RTN' USING BY CONTENT WS-SPOOL-FUNC
               WS-SPOOL-SOURCE NSF-ACCT-NO WS-SPOOL-SPACING LETTER-REC.
