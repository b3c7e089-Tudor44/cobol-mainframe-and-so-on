      ******************************************************************
      *15-10-2026 GD - OUTBOUND PAYMENT FILE FOR THE CLEARING BANK.
      *A CUSTOMER COULD NOT PAY AN ACCOUNT AT ANOTHER BANK - THE
      *CYCLE ONLY EVER MOVED MONEY BETWEEN OUR OWN ACCOUNTS. TELLER-
      *CAPTURE NOW KEYS AN "E" EXTERNAL PAYMENT AND WRITES THE
      *PAYEE'S ROUTING NUMBER, ACCOUNT AND NAME TO THE PAYMENT-
      *INSTRUCTION FILE (COPYBOOK PAYINST) UNDER THE PAYMENT'S "EXP"
      *TRACE; SEQ-UPDATE DEBITS IT LIKE ANY OTHER DEBIT. THIS STEP
      *RUNS AFTER THE POSTING AND READS THE NIGHT'S AUDIT FILE:
      *  - EVERY "E" THAT POSTED IS MATCHED TO ITS INSTRUCTION BY
      *    TRACE AND GOES ON THE OUTBOUND FILE IN THE CLEARING BANK'S
      *    LAYOUT - BHDR HEADER, ONE "PAY" DETAIL PER PAYMENT (CENTS,
      *    OUR ACCOUNT, VALUE DATE, OUR REFERENCE = THE TRACE SERIAL,
      *    PAYEE ROUTING, ACCOUNT AND NAME) AND A BTRL TRAILER WITH
      *    THE COUNT, THE CENTS TOTAL AND THE ROUTING HASH (SUM OF
      *    THE ROUTING NUMBERS, LOW TEN DIGITS). THE INSTRUCTION IS
      *    MARKED SENT. A POSTING WITH NO INSTRUCTION, OR WHOSE
      *    ACCOUNT OR AMOUNT DISAGREES WITH IT, IS NOT SENT AND IS
      *    LISTED AS AN EXCEPTION (RC 4).
      *  - EVERY "EXR" CREDIT (A PAYMENT THE PAYEE'S BANK RETURNED,
      *    IMPORTED BY BANK-IMPORT WITH OUR REFERENCE AS ITS SERIAL)
      *    MARKS THE "EXP" INSTRUCTION OF THE SAME SERIAL RETURNED.
      *AN "E" ON THE NIGHT'S REJECT FILE MARKS ITS INSTRUCTION
      *REJECTED - NOTHING IS SENT, AND IT GOES OUT IF A CORRECTED
      *DEBIT POSTS LATER. INSTRUCTIONS STILL WAITING FOR THEIR DEBIT
      *MORE THAN PAYOUT_DAYS (DEFAULT 005) DAYS AFTER THEIR VALUE
      *DATE ARE LISTED. THE OUTBOUND FILE IS WRITTEN EVERY NIGHT,
      *EMPTY WHEN NOTHING WENT OUT, AND THE INSTRUCTION FILE IS
      *REWRITTEN WITH THE NEW STATUSES, LESS SENT AND RETURNED ROWS
      *SETTLED MORE THAN PAYOUT_KEEP (DEFAULT 180) DAYS AGO - THE ROW
      *WITH THE HIGHEST SERIAL IS ALWAYS KEPT SO TELLER-CAPTURE NEVER
      *ISSUES A SERIAL TWICE. NO AUDIT FILE, OR MORE
      *INSTRUCTIONS THAN THE TABLE HOLDS, ENDS THE STEP RC 8 WITH
      *NOTHING SENT AND THE INSTRUCTIONS UNTOUCHED.
      *FILE PATHS FROM PAYOUT_INST_PATH / PAYOUT_AUDIT_PATH /
      *PAYOUT_REJ_PATH / PAYOUT_BANK_PATH / PAYOUT_RPT_PATH;
      *PAYOUT_BANK_ID NAMES THE BANK ON THE HEADER (DEFAULT CLEARBK);
      *BUSINESS DATE FROM BUS-DATE-RTN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-OUTBOUND.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
          SELECT PAYI-FILE ASSIGN TO WS-INST-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INST-STATUS.
          SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
          SELECT REJECT-FILE ASSIGN TO WS-REJ-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJ-STATUS.
          SELECT BANK-FILE ASSIGN TO WS-BANK-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
          SELECT REPORT-FILE ASSIGN TO WS-RPT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PAYI-FILE
           RECORD CONTAINS 110 CHARACTERS.
           01 PAYI-REC                   PIC X(110).
       FD AUDIT-FILE.
           01 AUDIT-REC.
           COPY AUDITREC.
      *    SEQ-UPDATE'S REJECT ROW.
       FD REJECT-FILE.
           01 REJECT-REC.
               02 REJ-ACCT-NO            PIC X(4).
               02 FILLER                 PIC X.
               02 REJ-TRANS-TYPE         PIC X.
               02 FILLER                 PIC X.
               02 REJ-AMT-DUE            PIC 9(4)V99.
               02 FILLER                 PIC X.
               02 REJ-OLD-BALANCE        PIC S9(5)V99.
               02 FILLER                 PIC X.
               02 REJ-ATTEMPTED-BALANCE  PIC S9(5)V99.
               02 FILLER                 PIC X.
               02 REJ-REASON             PIC X(25).
               02 FILLER                 PIC X.
               02 REJ-TRACE              PIC X(9).
      *    THE CLEARING BANK'S LAYOUT - THE SAME BHDR/BTRL WRAPPING,
      *    TEN-DIGIT CENTS AND TEN-DIGIT ACCOUNT AS ITS INBOUND FEED,
      *    WITH THE PAYEE ON THE END AND THE ROUTING HASH ON THE
      *    TRAILER.
       FD BANK-FILE
           RECORD CONTAINS 20 TO 85 CHARACTERS.
           01 BANK-PAY-REC.
               02 BP-TYPE-CODE           PIC X(3).
               02 BP-AMOUNT              PIC 9(10).
               02 BP-ACCT                PIC 9(10).
               02 BP-VALUE-DATE          PIC 9(8).
               02 BP-OUR-REF             PIC 9(6).
               02 BP-ROUTING             PIC 9(9).
               02 BP-PAYEE-ACCT          PIC X(17).
               02 BP-PAYEE-NAME          PIC X(22).
           01 BANK-HDR-REC.
               02 BH-TAG                 PIC X(4).
               02 BH-DATE                PIC 9(8).
               02 BH-BANK-ID             PIC X(8).
           01 BANK-TRL-REC.
               02 BT-TAG                 PIC X(4).
               02 BT-REC-COUNT           PIC 9(8).
               02 BT-AMT-TOTAL           PIC 9(12).
               02 BT-ROUTING-HASH        PIC 9(10).
       FD REPORT-FILE.
           01 REPORT-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-INST-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/PayInst.txt".
           01 WS-AUDIT-FILE-PATH         PIC X(80) VALUE
               "/Users/gaetanodorsi/UPDATE-AUDIT.txt".
           01 WS-REJ-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/UPDATE-REJECTS.txt".
           01 WS-BANK-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/BankPayments.txt".
           01 WS-RPT-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/PaymentOutReport.txt".
           01 WS-BANK-ID                 PIC X(8) VALUE "CLEARBK ".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-INST-STATUS             PIC XX.
           01 WS-AUDIT-STATUS            PIC XX.
           01 WS-REJ-STATUS              PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-INST-FOUND-SW           PIC X VALUE "N".
               88 WS-INST-FILE-FOUND            VALUE "Y".
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-RUN-DAYS                PIC 9(7).
           01 WS-EFF-DAYS                PIC 9(7).
           01 WS-WAIT-DAYS               PIC 9(3) VALUE 5.
           01 WS-KEEP-DAYS               PIC 9(3) VALUE 180.
           01 WS-SETTLED-DATE            PIC 9(8).
           01 WS-TOP-SER                 PIC 9(6) VALUE ZERO.
           01 WS-PURGE-CTR               PIC 9(6) VALUE ZERO.
           01 WS-LOG-PROGRAM  PIC X(20) VALUE "PAYMENT-OUTBOUND".
           01 WS-LOG-START.
               02 WS-LOG-START-DATE  PIC 9(6).
               02 WS-LOG-START-TIME  PIC 9(6).
           01 WS-LOG-READ     PIC 9(6).
           01 WS-LOG-WRITTEN  PIC 9(6).
           01 WS-LOG-REJECTED PIC 9(6).
           01 WS-LOG-RC       PIC 9(2).
           01 WS-LOG-TIME-HOLD PIC 9(8).
      *    THE WHOLE INSTRUCTION FILE, REWRITTEN AT THE END.
           01 WS-INST-TABLE.
               02 WS-INST-ENTRY OCCURS 9999 TIMES PIC X(110).
           01 WS-INST-CTR                PIC 9(4) VALUE ZERO.
           01 WS-INST-IDX                PIC 9(5).
           01 WS-INST-HIT                PIC 9(5).
           01 WS-INST-MAX                PIC 9(4) VALUE 9999.
           01 WS-INST-HOLD.
           COPY PAYINST.
           01 WS-LOOK-TRACE              PIC X(9).
           01 WS-CENTS-HOLD              PIC 9(10).
           01 WS-CENTS-TOTAL             PIC 9(12) VALUE ZERO.
           01 WS-HASH-WORK               PIC 9(18) VALUE ZERO.
           01 WS-AUDIT-CTR               PIC 9(6) VALUE ZERO.
           01 WS-SENT-CTR                PIC 9(6) VALUE ZERO.
           01 WS-SENT-AMT                PIC 9(8)V99 VALUE ZERO.
           01 WS-RET-CTR                 PIC 9(6) VALUE ZERO.
           01 WS-RET-AMT                 PIC 9(8)V99 VALUE ZERO.
           01 WS-REJ-CTR                 PIC 9(6) VALUE ZERO.
           01 WS-WAIT-CTR                PIC 9(6) VALUE ZERO.
           01 WS-EXCEPT-CTR              PIC 9(6) VALUE ZERO.
           01 WS-ACTION                  PIC X(9).
           01 RPT-HDR-LINE.
               02 FILLER             PIC X(29) VALUE
                   "OUTBOUND PAYMENTS FOR NIGHT ".
               02 RPT-HDR-DATE       PIC 9(8).
               02 FILLER             PIC X(43) VALUE SPACES.
           01 RPT-COL-LINE.
               02 FILLER             PIC X(10) VALUE "ACTION".
               02 FILLER             PIC X(10) VALUE "TRACE".
               02 FILLER             PIC X(5) VALUE "ACCT".
               02 FILLER             PIC X(10) VALUE "   AMOUNT".
               02 FILLER             PIC X(10) VALUE "ROUTING".
               02 FILLER             PIC X(18) VALUE "PAYEE ACCOUNT".
               02 FILLER             PIC X(17) VALUE "PAYEE".
           01 RPT-DETAIL-LINE.
               02 RD-ACTION-OUT      PIC X(9).
               02 FILLER             PIC X VALUE SPACE.
               02 RD-TRACE-OUT       PIC X(9).
               02 FILLER             PIC X VALUE SPACE.
               02 RD-ACCT-OUT        PIC X(4).
               02 FILLER             PIC X VALUE SPACE.
               02 RD-AMT-OUT         PIC ZZ,ZZ9.99.
               02 FILLER             PIC X VALUE SPACE.
               02 RD-ROUTING-OUT     PIC X(9).
               02 FILLER             PIC X VALUE SPACE.
               02 RD-PAYEE-ACCT-OUT  PIC X(17).
               02 FILLER             PIC X VALUE SPACE.
               02 RD-PAYEE-NAME-OUT  PIC X(17).
           01 RPT-TOTAL1-LINE.
               02 FILLER             PIC X(6) VALUE "SENT: ".
               02 RT-SENT-OUT        PIC ZZZZ9.
               02 FILLER             PIC X VALUE SPACE.
               02 RT-SENT-AMT-OUT    PIC ZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X(12) VALUE "  RETURNED: ".
               02 RT-RET-OUT         PIC ZZZZ9.
               02 FILLER             PIC X VALUE SPACE.
               02 RT-RET-AMT-OUT     PIC ZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X(24) VALUE SPACES.
           01 RPT-TOTAL2-LINE.
               02 FILLER             PIC X(10) VALUE "REJECTED: ".
               02 RT-REJ-OUT         PIC ZZZZ9.
               02 FILLER             PIC X(11) VALUE "  WAITING: ".
               02 RT-WAIT-OUT        PIC ZZZZ9.
               02 FILLER             PIC X(14) VALUE "  EXCEPTIONS: ".
               02 RT-EXCEPT-OUT      PIC ZZZZ9.
               02 FILLER             PIC X(30) VALUE SPACES.
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
           PERFORM 200-LOAD-INST-RTN
           IF RETURN-CODE = 8
               PERFORM 900-RUN-LOG-RTN
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AUDIT FILE NOT AVAILABLE - STATUS "
                   WS-AUDIT-STATUS " - NOTHING SENT"
               MOVE 8 TO RETURN-CODE
               PERFORM 900-RUN-LOG-RTN
               STOP RUN
           END-IF
           OPEN OUTPUT BANK-FILE
           MOVE SPACES TO BANK-HDR-REC
           MOVE "BHDR" TO BH-TAG
           MOVE WS-BUS-DATE TO BH-DATE
           MOVE WS-BANK-ID TO BH-BANK-ID
           WRITE BANK-HDR-REC
           OPEN OUTPUT REPORT-FILE
           MOVE WS-BUS-DATE TO RPT-HDR-DATE
           WRITE REPORT-REC FROM RPT-HDR-LINE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           WRITE REPORT-REC FROM RPT-COL-LINE
           MOVE "N" TO WS-EOF-SW
           PERFORM 300-AUDIT-ONE-RTN UNTIL WS-EOF
           CLOSE AUDIT-FILE
           MOVE SPACES TO BANK-TRL-REC
           MOVE "BTRL" TO BT-TAG
           MOVE WS-SENT-CTR TO BT-REC-COUNT
           MOVE WS-CENTS-TOTAL TO BT-AMT-TOTAL
           MOVE WS-HASH-WORK TO BT-ROUTING-HASH
           WRITE BANK-TRL-REC
           CLOSE BANK-FILE
           PERFORM 400-READ-REJECTS-RTN
           PERFORM 500-WAITING-RTN
               VARYING WS-INST-IDX FROM 1 BY 1
               UNTIL WS-INST-IDX > WS-INST-CTR
           IF WS-INST-FILE-FOUND OR WS-INST-CTR > ZERO
               PERFORM 600-REWRITE-INST-RTN
           END-IF
           PERFORM 700-TOTALS-RTN
           CLOSE REPORT-FILE
           DISPLAY "PAYMENTS SENT: " WS-SENT-CTR
               "  CENTS: " WS-CENTS-TOTAL
               "  RETURNED: " WS-RET-CTR
               "  REJECTED: " WS-REJ-CTR
               "  EXCEPTIONS: " WS-EXCEPT-CTR
               "  PURGED: " WS-PURGE-CTR
           IF WS-EXCEPT-CTR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

       150-GET-FILE-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PAYOUT_INST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-INST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PAYOUT_AUDIT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-AUDIT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PAYOUT_REJ_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REJ-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PAYOUT_BANK_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-BANK-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PAYOUT_RPT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PAYOUT_BANK_ID"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:8) TO WS-BANK-ID
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PAYOUT_DAYS"
           IF WS-ENV-HOLD (1:3) IS NUMERIC
               MOVE WS-ENV-HOLD (1:3) TO WS-WAIT-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PAYOUT_KEEP"
           IF WS-ENV-HOLD (1:3) IS NUMERIC
               MOVE WS-ENV-HOLD (1:3) TO WS-KEEP-DAYS
           END-IF.

      ******************************************************************
      * THE INSTRUCTION FILE INTO THE TABLE. NO FILE YET IS AN EMPTY
      * TABLE; A FILE THE TABLE CANNOT HOLD STOPS THE STEP (RC 8)
      * BEFORE ANYTHING IS SENT.
      ******************************************************************
       200-LOAD-INST-RTN.
           OPEN INPUT PAYI-FILE
           IF WS-INST-STATUS = "00"
               MOVE "Y" TO WS-INST-FOUND-SW
               MOVE "N" TO WS-EOF-SW
               PERFORM 210-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE PAYI-FILE
           ELSE
               IF WS-INST-STATUS NOT = "35"
                   DISPLAY "PAYMENT INSTRUCTIONS NOT AVAILABLE"
                       " - STATUS " WS-INST-STATUS " - NOTHING SENT"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       210-LOAD-ONE-RTN.
           READ PAYI-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-INST-CTR < WS-INST-MAX
                       ADD 1 TO WS-INST-CTR
                       MOVE PAYI-REC TO WS-INST-ENTRY (WS-INST-CTR)
                       MOVE PAYI-REC TO WS-INST-HOLD
                       IF PI-TRACE-SER IS NUMERIC
                           AND PI-TRACE-SER > WS-TOP-SER
                           MOVE PI-TRACE-SER TO WS-TOP-SER
                       END-IF
                   ELSE
                       DISPLAY "PAYMENT INSTRUCTION TABLE FULL AT "
                           WS-INST-MAX " - NOTHING SENT"
                       MOVE 8 TO RETURN-CODE
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
           END-READ.

      ******************************************************************
      * ONE ROW OF THE NIGHT'S AUDIT FILE - ONLY PAYMENTS AND THEIR
      * RETURNS CONCERN THIS STEP.
      ******************************************************************
       300-AUDIT-ONE-RTN.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-AUDIT-CTR
                   EVALUATE TRUE
                       WHEN AUD-TRANS-TYPE = "E"
                           PERFORM 310-SEND-RTN
                       WHEN AUD-TRACE (1:3) = "EXR"
                           PERFORM 320-RETURN-RTN
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * A PAYMENT DEBITED TONIGHT - ONTO THE BANK FILE IF ITS
      * INSTRUCTION IS WAITING (OR WAS REJECTED ON AN EARLIER NIGHT)
      * AND AGREES WITH THE POSTING.
      ******************************************************************
       310-SEND-RTN.
           MOVE AUD-TRACE TO WS-LOOK-TRACE
           PERFORM 350-FIND-INST-RTN
           EVALUATE TRUE
               WHEN WS-INST-HIT = ZERO
                   MOVE SPACES TO WS-INST-HOLD
                   MOVE AUD-TRACE TO PI-TRACE
                   MOVE AUD-ACCT-NO TO PI-ACCT-NO
                   MOVE AUD-TRANS-AMT TO PI-AMT
                   MOVE "NO INSTR" TO WS-ACTION
                   ADD 1 TO WS-EXCEPT-CTR
               WHEN NOT PI-ENTERED AND NOT PI-REJECTED
                   MOVE "DUP SEND" TO WS-ACTION
                   ADD 1 TO WS-EXCEPT-CTR
               WHEN PI-ACCT-NO NOT = AUD-ACCT-NO
                   OR PI-AMT NOT = AUD-TRANS-AMT
                   MOVE AUD-ACCT-NO TO PI-ACCT-NO
                   MOVE AUD-TRANS-AMT TO PI-AMT
                   MOVE "MISMATCH" TO WS-ACTION
                   ADD 1 TO WS-EXCEPT-CTR
               WHEN OTHER
                   PERFORM 315-WRITE-PAYMENT-RTN
                   MOVE "S" TO PI-STATUS
                   MOVE WS-BUS-DATE TO PI-SENT-DATE
                   MOVE WS-INST-HOLD TO WS-INST-ENTRY (WS-INST-HIT)
                   MOVE "SENT" TO WS-ACTION
           END-EVALUATE
           PERFORM 380-REPORT-LINE-RTN.

       315-WRITE-PAYMENT-RTN.
           MOVE SPACES TO BANK-PAY-REC
           MOVE "PAY" TO BP-TYPE-CODE
           COMPUTE WS-CENTS-HOLD = PI-AMT * 100
           MOVE WS-CENTS-HOLD TO BP-AMOUNT
           MOVE ZEROES TO BP-ACCT
           MOVE PI-ACCT-NO TO BP-ACCT (7:4)
           MOVE WS-BUS-DATE TO BP-VALUE-DATE
           MOVE PI-TRACE-SER TO BP-OUR-REF
           MOVE PI-ROUTING TO BP-ROUTING
           MOVE PI-PAYEE-ACCT TO BP-PAYEE-ACCT
           MOVE PI-PAYEE-NAME TO BP-PAYEE-NAME
           WRITE BANK-PAY-REC
           ADD 1 TO WS-SENT-CTR
           ADD PI-AMT TO WS-SENT-AMT
           ADD WS-CENTS-HOLD TO WS-CENTS-TOTAL
           ADD PI-ROUTING TO WS-HASH-WORK.

      ******************************************************************
      * A RETURNED PAYMENT CAME BACK AS AN "EXR" CREDIT - THE "EXP"
      * INSTRUCTION WITH THE SAME SERIAL IS MARKED RETURNED.
      ******************************************************************
       320-RETURN-RTN.
           MOVE AUD-TRACE TO WS-LOOK-TRACE
           MOVE "EXP" TO WS-LOOK-TRACE (1:3)
           PERFORM 350-FIND-INST-RTN
           IF WS-INST-HIT = ZERO OR NOT PI-SENT
               IF WS-INST-HIT = ZERO
                   MOVE SPACES TO WS-INST-HOLD
                   MOVE WS-LOOK-TRACE TO PI-TRACE
               END-IF
               MOVE AUD-ACCT-NO TO PI-ACCT-NO
               MOVE AUD-TRANS-AMT TO PI-AMT
               MOVE "NO PAYMNT" TO WS-ACTION
               ADD 1 TO WS-EXCEPT-CTR
           ELSE
               MOVE "R" TO PI-STATUS
               MOVE WS-BUS-DATE TO PI-RET-DATE
               MOVE WS-INST-HOLD TO WS-INST-ENTRY (WS-INST-HIT)
               MOVE "RETURNED" TO WS-ACTION
               ADD 1 TO WS-RET-CTR
               ADD AUD-TRANS-AMT TO WS-RET-AMT
           END-IF
           PERFORM 380-REPORT-LINE-RTN.

      ******************************************************************
      * THE INSTRUCTION FOR WS-LOOK-TRACE INTO WS-INST-HOLD; ITS
      * SUBSCRIPT IN WS-INST-HIT, ZERO WHEN THERE IS NONE.
      ******************************************************************
       350-FIND-INST-RTN.
           MOVE ZERO TO WS-INST-HIT
           PERFORM 355-MATCH-INST-RTN
               VARYING WS-INST-IDX FROM 1 BY 1
               UNTIL WS-INST-IDX > WS-INST-CTR OR WS-INST-HIT > ZERO
           IF WS-INST-HIT > ZERO
               MOVE WS-INST-ENTRY (WS-INST-HIT) TO WS-INST-HOLD
           END-IF.

       355-MATCH-INST-RTN.
           IF WS-INST-ENTRY (WS-INST-IDX) (1:9) = WS-LOOK-TRACE
               MOVE WS-INST-IDX TO WS-INST-HIT
           END-IF.

       380-REPORT-LINE-RTN.
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE WS-ACTION TO RD-ACTION-OUT
           MOVE PI-TRACE TO RD-TRACE-OUT
           MOVE PI-ACCT-NO TO RD-ACCT-OUT
           MOVE PI-AMT TO RD-AMT-OUT
           IF PI-ROUTING IS NUMERIC AND PI-ROUTING > ZERO
               MOVE PI-ROUTING TO RD-ROUTING-OUT
           END-IF
           MOVE PI-PAYEE-ACCT TO RD-PAYEE-ACCT-OUT
           MOVE PI-PAYEE-NAME TO RD-PAYEE-NAME-OUT
           WRITE REPORT-REC FROM RPT-DETAIL-LINE.

      ******************************************************************
      * A PAYMENT WHOSE DEBIT REJECTED TONIGHT IS NOT SENT - ITS
      * INSTRUCTION IS MARKED REJECTED. NO REJECT FILE IS NO REJECTS.
      ******************************************************************
       400-READ-REJECTS-RTN.
           OPEN INPUT REJECT-FILE
           IF WS-REJ-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 410-REJECT-ONE-RTN UNTIL WS-EOF
               CLOSE REJECT-FILE
           END-IF.

       410-REJECT-ONE-RTN.
           READ REJECT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF REJ-TRANS-TYPE = "E"
                       MOVE REJ-TRACE TO WS-LOOK-TRACE
                       PERFORM 350-FIND-INST-RTN
                       IF WS-INST-HIT > ZERO AND PI-ENTERED
                           MOVE "J" TO PI-STATUS
                           MOVE WS-INST-HOLD
                               TO WS-INST-ENTRY (WS-INST-HIT)
                           MOVE "REJECTED" TO WS-ACTION
                           ADD 1 TO WS-REJ-CTR
                           PERFORM 380-REPORT-LINE-RTN
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * AN INSTRUCTION STILL WAITING FOR ITS DEBIT WELL PAST ITS
      * VALUE DATE - THE TELLER BATCH MAY NEVER HAVE REACHED THE CYCLE.
      ******************************************************************
       500-WAITING-RTN.
           MOVE WS-INST-ENTRY (WS-INST-IDX) TO WS-INST-HOLD
           IF PI-ENTERED AND PI-EFF-DATE IS NUMERIC
               AND PI-EFF-DATE > ZERO
               CALL 'DATE-DAYS-RTN' USING BY CONTENT PI-EFF-DATE
                   BY REFERENCE WS-EFF-DAYS
               IF WS-RUN-DAYS > WS-EFF-DAYS + WS-WAIT-DAYS
                   MOVE "WAITING" TO WS-ACTION
                   ADD 1 TO WS-WAIT-CTR
                   PERFORM 380-REPORT-LINE-RTN
               END-IF
           END-IF.

      ******************************************************************
      * THE INSTRUCTION FILE BACK OUT WITH TONIGHT'S STATUSES. A
      * PAYMENT SENT OR RETURNED LONG ENOUGH AGO IS DROPPED, BUT NEVER
      * THE HIGHEST SERIAL - TELLER-CAPTURE NUMBERS FROM IT.
      ******************************************************************
       600-REWRITE-INST-RTN.
           OPEN OUTPUT PAYI-FILE
           PERFORM 610-REWRITE-ONE-RTN
               VARYING WS-INST-IDX FROM 1 BY 1
               UNTIL WS-INST-IDX > WS-INST-CTR
           CLOSE PAYI-FILE.

       610-REWRITE-ONE-RTN.
           MOVE WS-INST-ENTRY (WS-INST-IDX) TO WS-INST-HOLD
           MOVE ZERO TO WS-SETTLED-DATE
           IF PI-SENT
               MOVE PI-SENT-DATE TO WS-SETTLED-DATE
           END-IF
           IF PI-RETURNED
               MOVE PI-RET-DATE TO WS-SETTLED-DATE
           END-IF
           MOVE ZERO TO WS-EFF-DAYS
           IF WS-SETTLED-DATE IS NUMERIC AND WS-SETTLED-DATE > ZERO
               AND PI-TRACE-SER NOT = WS-TOP-SER
               CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-SETTLED-DATE
                   BY REFERENCE WS-EFF-DAYS
           END-IF
           IF WS-EFF-DAYS > ZERO
               AND WS-RUN-DAYS > WS-EFF-DAYS + WS-KEEP-DAYS
               ADD 1 TO WS-PURGE-CTR
           ELSE
               MOVE WS-INST-HOLD TO PAYI-REC
               WRITE PAYI-REC
           END-IF.

       700-TOTALS-RTN.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-SENT-CTR TO RT-SENT-OUT
           MOVE WS-SENT-AMT TO RT-SENT-AMT-OUT
           MOVE WS-RET-CTR TO RT-RET-OUT
           MOVE WS-RET-AMT TO RT-RET-AMT-OUT
           WRITE REPORT-REC FROM RPT-TOTAL1-LINE
           MOVE WS-REJ-CTR TO RT-REJ-OUT
           MOVE WS-WAIT-CTR TO RT-WAIT-OUT
           MOVE WS-EXCEPT-CTR TO RT-EXCEPT-OUT
           WRITE REPORT-REC FROM RPT-TOTAL2-LINE.

       900-RUN-LOG-RTN.
           MOVE WS-AUDIT-CTR TO WS-LOG-READ
           MOVE WS-SENT-CTR TO WS-LOG-WRITTEN
           MOVE WS-EXCEPT-CTR TO WS-LOG-REJECTED
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
