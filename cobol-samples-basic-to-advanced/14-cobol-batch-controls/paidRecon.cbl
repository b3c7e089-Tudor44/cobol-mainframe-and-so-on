      ******************************************************************
      *15-10-2026 GD - PAID-ITEM RECONCILIATION FOR THE DISBURSEMENTS.
      *NOTHING EVER CHECKED WHAT THE BANK ACTUALLY PAID AGAINST WHAT
      *POSITIVE-PAY ISSUED. THIS STEP READS THE BANK'S PAID-ITEMS
      *FILE - BHDR HEADER, ONE "PID" DETAIL PER ITEM PAID (PAYEE,
      *AMOUNT PAID IN CENTS, ISSUE DATE, DATE PAID) AND A BTRL
      *TRAILER WITH THE COUNT AND CENTS TOTAL - PROVES IT AGAINST ITS
      *TRAILER AND MATCHES EVERY PAID ITEM TO THE ISSUE REGISTER
      *(COPYBOOK PPISSUE) BY PAYEE, AMOUNT AND ISSUE DATE:
      *  - AN OUTSTANDING ISSUE OF THE SAME PAYEE, DATE AND AMOUNT IS
      *    MARKED PAID.
      *  - AN OUTSTANDING ISSUE OF THE SAME PAYEE AND DATE BUT ANOTHER
      *    AMOUNT IS MARKED PAID-DIFFERENT AND LISTED "AMT DIFF" WITH
      *    BOTH AMOUNTS.
      *  - AN ISSUE ALREADY PAID IS LISTED "PAID TWICE".
      *  - NO ISSUE AT ALL IS LISTED "NOT ISSUED".
      *ANY OF THESE ENDS THE STEP RC 4. ISSUES STILL OUTSTANDING MORE
      *THAN PPRC_DAYS (DEFAULT 030) DAYS AFTER THEIR ISSUE DATE ARE
      *LISTED "OUTSTAND" WITH THEIR AGE. THE REGISTER IS REWRITTEN
      *WITH THE NEW STATUSES, LESS ITEMS PAID MORE THAN PPRC_KEEP
      *(DEFAULT 180) DAYS AGO. NO PAID-ITEMS FILE IS A NIGHT WITH
      *NOTHING PAID - THE OUTSTANDING LIST IS STILL PRODUCED. A
      *PAID-ITEMS FILE THAT DOES NOT PROVE, NO REGISTER, OR A
      *REGISTER TOO BIG FOR THE TABLE ENDS RC 8 WITH THE REGISTER
      *UNTOUCHED.
      *FILE PATHS FROM PPRC_PAID_PATH / PPRC_REG_PATH /
      *PPRC_RPT_PATH; BUSINESS DATE FROM BUS-DATE-RTN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAID-ITEM-RECON.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT PAID-FILE ASSIGN TO WS-PAID-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAID-STATUS.
       SELECT REG-FILE ASSIGN TO WS-REG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.
       SELECT REPORT-FILE ASSIGN TO WS-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    THE BANK'S PAID-ITEMS LAYOUT.
       FD PAID-FILE
           RECORD CONTAINS 20 TO 34 CHARACTERS.
           01 PAID-REC.
               02 PD-TYPE                PIC X(3).
               02 PD-PAYEE               PIC X(5).
               02 PD-AMOUNT              PIC 9(10).
               02 PD-ISSUE-DATE          PIC 9(8).
               02 PD-PAID-DATE           PIC 9(8).
           01 PAID-HDR-REC.
               02 PH-TAG                 PIC X(4).
               02 PH-DATE                PIC 9(8).
               02 PH-BANK-ID             PIC X(8).
           01 PAID-TRL-REC.
               02 PT-TAG                 PIC X(4).
               02 PT-REC-COUNT           PIC 9(8).
               02 PT-AMT-TOTAL           PIC 9(12).
       FD REG-FILE
           RECORD CONTAINS 50 CHARACTERS.
           01 REG-REC                    PIC X(50).
       FD REPORT-FILE.
           01 REPORT-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-PAID-PATH               PIC X(80) VALUE
               "/Users/gaetanodorsi/PaidItems.txt".
           01 WS-REG-PATH                PIC X(80) VALUE
               "/Users/gaetanodorsi/IssueRegister.txt".
           01 WS-RPT-PATH                PIC X(80) VALUE
               "/Users/gaetanodorsi/PaidItemRecon.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-PAID-STATUS             PIC XX.
           01 WS-REG-STATUS              PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-HDR-SW                  PIC X VALUE "N".
               88 WS-HDR-SEEN                   VALUE "Y".
           01 WS-TRL-SW                  PIC X VALUE "N".
               88 WS-TRL-SEEN                   VALUE "Y".
           01 WS-FAIL-SW                 PIC X VALUE "N".
               88 WS-FAILED                     VALUE "Y".
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-RUN-DAYS                PIC 9(7).
           01 WS-ITEM-DAYS               PIC 9(7).
           01 WS-AGE-DAYS                PIC 9(4).
           01 WS-OUT-DAYS                PIC 9(3) VALUE 30.
           01 WS-KEEP-DAYS               PIC 9(3) VALUE 180.
           01 WS-LOG-PROGRAM  PIC X(20) VALUE "PAID-ITEM-RECON".
           01 WS-LOG-START.
               02 WS-LOG-START-DATE  PIC 9(6).
               02 WS-LOG-START-TIME  PIC 9(6).
           01 WS-LOG-READ     PIC 9(6).
           01 WS-LOG-WRITTEN  PIC 9(6).
           01 WS-LOG-REJECTED PIC 9(6).
           01 WS-LOG-RC       PIC 9(2).
           01 WS-LOG-TIME-HOLD PIC 9(8).
      *    THE WHOLE REGISTER, REWRITTEN AT THE END, AND TONIGHT'S
      *    PAID ITEMS, HELD UNTIL THE FILE PROVES.
           01 WS-REG-TABLE.
               02 WS-REG-ENTRY OCCURS 9999 TIMES PIC X(50).
           01 WS-REG-CTR                 PIC 9(4) VALUE ZERO.
           01 WS-REG-IDX                 PIC 9(5).
           01 WS-REG-HIT                 PIC 9(5).
           01 WS-REG-MAX                 PIC 9(4) VALUE 9999.
           01 WS-REG-HOLD.
           COPY PPISSUE.
           01 WS-PAID-TABLE.
               02 WS-PAID-ENTRY OCCURS 9999 TIMES PIC X(34).
           01 WS-PAID-CTR                PIC 9(4) VALUE ZERO.
           01 WS-PAID-IDX                PIC 9(5).
           01 WS-PAID-MAX                PIC 9(4) VALUE 9999.
           01 WS-PAID-HOLD.
               02 WS-PH-TYPE             PIC X(3).
               02 WS-PH-PAYEE            PIC X(5).
               02 WS-PH-AMOUNT           PIC 9(10).
               02 WS-PH-ISSUE-DATE       PIC 9(8).
               02 WS-PH-PAID-DATE        PIC 9(8).
           01 WS-PAID-CENTS              PIC 9(12) VALUE ZERO.
           01 WS-MATCH-CTR               PIC 9(6) VALUE ZERO.
           01 WS-DIFF-CTR                PIC 9(6) VALUE ZERO.
           01 WS-TWICE-CTR               PIC 9(6) VALUE ZERO.
           01 WS-NOTISS-CTR              PIC 9(6) VALUE ZERO.
           01 WS-OUTST-CTR               PIC 9(6) VALUE ZERO.
           01 WS-OUTST-CENTS             PIC 9(12) VALUE ZERO.
           01 WS-PURGE-CTR               PIC 9(6) VALUE ZERO.
           01 WS-EXCEPT-CTR              PIC 9(6) VALUE ZERO.
           01 WS-AMT-WORK                PIC 9(10)V99.
           01 RPT-HDR-LINE.
               02 FILLER             PIC X(29) VALUE
                   "PAID-ITEM RECONCILIATION FOR ".
               02 RPT-HDR-DATE       PIC 9(8).
               02 FILLER             PIC X(43) VALUE SPACES.
           01 RPT-COL-LINE.
               02 FILLER             PIC X(11) VALUE "ACTION".
               02 FILLER             PIC X(6) VALUE "PAYEE".
               02 FILLER             PIC X(4) VALUE "TYP".
               02 FILLER             PIC X(9) VALUE "ISSUED".
               02 FILLER             PIC X(14) VALUE
                   "   ISSUED AMT".
               02 FILLER             PIC X(9) VALUE "PAID".
               02 FILLER             PIC X(14) VALUE
                   "     PAID AMT".
               02 FILLER             PIC X(13) VALUE " AGE".
           01 RPT-DETAIL-LINE.
               02 RD-ACTION-OUT      PIC X(10).
               02 FILLER             PIC X VALUE SPACE.
               02 RD-PAYEE-OUT       PIC X(5).
               02 FILLER             PIC X VALUE SPACE.
               02 RD-TYPE-OUT        PIC X(3).
               02 FILLER             PIC X VALUE SPACE.
               02 RD-ISSUE-DATE-OUT  PIC X(8).
               02 FILLER             PIC X VALUE SPACE.
               02 RD-ISSUE-AMT-OUT   PIC X(13).
               02 FILLER             PIC X VALUE SPACE.
               02 RD-PAID-DATE-OUT   PIC X(8).
               02 FILLER             PIC X VALUE SPACE.
               02 RD-PAID-AMT-OUT    PIC X(13).
               02 FILLER             PIC X VALUE SPACE.
               02 RD-AGE-OUT         PIC X(4).
           01 WS-AMT-EDIT            PIC ZZ,ZZZ,ZZ9.99.
           01 WS-AGE-EDIT            PIC ZZZ9.
           01 RPT-TOTAL1-LINE.
               02 FILLER             PIC X(12) VALUE "PAID ITEMS: ".
               02 RT-PAID-OUT        PIC ZZZZ9.
               02 FILLER             PIC X(10) VALUE "  MATCHED:".
               02 RT-MATCH-OUT       PIC ZZZZ9.
               02 FILLER             PIC X(11) VALUE "  AMT DIFF:".
               02 RT-DIFF-OUT        PIC ZZZZ9.
               02 FILLER             PIC X(13) VALUE "  PAID TWICE:".
               02 RT-TWICE-OUT       PIC ZZZZ9.
               02 FILLER             PIC X(14) VALUE SPACES.
           01 RPT-TOTAL2-LINE.
               02 FILLER             PIC X(12) VALUE "NOT ISSUED: ".
               02 RT-NOTISS-OUT      PIC ZZZZ9.
               02 FILLER             PIC X(14) VALUE
                   "  OUTSTANDING:".
               02 RT-OUTST-OUT       PIC ZZZZ9.
               02 FILLER             PIC X VALUE SPACE.
               02 RT-OUTST-AMT-OUT   PIC ZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-GET-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-BUS-DATE
               BY REFERENCE WS-RUN-DAYS
           PERFORM 200-LOAD-REG-RTN
           IF NOT WS-FAILED
               PERFORM 300-LOAD-PAID-RTN
           END-IF
           IF WS-FAILED
               MOVE 8 TO RETURN-CODE
               PERFORM 900-RUN-LOG-RTN
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-BUS-DATE TO RPT-HDR-DATE
           WRITE REPORT-REC FROM RPT-HDR-LINE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           WRITE REPORT-REC FROM RPT-COL-LINE
           PERFORM 400-MATCH-ONE-RTN
               VARYING WS-PAID-IDX FROM 1 BY 1
               UNTIL WS-PAID-IDX > WS-PAID-CTR
           PERFORM 500-OUTSTANDING-RTN
               VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-CTR
           PERFORM 600-REWRITE-REG-RTN
           PERFORM 700-TOTALS-RTN
           CLOSE REPORT-FILE
           DISPLAY "PAID ITEMS " WS-PAID-CTR
               "  MATCHED " WS-MATCH-CTR
               "  AMT DIFF " WS-DIFF-CTR
               "  PAID TWICE " WS-TWICE-CTR
               "  NOT ISSUED " WS-NOTISS-CTR
           DISPLAY "OUTSTANDING PAST " WS-OUT-DAYS " DAYS "
               WS-OUTST-CTR "  PURGED " WS-PURGE-CTR
           IF WS-EXCEPT-CTR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

       150-GET-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PPRC_PAID_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PAID-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PPRC_REG_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REG-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PPRC_RPT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PPRC_DAYS"
           IF WS-ENV-HOLD (1:3) IS NUMERIC
               MOVE WS-ENV-HOLD (1:3) TO WS-OUT-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PPRC_KEEP"
           IF WS-ENV-HOLD (1:3) IS NUMERIC
               MOVE WS-ENV-HOLD (1:3) TO WS-KEEP-DAYS
           END-IF.

      ******************************************************************
      * THE ISSUE REGISTER INTO THE TABLE - WITHOUT ONE THERE IS
      * NOTHING TO RECONCILE AGAINST.
      ******************************************************************
       200-LOAD-REG-RTN.
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "ISSUE REGISTER NOT AVAILABLE - STATUS "
                   WS-REG-STATUS " - NOTHING RECONCILED"
               MOVE "Y" TO WS-FAIL-SW
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 210-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE REG-FILE
           END-IF.

       210-LOAD-ONE-RTN.
           READ REG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-REG-CTR < WS-REG-MAX
                       ADD 1 TO WS-REG-CTR
                       MOVE REG-REC TO WS-REG-ENTRY (WS-REG-CTR)
                   ELSE
                       DISPLAY "ISSUE REGISTER TABLE FULL AT "
                           WS-REG-MAX " - NOTHING RECONCILED"
                       MOVE "Y" TO WS-FAIL-SW
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
           END-READ.

      ******************************************************************
      * THE BANK'S PAID ITEMS INTO THE TABLE, PROVED AGAINST THE
      * TRAILER. NO FILE TONIGHT IS NOTHING PAID.
      ******************************************************************
       300-LOAD-PAID-RTN.
           OPEN INPUT PAID-FILE
           IF WS-PAID-STATUS NOT = "00"
               DISPLAY "NO PAID-ITEMS FILE THIS RUN"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 310-PAID-ONE-RTN UNTIL WS-EOF
               CLOSE PAID-FILE
               PERFORM 350-PROVE-PAID-RTN
           END-IF.

       310-PAID-ONE-RTN.
           READ PAID-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN PH-TAG = "BHDR"
                           MOVE "Y" TO WS-HDR-SW
                       WHEN PT-TAG = "BTRL"
                           MOVE "Y" TO WS-TRL-SW
                           MOVE "Y" TO WS-EOF-SW
                       WHEN PD-TYPE = "PID"
                           PERFORM 320-KEEP-PAID-RTN
                       WHEN OTHER
                           DISPLAY "UNKNOWN PAID-ITEMS RECORD "
                               PAID-REC " - NOTHING RECONCILED"
                           MOVE "Y" TO WS-FAIL-SW
                   END-EVALUATE
           END-READ.

       320-KEEP-PAID-RTN.
           IF WS-PAID-CTR < WS-PAID-MAX
               ADD 1 TO WS-PAID-CTR
               MOVE PAID-REC TO WS-PAID-ENTRY (WS-PAID-CTR)
               ADD PD-AMOUNT TO WS-PAID-CENTS
           ELSE
               DISPLAY "PAID-ITEMS TABLE FULL AT " WS-PAID-MAX
                   " - NOTHING RECONCILED"
               MOVE "Y" TO WS-FAIL-SW
               MOVE "Y" TO WS-EOF-SW
           END-IF.

       350-PROVE-PAID-RTN.
           IF NOT WS-HDR-SEEN OR NOT WS-TRL-SEEN
               DISPLAY "PAID-ITEMS FILE HAS NO BHDR OR NO BTRL"
                   " - NOTHING RECONCILED"
               MOVE "Y" TO WS-FAIL-SW
           ELSE
               IF PT-REC-COUNT NOT = WS-PAID-CTR
                   OR PT-AMT-TOTAL NOT = WS-PAID-CENTS
                   DISPLAY "PAID-ITEMS TRAILER " PT-REC-COUNT
                       " / " PT-AMT-TOTAL " BUT FILE CARRIES "
                       WS-PAID-CTR " / " WS-PAID-CENTS
                       " - NOTHING RECONCILED"
                   MOVE "Y" TO WS-FAIL-SW
               END-IF
           END-IF.

      ******************************************************************
      * ONE PAID ITEM AGAINST THE REGISTER - AN EXACT OUTSTANDING
      * ISSUE FIRST, THEN AN OUTSTANDING ISSUE OF THE SAME PAYEE AND
      * DATE FOR ANOTHER AMOUNT, THEN AN ISSUE ALREADY PAID.
      ******************************************************************
       400-MATCH-ONE-RTN.
           MOVE WS-PAID-ENTRY (WS-PAID-IDX) TO WS-PAID-HOLD
           MOVE ZERO TO WS-REG-HIT
           PERFORM 410-FIND-EXACT-RTN
               VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-CTR OR WS-REG-HIT > ZERO
           IF WS-REG-HIT = ZERO
               PERFORM 420-FIND-DIFF-RTN
                   VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-CTR OR WS-REG-HIT > ZERO
               IF WS-REG-HIT = ZERO
                   PERFORM 430-FIND-PAID-RTN
                       VARYING WS-REG-IDX FROM 1 BY 1
                       UNTIL WS-REG-IDX > WS-REG-CTR
                           OR WS-REG-HIT > ZERO
                   PERFORM 440-UNMATCHED-RTN
               ELSE
                   MOVE WS-REG-ENTRY (WS-REG-HIT) TO WS-REG-HOLD
                   MOVE "D" TO PPI-STATUS
                   MOVE WS-PH-PAID-DATE TO PPI-PAID-DATE
                   MOVE WS-PH-AMOUNT TO PPI-PAID-AMOUNT
                   MOVE WS-REG-HOLD TO WS-REG-ENTRY (WS-REG-HIT)
                   ADD 1 TO WS-DIFF-CTR
                   MOVE "AMT DIFF" TO RD-ACTION-OUT
                   PERFORM 480-PAID-LINE-RTN
               END-IF
           ELSE
               MOVE WS-REG-ENTRY (WS-REG-HIT) TO WS-REG-HOLD
               MOVE "P" TO PPI-STATUS
               MOVE WS-PH-PAID-DATE TO PPI-PAID-DATE
               MOVE WS-PH-AMOUNT TO PPI-PAID-AMOUNT
               MOVE WS-REG-HOLD TO WS-REG-ENTRY (WS-REG-HIT)
               ADD 1 TO WS-MATCH-CTR
           END-IF.

       410-FIND-EXACT-RTN.
           MOVE WS-REG-ENTRY (WS-REG-IDX) TO WS-REG-HOLD
           IF PPI-OUTSTANDING AND PPI-PAYEE = WS-PH-PAYEE
               AND PPI-ISSUE-DATE = WS-PH-ISSUE-DATE
               AND PPI-AMOUNT = WS-PH-AMOUNT
               MOVE WS-REG-IDX TO WS-REG-HIT
           END-IF.

       420-FIND-DIFF-RTN.
           MOVE WS-REG-ENTRY (WS-REG-IDX) TO WS-REG-HOLD
           IF PPI-OUTSTANDING AND PPI-PAYEE = WS-PH-PAYEE
               AND PPI-ISSUE-DATE = WS-PH-ISSUE-DATE
               MOVE WS-REG-IDX TO WS-REG-HIT
           END-IF.

       430-FIND-PAID-RTN.
           MOVE WS-REG-ENTRY (WS-REG-IDX) TO WS-REG-HOLD
           IF NOT PPI-OUTSTANDING AND PPI-PAYEE = WS-PH-PAYEE
               AND PPI-ISSUE-DATE = WS-PH-ISSUE-DATE
               MOVE WS-REG-IDX TO WS-REG-HIT
           END-IF.

      ******************************************************************
      * NO OUTSTANDING ISSUE - EITHER IT WAS PAID BEFORE OR IT WAS
      * NEVER ISSUED AT ALL.
      ******************************************************************
       440-UNMATCHED-RTN.
           IF WS-REG-HIT > ZERO
               MOVE WS-REG-ENTRY (WS-REG-HIT) TO WS-REG-HOLD
               ADD 1 TO WS-TWICE-CTR
               MOVE "PAID TWICE" TO RD-ACTION-OUT
           ELSE
               MOVE SPACES TO WS-REG-HOLD
               MOVE WS-PH-PAYEE TO PPI-PAYEE
               MOVE WS-PH-ISSUE-DATE TO PPI-ISSUE-DATE
               MOVE ZERO TO PPI-AMOUNT
               ADD 1 TO WS-NOTISS-CTR
               MOVE "NOT ISSUED" TO RD-ACTION-OUT
           END-IF
           PERFORM 480-PAID-LINE-RTN.

      ******************************************************************
      * AN EXCEPTION LINE FOR THE PAID ITEM IN WS-PAID-HOLD AGAINST
      * THE ISSUE IN WS-REG-HOLD (NO ISSUED AMOUNT WHEN NONE).
      ******************************************************************
       480-PAID-LINE-RTN.
           ADD 1 TO WS-EXCEPT-CTR
           MOVE WS-PH-PAYEE TO RD-PAYEE-OUT
           MOVE PPI-ITEM-TYPE TO RD-TYPE-OUT
           MOVE WS-PH-ISSUE-DATE TO RD-ISSUE-DATE-OUT
           MOVE SPACES TO RD-ISSUE-AMT-OUT
           IF PPI-AMOUNT > ZERO
               COMPUTE WS-AMT-WORK = PPI-AMOUNT / 100
               MOVE WS-AMT-WORK TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO RD-ISSUE-AMT-OUT
           END-IF
           MOVE WS-PH-PAID-DATE TO RD-PAID-DATE-OUT
           COMPUTE WS-AMT-WORK = WS-PH-AMOUNT / 100
           MOVE WS-AMT-WORK TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO RD-PAID-AMT-OUT
           MOVE SPACES TO RD-AGE-OUT
           WRITE REPORT-REC FROM RPT-DETAIL-LINE.

      ******************************************************************
      * AN ISSUE STILL UNPAID LONGER THAN PPRC_DAYS - LOST, STOPPED OR
      * NEVER PRESENTED.
      ******************************************************************
       500-OUTSTANDING-RTN.
           MOVE WS-REG-ENTRY (WS-REG-IDX) TO WS-REG-HOLD
           IF PPI-OUTSTANDING AND PPI-ISSUE-DATE IS NUMERIC
               AND PPI-ISSUE-DATE > ZERO
               CALL 'DATE-DAYS-RTN' USING BY CONTENT PPI-ISSUE-DATE
                   BY REFERENCE WS-ITEM-DAYS
               IF WS-RUN-DAYS > WS-ITEM-DAYS + WS-OUT-DAYS
                   COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-ITEM-DAYS
                   ADD 1 TO WS-OUTST-CTR
                   ADD PPI-AMOUNT TO WS-OUTST-CENTS
                   MOVE "OUTSTAND" TO RD-ACTION-OUT
                   MOVE PPI-PAYEE TO RD-PAYEE-OUT
                   MOVE PPI-ITEM-TYPE TO RD-TYPE-OUT
                   MOVE PPI-ISSUE-DATE TO RD-ISSUE-DATE-OUT
                   COMPUTE WS-AMT-WORK = PPI-AMOUNT / 100
                   MOVE WS-AMT-WORK TO WS-AMT-EDIT
                   MOVE WS-AMT-EDIT TO RD-ISSUE-AMT-OUT
                   MOVE SPACES TO RD-PAID-DATE-OUT
                   MOVE SPACES TO RD-PAID-AMT-OUT
                   MOVE WS-AGE-DAYS TO WS-AGE-EDIT
                   MOVE WS-AGE-EDIT TO RD-AGE-OUT
                   WRITE REPORT-REC FROM RPT-DETAIL-LINE
               END-IF
           END-IF.

      ******************************************************************
      * THE REGISTER BACK OUT WITH TONIGHT'S STATUSES, LESS ITEMS
      * PAID LONG ENOUGH AGO.
      ******************************************************************
       600-REWRITE-REG-RTN.
           OPEN OUTPUT REG-FILE
           PERFORM 610-REWRITE-ONE-RTN
               VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-CTR
           CLOSE REG-FILE.

       610-REWRITE-ONE-RTN.
           MOVE WS-REG-ENTRY (WS-REG-IDX) TO WS-REG-HOLD
           MOVE ZERO TO WS-ITEM-DAYS
           IF NOT PPI-OUTSTANDING AND PPI-PAID-DATE IS NUMERIC
               AND PPI-PAID-DATE > ZERO
               CALL 'DATE-DAYS-RTN' USING BY CONTENT PPI-PAID-DATE
                   BY REFERENCE WS-ITEM-DAYS
           END-IF
           IF WS-ITEM-DAYS > ZERO
               AND WS-RUN-DAYS > WS-ITEM-DAYS + WS-KEEP-DAYS
               ADD 1 TO WS-PURGE-CTR
           ELSE
               MOVE WS-REG-HOLD TO REG-REC
               WRITE REG-REC
           END-IF.

       700-TOTALS-RTN.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-PAID-CTR TO RT-PAID-OUT
           MOVE WS-MATCH-CTR TO RT-MATCH-OUT
           MOVE WS-DIFF-CTR TO RT-DIFF-OUT
           MOVE WS-TWICE-CTR TO RT-TWICE-OUT
           WRITE REPORT-REC FROM RPT-TOTAL1-LINE
           MOVE WS-NOTISS-CTR TO RT-NOTISS-OUT
           MOVE WS-OUTST-CTR TO RT-OUTST-OUT
           COMPUTE WS-AMT-WORK = WS-OUTST-CENTS / 100
           MOVE WS-AMT-WORK TO RT-OUTST-AMT-OUT
           WRITE REPORT-REC FROM RPT-TOTAL2-LINE.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM.
      ******************************************************************
       900-RUN-LOG-RTN.
           MOVE WS-PAID-CTR TO WS-LOG-READ
           MOVE WS-MATCH-CTR TO WS-LOG-WRITTEN
           MOVE WS-EXCEPT-CTR TO WS-LOG-REJECTED
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
