      ******************************************************************
      *15-10-2026 GD - END-OF-DAY BRANCH CASH POSITION AND VAULT
      *SETTLEMENT. TELLER-CAPTURE PROVES EACH BATCH AGAINST THE
      *ADDING MACHINE, BUT NOTHING SAID HOW MUCH CASH EACH DRAWER AND
      *VAULT SHOULD HOLD AT CLOSE. THIS STEP RUNS EACH NIGHT AHEAD OF
      *GL-JOURNAL AND BUILDS, FOR THE BUSINESS DAY:
      *  - FROM THE BRANCH CASH MOVEMENT FILE BRANCH-CASH-MAINT KEEPS
      *    (BRCASH_MV_PATH, COPYBOOK CASHMV) THE OPENING CASH OF EACH
      *    TELLER'S DRAWER AND EACH BRANCH VAULT, THE VAULT BUYS AND
      *    SELLS BETWEEN THEM AND THE CASH COUNTED AT CLOSE (THE LAST
      *    OPENING OR COUNT KEYED FOR A DRAWER STANDS);
      *  - FROM THE NIGHT'S PROVED TELLER BATCHES (BRCASH_TLR_PATH,
      *    THE HD/TR BATCHES AS TELLER-CAPTURE WROTE THEM) EACH
      *    TELLER'S CASH IN ("C") AND CASH OUT ("D") - THE ITEMS
      *    TRACED "TLR", CAPTURED TODAY.
      *EXPECTED CASH IS OPENING + CASH IN - CASH OUT + BOUGHT - SOLD
      *FOR A DRAWER AND OPENING + BOUGHT FROM TELLERS - SOLD TO
      *TELLERS FOR THE VAULT. THE POSITION REPORT (BRCASH_RPT_PATH)
      *SHOWS EVERY DRAWER AND VAULT BY BRANCH WITH A BRANCH TOTAL;
      *EVERY COUNT THAT DIFFERS FROM EXPECTED GOES ON THE OVER/SHORT
      *REGISTER (BRCASH_OS_PATH, COPYBOOK CASHOS), WHICH GL-JOURNAL
      *JOURNALS TO THE CASH OVER/SHORT GL ACCOUNT. A RERUN FOR A DAY
      *ALREADY ON THE REGISTER REPRINTS THE POSITION BUT ADDS NOTHING
      *TO THE REGISTER. A TELLER WITH CASH ITEMS BUT NO OPENING IS
      *TAKEN AT ZERO OPENING UNDER THE BRANCH OF THE ITEMS.
      *ANY OVER/SHORT, DRAWER NOT COUNTED OR DRAWER WITH NO OPENING
      *ENDS RC 4 WITH A WARNING ON THE ALERT FILE; NO MOVEMENT FILE
      *ENDS RC 4 AND REPORTS NOTHING.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-CASH-POSITION.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
          SELECT CMV-FILE ASSIGN TO WS-CMV-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMV-STATUS.
          SELECT TLR-FILE ASSIGN TO WS-TLR-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TLR-STATUS.
          SELECT COS-FILE ASSIGN TO WS-COS-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COS-STATUS.
          SELECT RPT-FILE ASSIGN TO WS-RPT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CMV-FILE
           RECORD CONTAINS 40 CHARACTERS.
           01 CMV-REC.
           COPY CASHMV.
       FD TLR-FILE
           RECORD CONTAINS 18 TO 34 CHARACTERS.
           01 TLR-REC                      PIC X(34).
           01 TLR-HDR-REC.
               02 TH-TAG                   PIC X(2).
               02 TH-BUS-DATE              PIC 9(8).
               02 TH-SOURCE                PIC X(8).
       FD COS-FILE
           RECORD CONTAINS 50 CHARACTERS.
           01 COS-REC.
           COPY CASHOS.
       FD RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 RPT-REC                      PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-CMV-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/BranchCash.txt".
           01 WS-TLR-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/TellerBatches.txt".
           01 WS-COS-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/CashOverShort.txt".
           01 WS-RPT-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/BranchCashPosition.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-LOG-PROGRAM  PIC X(20) VALUE "BRANCH-CASH-POSITION".
           01 WS-LOG-START.
               02 WS-LOG-START-DATE  PIC 9(6).
               02 WS-LOG-START-TIME  PIC 9(6).
           01 WS-LOG-READ     PIC 9(6).
           01 WS-LOG-WRITTEN  PIC 9(6).
           01 WS-LOG-REJECTED PIC 9(6).
           01 WS-LOG-RC       PIC 9(2).
           01 WS-LOG-TIME-HOLD PIC 9(8).
           01 WS-ALERT-SEV               PIC X.
           01 WS-ALERT-MSG               PIC X(60).
           01 WS-CMV-STATUS              PIC XX.
           01 WS-TLR-STATUS              PIC XX.
           01 WS-COS-STATUS              PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-RERUN-SW                PIC X VALUE "N".
               88 WS-RERUN                      VALUE "Y".
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-TB-DATE                 PIC 9(8) VALUE ZERO.
           01 WS-TB-TELLER               PIC X(5) VALUE SPACES.
           01 WS-TRANS-HOLD.
           COPY TRANSREC.
      *   ONE ROW PER DRAWER AND VAULT, KEPT IN BRANCH ORDER WITH EACH
      *   BRANCH'S VAULT AFTER ITS DRAWERS.
           01 WS-POS-TABLE.
               02 WS-PS-ENTRY OCCURS 300 TIMES.
                   03 WS-PS-KEY.
                       04 WS-PS-BRANCH   PIC X(2).
                       04 WS-PS-SEQ      PIC X.
                       04 WS-PS-TELLER   PIC X(5).
                   03 WS-PS-OPEN         PIC 9(7)V99.
                   03 WS-PS-IN           PIC 9(7)V99.
                   03 WS-PS-OUT          PIC 9(7)V99.
                   03 WS-PS-BOUGHT       PIC 9(7)V99.
                   03 WS-PS-SOLD         PIC 9(7)V99.
                   03 WS-PS-COUNTED      PIC 9(7)V99.
                   03 WS-PS-OPEN-SW      PIC X.
                   03 WS-PS-COUNT-SW     PIC X.
                   03 WS-PS-ITEMS        PIC 9(4).
           01 WS-PS-CTR                  PIC 9(3) VALUE ZERO.
           01 WS-PS-IDX                  PIC 9(3).
           01 WS-PS-FOUND                PIC 9(3).
           01 WS-PS-JDX                  PIC 9(3).
           01 WS-PS-SWAP                 PIC X(68).
           01 WS-FIND-BRANCH             PIC X(2).
           01 WS-FIND-TELLER             PIC X(5).
           01 WS-EXPECTED                PIC S9(8)V99.
           01 WS-DIFF                    PIC S9(8)V99.
      *   BRANCH TOTALS FOR THE CONTROL BREAK.
           01 WS-BR-HOLD                 PIC X(2) VALUE SPACES.
           01 WS-BR-OPEN                 PIC 9(9)V99.
           01 WS-BR-EXPECTED             PIC S9(9)V99.
           01 WS-BR-COUNTED              PIC 9(9)V99.
           01 WS-BR-OVER                 PIC 9(9)V99.
           01 WS-BR-SHORT                PIC 9(9)V99.
           01 WS-CMV-CTR                 PIC 9(6) VALUE ZERO.
           01 WS-TLR-CTR                 PIC 9(6) VALUE ZERO.
           01 WS-OS-CTR                  PIC 9(4) VALUE ZERO.
           01 WS-UNCOUNTED-CTR           PIC 9(4) VALUE ZERO.
           01 WS-NO-OPEN-CTR             PIC 9(4) VALUE ZERO.
           01 WS-FULL-CTR                PIC 9(4) VALUE ZERO.
           01 WS-COS-WRITTEN             PIC 9(4) VALUE ZERO.
           01 HD-LINE1.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 FILLER                 PIC X(40) VALUE
                   "BRANCH CASH POSITION - BUSINESS DATE".
               02 HD-DATE-OUT            PIC 9(8).
               02 FILLER                 PIC X(30) VALUE SPACES.
           01 HD-LINE2.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 FILLER                 PIC X(7) VALUE "DRAWER".
               02 FILLER                 PIC X(13) VALUE
                   "      OPENING".
               02 FILLER                 PIC X(13) VALUE
                   "      CASH IN".
               02 FILLER                 PIC X(13) VALUE
                   "     CASH OUT".
               02 FILLER                 PIC X(13) VALUE
                   "       BOUGHT".
               02 FILLER                 PIC X(13) VALUE
                   "         SOLD".
               02 FILLER                 PIC X(6) VALUE SPACES.
           01 HD-LINE3.
               02 FILLER                 PIC X(9) VALUE SPACES.
               02 FILLER                 PIC X(13) VALUE
                   "     EXPECTED".
               02 FILLER                 PIC X(13) VALUE
                   "      COUNTED".
               02 FILLER                 PIC X(13) VALUE
                   "   DIFFERENCE".
               02 FILLER                 PIC X(32) VALUE SPACES.
           01 BR-HDR-LINE.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 FILLER                 PIC X(7) VALUE "BRANCH ".
               02 BH-BRANCH-OUT          PIC X(2).
               02 FILLER                 PIC X(69) VALUE SPACES.
           01 DTL-LINE1.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 DL-TELLER-OUT          PIC X(5).
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 DL-OPEN-OUT            PIC Z,ZZZ,ZZ9.99-.
               02 DL-IN-OUT              PIC Z,ZZZ,ZZ9.99-.
               02 DL-OUT-OUT             PIC Z,ZZZ,ZZ9.99-.
               02 DL-BOUGHT-OUT          PIC Z,ZZZ,ZZ9.99-.
               02 DL-SOLD-OUT            PIC Z,ZZZ,ZZ9.99-.
               02 FILLER                 PIC X(6) VALUE SPACES.
           01 DTL-LINE2.
               02 FILLER                 PIC X(9) VALUE SPACES.
               02 DL-EXP-OUT             PIC Z,ZZZ,ZZ9.99-.
               02 DL-CNT-OUT             PIC Z,ZZZ,ZZ9.99-.
               02 DL-DIFF-OUT            PIC Z,ZZZ,ZZ9.99-.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 DL-VERDICT-OUT         PIC X(30).
           01 BR-TOT-LINE1.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 FILLER                 PIC X(15) VALUE
                   "BRANCH TOTAL  ".
               02 FILLER                 PIC X(9) VALUE "OPENING ".
               02 BT-OPEN-OUT            PIC ZZ,ZZZ,ZZ9.99-.
               02 FILLER                 PIC X(10) VALUE "EXPECTED ".
               02 BT-EXP-OUT             PIC ZZ,ZZZ,ZZ9.99-.
               02 FILLER                 PIC X(16) VALUE SPACES.
           01 BR-TOT-LINE2.
               02 FILLER                 PIC X(17) VALUE SPACES.
               02 FILLER                 PIC X(9) VALUE "COUNTED ".
               02 BT-CNT-OUT             PIC ZZ,ZZZ,ZZ9.99-.
               02 FILLER                 PIC X(6) VALUE "OVER ".
               02 BT-OVER-OUT            PIC ZZ,ZZZ,ZZ9.99.
               02 FILLER                 PIC X(7) VALUE " SHORT ".
               02 BT-SHORT-OUT           PIC ZZ,ZZZ,ZZ9.99.
               02 FILLER                 PIC X(1) VALUE SPACES.
           01 NONE-LINE.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 NONE-TEXT-OUT          PIC X(60).
               02 FILLER                 PIC X(18) VALUE SPACES.
           01 TOT-LINE.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 TL-LABEL-OUT           PIC X(36).
               02 TL-COUNT-OUT           PIC ZZZ,ZZ9.
               02 FILLER                 PIC X(35) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-GET-FILE-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           OPEN OUTPUT RPT-FILE
           MOVE WS-BUS-DATE TO HD-DATE-OUT
           WRITE RPT-REC FROM HD-LINE1 AFTER ADVANCING PAGE
           OPEN INPUT CMV-FILE
           IF WS-CMV-STATUS NOT = "00"
               DISPLAY "CASH MOVEMENT FILE NOT AVAILABLE - STATUS "
                   WS-CMV-STATUS
               MOVE "CASH MOVEMENT FILE NOT AVAILABLE - NO POSITION"
                   TO NONE-TEXT-OUT
               WRITE RPT-REC FROM NONE-LINE AFTER ADVANCING 2 LINES
               CLOSE RPT-FILE
               MOVE "W" TO WS-ALERT-SEV
               MOVE "NO BRANCH CASH MOVEMENT FILE - NO CASH POSITION"
                   TO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-LOG-PROGRAM
                   WS-ALERT-MSG
               MOVE 4 TO RETURN-CODE
               PERFORM 900-RUN-LOG-RTN
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 200-LOAD-MOVEMENT-RTN UNTIL WS-EOF
           CLOSE CMV-FILE
           PERFORM 300-TELLER-BATCHES-RTN
           PERFORM 400-ORDER-PASS-RTN
               VARYING WS-PS-IDX FROM 1 BY 1
               UNTIL WS-PS-IDX > WS-PS-CTR
           PERFORM 450-REGISTER-RERUN-RTN
           IF NOT WS-RERUN
               OPEN EXTEND COS-FILE
               IF WS-COS-STATUS = "35"
                   OPEN OUTPUT COS-FILE
               END-IF
           END-IF
           WRITE RPT-REC FROM HD-LINE2 AFTER ADVANCING 2 LINES
           WRITE RPT-REC FROM HD-LINE3 AFTER ADVANCING 1 LINES
           IF WS-PS-CTR = ZERO
               MOVE "NO CASH MOVEMENTS FOR THE DAY" TO NONE-TEXT-OUT
               WRITE RPT-REC FROM NONE-LINE AFTER ADVANCING 2 LINES
           END-IF
           PERFORM 500-POSITION-ONE-RTN
               VARYING WS-PS-IDX FROM 1 BY 1
               UNTIL WS-PS-IDX > WS-PS-CTR
           IF WS-BR-HOLD NOT = SPACES
               PERFORM 600-BRANCH-TOTAL-RTN
           END-IF
           IF NOT WS-RERUN
               CLOSE COS-FILE
           END-IF
           PERFORM 700-SUMMARY-RTN
           CLOSE RPT-FILE
           IF WS-OS-CTR > ZERO OR WS-UNCOUNTED-CTR > ZERO
               OR WS-NO-OPEN-CTR > ZERO
               MOVE "W" TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-MSG
               STRING "CASH OVER/SHORT: " WS-OS-CTR
                   "  NOT COUNTED: " WS-UNCOUNTED-CTR
                   "  NO OPENING: " WS-NO-OPEN-CTR
                   DELIMITED BY SIZE INTO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-LOG-PROGRAM
                   WS-ALERT-MSG
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

       150-GET-FILE-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "BRCASH_MV_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CMV-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "BRCASH_TLR_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-TLR-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "BRCASH_OS_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-COS-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "BRCASH_RPT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF.

      ******************************************************************
      * ONE MOVEMENT ROW OF THE DAY. A BUY OR SELL MOVES CASH BETWEEN
      * THE TELLER'S DRAWER AND THE BRANCH VAULT, SO IT LANDS ON BOTH:
      * WHAT THE TELLER BOUGHT THE VAULT SOLD, AND THE OTHER WAY ROUND.
      ******************************************************************
       200-LOAD-MOVEMENT-RTN.
           READ CMV-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF CMV-DATE = WS-BUS-DATE
                       ADD 1 TO WS-CMV-CTR
                       PERFORM 210-APPLY-MOVEMENT-RTN
                   END-IF
           END-READ.

       210-APPLY-MOVEMENT-RTN.
           MOVE CMV-BRANCH TO WS-FIND-BRANCH
           MOVE CMV-TELLER TO WS-FIND-TELLER
           PERFORM 250-FIND-ENTRY-RTN
           IF WS-PS-FOUND > ZERO
               EVALUATE TRUE
                   WHEN CMV-OPENING
                       MOVE CMV-AMT TO WS-PS-OPEN (WS-PS-FOUND)
                       MOVE "Y" TO WS-PS-OPEN-SW (WS-PS-FOUND)
                   WHEN CMV-COUNT
                       MOVE CMV-AMT TO WS-PS-COUNTED (WS-PS-FOUND)
                       MOVE "Y" TO WS-PS-COUNT-SW (WS-PS-FOUND)
                   WHEN CMV-BUY
                       ADD CMV-AMT TO WS-PS-BOUGHT (WS-PS-FOUND)
                   WHEN CMV-SELL
                       ADD CMV-AMT TO WS-PS-SOLD (WS-PS-FOUND)
               END-EVALUATE
           END-IF
           IF (CMV-BUY OR CMV-SELL) AND CMV-TELLER NOT = "VAULT"
               MOVE "VAULT" TO WS-FIND-TELLER
               PERFORM 250-FIND-ENTRY-RTN
               IF WS-PS-FOUND > ZERO
                   IF CMV-BUY
                       ADD CMV-AMT TO WS-PS-SOLD (WS-PS-FOUND)
                   ELSE
                       ADD CMV-AMT TO WS-PS-BOUGHT (WS-PS-FOUND)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * THE ROW FOR WS-FIND-BRANCH / WS-FIND-TELLER, ADDED EMPTY WHEN
      * IT IS NOT YET IN THE TABLE. WS-PS-FOUND IS ZERO ONLY WHEN THE
      * TABLE IS FULL.
      ******************************************************************
       250-FIND-ENTRY-RTN.
           MOVE ZERO TO WS-PS-FOUND
           PERFORM 255-MATCH-ENTRY-RTN
               VARYING WS-PS-JDX FROM 1 BY 1
               UNTIL WS-PS-JDX > WS-PS-CTR OR WS-PS-FOUND > ZERO
           IF WS-PS-FOUND = ZERO
               IF WS-PS-CTR < 300
                   ADD 1 TO WS-PS-CTR
                   MOVE WS-PS-CTR TO WS-PS-FOUND
                   MOVE WS-FIND-BRANCH TO WS-PS-BRANCH (WS-PS-FOUND)
                   MOVE WS-FIND-TELLER TO WS-PS-TELLER (WS-PS-FOUND)
                   IF WS-FIND-TELLER = "VAULT"
                       MOVE "9" TO WS-PS-SEQ (WS-PS-FOUND)
                   ELSE
                       MOVE "0" TO WS-PS-SEQ (WS-PS-FOUND)
                   END-IF
                   MOVE ZERO TO WS-PS-OPEN (WS-PS-FOUND)
                   MOVE ZERO TO WS-PS-IN (WS-PS-FOUND)
                   MOVE ZERO TO WS-PS-OUT (WS-PS-FOUND)
                   MOVE ZERO TO WS-PS-BOUGHT (WS-PS-FOUND)
                   MOVE ZERO TO WS-PS-SOLD (WS-PS-FOUND)
                   MOVE ZERO TO WS-PS-COUNTED (WS-PS-FOUND)
                   MOVE "N" TO WS-PS-OPEN-SW (WS-PS-FOUND)
                   MOVE "N" TO WS-PS-COUNT-SW (WS-PS-FOUND)
                   MOVE ZERO TO WS-PS-ITEMS (WS-PS-FOUND)
               ELSE
                   ADD 1 TO WS-FULL-CTR
                   DISPLAY "CASH POSITION TABLE FULL - BRANCH "
                       WS-FIND-BRANCH " " WS-FIND-TELLER " LEFT OUT"
               END-IF
           END-IF.

       255-MATCH-ENTRY-RTN.
           IF WS-PS-BRANCH (WS-PS-JDX) = WS-FIND-BRANCH
               AND WS-PS-TELLER (WS-PS-JDX) = WS-FIND-TELLER
               MOVE WS-PS-JDX TO WS-PS-FOUND
           END-IF.

      ******************************************************************
      * THE TELLER BATCHES. EACH HD HEADER GIVES THE CAPTURE DATE AND
      * TELLER ("TLR" + ID) OF THE ITEMS THAT FOLLOW. A TELLER'S CASH
      * GOES TO THE DRAWER OPENED FOR THAT TELLER AT ANY BRANCH, OR
      * TO A NEW DRAWER UNDER THE ITEM'S BRANCH WHEN NONE WAS OPENED.
      ******************************************************************
       300-TELLER-BATCHES-RTN.
           OPEN INPUT TLR-FILE
           IF WS-TLR-STATUS NOT = "00"
               DISPLAY "TELLER BATCHES NOT AVAILABLE - STATUS "
                   WS-TLR-STATUS " - NO CASH IN OR OUT"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 310-ONE-TELLER-REC-RTN UNTIL WS-EOF
               CLOSE TLR-FILE
           END-IF.

       310-ONE-TELLER-REC-RTN.
           MOVE SPACES TO TLR-REC
           READ TLR-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   EVALUATE TH-TAG
                       WHEN "HD"
                           MOVE TH-BUS-DATE TO WS-TB-DATE
                           MOVE TH-SOURCE (4:5) TO WS-TB-TELLER
                       WHEN "TR"
                           CONTINUE
                       WHEN OTHER
                           MOVE TLR-REC TO WS-TRANS-HOLD
                           IF (T-TRANS-TYPE = "C" OR T-TRANS-TYPE = "D")
                               AND T-TRACE-SRC = "TLR"
                               AND WS-TB-DATE = WS-BUS-DATE
                               ADD 1 TO WS-TLR-CTR
                               PERFORM 320-APPLY-ITEM-RTN
                           END-IF
                   END-EVALUATE
           END-READ.

       320-APPLY-ITEM-RTN.
           MOVE ZERO TO WS-PS-FOUND
           PERFORM 325-MATCH-TELLER-RTN
               VARYING WS-PS-JDX FROM 1 BY 1
               UNTIL WS-PS-JDX > WS-PS-CTR OR WS-PS-FOUND > ZERO
           IF WS-PS-FOUND = ZERO
               MOVE T-BRANCH TO WS-FIND-BRANCH
               MOVE WS-TB-TELLER TO WS-FIND-TELLER
               PERFORM 250-FIND-ENTRY-RTN
           END-IF
           IF WS-PS-FOUND > ZERO
               ADD 1 TO WS-PS-ITEMS (WS-PS-FOUND)
               IF T-TRANS-TYPE = "C"
                   ADD T-AMT-DUE TO WS-PS-IN (WS-PS-FOUND)
               ELSE
                   ADD T-AMT-DUE TO WS-PS-OUT (WS-PS-FOUND)
               END-IF
           END-IF.

       325-MATCH-TELLER-RTN.
           IF WS-PS-TELLER (WS-PS-JDX) = WS-TB-TELLER
               MOVE WS-PS-JDX TO WS-PS-FOUND
           END-IF.

      ******************************************************************
      * PUT THE TABLE IN BRANCH ORDER, DRAWERS BY TELLER ID, THE VAULT
      * LAST - ONE PASS OF AN EXCHANGE SORT PER ENTRY.
      ******************************************************************
       400-ORDER-PASS-RTN.
           PERFORM 410-ORDER-PAIR-RTN
               VARYING WS-PS-JDX FROM 1 BY 1
               UNTIL WS-PS-JDX >= WS-PS-CTR.

       410-ORDER-PAIR-RTN.
           IF WS-PS-KEY (WS-PS-JDX) > WS-PS-KEY (WS-PS-JDX + 1)
               MOVE WS-PS-ENTRY (WS-PS-JDX) TO WS-PS-SWAP
               MOVE WS-PS-ENTRY (WS-PS-JDX + 1)
                   TO WS-PS-ENTRY (WS-PS-JDX)
               MOVE WS-PS-SWAP TO WS-PS-ENTRY (WS-PS-JDX + 1)
           END-IF.

      ******************************************************************
      * A DAY ALREADY ON THE OVER/SHORT REGISTER IS A RERUN - ITS ROWS
      * WERE WRITTEN (AND MAY BE JOURNALED) ALREADY.
      ******************************************************************
       450-REGISTER-RERUN-RTN.
           OPEN INPUT COS-FILE
           IF WS-COS-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 460-RERUN-ONE-RTN UNTIL WS-EOF
               CLOSE COS-FILE
           END-IF
           IF WS-RERUN
               DISPLAY "DAY " WS-BUS-DATE " ALREADY ON THE OVER/SHORT"
                   " REGISTER - REGISTER NOT ADDED TO"
           END-IF.

       460-RERUN-ONE-RTN.
           READ COS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF COS-DATE = WS-BUS-DATE
                       MOVE "Y" TO WS-RERUN-SW
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
           END-READ.

      ******************************************************************
      * ONE DRAWER OR VAULT: TWO LINES, EXPECTED AGAINST COUNTED, AND
      * A REGISTER ROW WHEN THEY DIFFER.
      ******************************************************************
       500-POSITION-ONE-RTN.
           IF WS-PS-BRANCH (WS-PS-IDX) NOT = WS-BR-HOLD
               IF WS-BR-HOLD NOT = SPACES
                   PERFORM 600-BRANCH-TOTAL-RTN
               END-IF
               MOVE WS-PS-BRANCH (WS-PS-IDX) TO WS-BR-HOLD
               MOVE ZERO TO WS-BR-OPEN
               MOVE ZERO TO WS-BR-EXPECTED
               MOVE ZERO TO WS-BR-COUNTED
               MOVE ZERO TO WS-BR-OVER
               MOVE ZERO TO WS-BR-SHORT
               MOVE WS-BR-HOLD TO BH-BRANCH-OUT
               WRITE RPT-REC FROM BR-HDR-LINE AFTER ADVANCING 2 LINES
           END-IF
           COMPUTE WS-EXPECTED = WS-PS-OPEN (WS-PS-IDX)
               + WS-PS-IN (WS-PS-IDX) - WS-PS-OUT (WS-PS-IDX)
               + WS-PS-BOUGHT (WS-PS-IDX) - WS-PS-SOLD (WS-PS-IDX)
           ADD WS-PS-OPEN (WS-PS-IDX) TO WS-BR-OPEN
           ADD WS-EXPECTED TO WS-BR-EXPECTED
           MOVE WS-PS-TELLER (WS-PS-IDX) TO DL-TELLER-OUT
           MOVE WS-PS-OPEN (WS-PS-IDX) TO DL-OPEN-OUT
           MOVE WS-PS-IN (WS-PS-IDX) TO DL-IN-OUT
           MOVE WS-PS-OUT (WS-PS-IDX) TO DL-OUT-OUT
           MOVE WS-PS-BOUGHT (WS-PS-IDX) TO DL-BOUGHT-OUT
           MOVE WS-PS-SOLD (WS-PS-IDX) TO DL-SOLD-OUT
           WRITE RPT-REC FROM DTL-LINE1 AFTER ADVANCING 1 LINES
           MOVE WS-EXPECTED TO DL-EXP-OUT
           MOVE SPACES TO DL-VERDICT-OUT
           IF WS-PS-COUNT-SW (WS-PS-IDX) = "Y"
               ADD WS-PS-COUNTED (WS-PS-IDX) TO WS-BR-COUNTED
               COMPUTE WS-DIFF = WS-PS-COUNTED (WS-PS-IDX)
                   - WS-EXPECTED
               MOVE WS-PS-COUNTED (WS-PS-IDX) TO DL-CNT-OUT
               MOVE WS-DIFF TO DL-DIFF-OUT
               EVALUATE TRUE
                   WHEN WS-DIFF > ZERO
                       MOVE "OVER" TO DL-VERDICT-OUT
                       ADD WS-DIFF TO WS-BR-OVER
                       PERFORM 550-REGISTER-ROW-RTN
                   WHEN WS-DIFF < ZERO
                       MOVE "SHORT" TO DL-VERDICT-OUT
                       SUBTRACT WS-DIFF FROM WS-BR-SHORT
                       PERFORM 550-REGISTER-ROW-RTN
                   WHEN OTHER
                       MOVE "BALANCED" TO DL-VERDICT-OUT
               END-EVALUATE
           ELSE
               MOVE ZERO TO DL-CNT-OUT
               MOVE ZERO TO DL-DIFF-OUT
               MOVE "*** NOT COUNTED ***" TO DL-VERDICT-OUT
               ADD 1 TO WS-UNCOUNTED-CTR
           END-IF
           WRITE RPT-REC FROM DTL-LINE2 AFTER ADVANCING 1 LINES
           IF WS-PS-OPEN-SW (WS-PS-IDX) NOT = "Y"
               MOVE "       *** NO OPENING KEYED - TAKEN AS ZERO ***"
                   TO NONE-TEXT-OUT
               WRITE RPT-REC FROM NONE-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-NO-OPEN-CTR
           END-IF.

       550-REGISTER-ROW-RTN.
           ADD 1 TO WS-OS-CTR
           IF NOT WS-RERUN
               MOVE SPACES TO COS-REC
               MOVE WS-BUS-DATE TO COS-DATE
               MOVE WS-PS-BRANCH (WS-PS-IDX) TO COS-BRANCH
               MOVE WS-PS-TELLER (WS-PS-IDX) TO COS-TELLER
               MOVE WS-EXPECTED TO COS-EXPECTED
               MOVE WS-PS-COUNTED (WS-PS-IDX) TO COS-COUNTED
               IF WS-DIFF > ZERO
                   MOVE WS-DIFF TO COS-DIFF
                   MOVE "O" TO COS-KIND
               ELSE
                   COMPUTE COS-DIFF = ZERO - WS-DIFF
                   MOVE "S" TO COS-KIND
               END-IF
               WRITE COS-REC
               ADD 1 TO WS-COS-WRITTEN
           END-IF.

       600-BRANCH-TOTAL-RTN.
           MOVE WS-BR-OPEN TO BT-OPEN-OUT
           MOVE WS-BR-EXPECTED TO BT-EXP-OUT
           MOVE WS-BR-COUNTED TO BT-CNT-OUT
           MOVE WS-BR-OVER TO BT-OVER-OUT
           MOVE WS-BR-SHORT TO BT-SHORT-OUT
           WRITE RPT-REC FROM BR-TOT-LINE1 AFTER ADVANCING 2 LINES
           WRITE RPT-REC FROM BR-TOT-LINE2 AFTER ADVANCING 1 LINES.

       700-SUMMARY-RTN.
           MOVE "CASH MOVEMENT ROWS FOR THE DAY" TO TL-LABEL-OUT
           MOVE WS-CMV-CTR TO TL-COUNT-OUT
           WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 2 LINES
           MOVE "TELLER CASH ITEMS" TO TL-LABEL-OUT
           MOVE WS-TLR-CTR TO TL-COUNT-OUT
           WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "DRAWERS AND VAULTS" TO TL-LABEL-OUT
           MOVE WS-PS-CTR TO TL-COUNT-OUT
           WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "OVER OR SHORT" TO TL-LABEL-OUT
           MOVE WS-OS-CTR TO TL-COUNT-OUT
           WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "NOT COUNTED" TO TL-LABEL-OUT
           MOVE WS-UNCOUNTED-CTR TO TL-COUNT-OUT
           WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "NO OPENING KEYED" TO TL-LABEL-OUT
           MOVE WS-NO-OPEN-CTR TO TL-COUNT-OUT
           WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "ADDED TO THE OVER/SHORT REGISTER" TO TL-LABEL-OUT
           MOVE WS-COS-WRITTEN TO TL-COUNT-OUT
           WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           DISPLAY "CASH MOVEMENT ROWS : " WS-CMV-CTR
           DISPLAY "TELLER CASH ITEMS  : " WS-TLR-CTR
           DISPLAY "OVER OR SHORT      : " WS-OS-CTR
           DISPLAY "NOT COUNTED        : " WS-UNCOUNTED-CTR.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
      * NOT SET, AS IN A STANDALONE LESSON RUN).
      ******************************************************************
       900-RUN-LOG-RTN.
           COMPUTE WS-LOG-READ = WS-CMV-CTR + WS-TLR-CTR
           MOVE WS-COS-WRITTEN TO WS-LOG-WRITTEN
           MOVE WS-FULL-CTR TO WS-LOG-REJECTED
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
