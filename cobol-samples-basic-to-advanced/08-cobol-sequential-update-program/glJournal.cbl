      ******************************************************************
      *15-10-2026 GD - THE "GLT" TRAILER NOW ENDS WITH THE JOURNAL
      *SOURCE, "NIT" FOR THIS NIGHTLY JOURNAL, SO GL-POST CAN KEEP IT
      *APART FROM THE PAYROLL JOURNAL. THE FILE IS NOW 40 BYTES.
      *15-10-2026 GD - CASH OVER/SHORT. WHEN GLJRN_OVSH_PATH NAMES THE
      *OVER/SHORT REGISTER BRANCH-CASH-POSITION KEEPS (COPYBOOK
      *CASHOS), EACH OF TODAY'S ROWS IS JOURNALED FOR ITS DIFFERENCE
      *THROUGH THE MAPPING ROW FOR TYPE "O" AND THE ROW'S BRANCH -
      *A SHORT DEBITS THE ROW'S DEBIT ACCOUNT (CASH OVER/SHORT) AND
      *CREDITS ITS CREDIT ACCOUNT (CASH ON HAND); AN OVER IS THE SAME
      *WITH THE SIDES SWAPPED. NO "O" ROW ENDS THE STEP RC 8 AS FOR
      *ANY UNMAPPED TYPE.
      *15-10-2026 GD - GL BALANCE MASTER - THE PER-GL-ACCOUNT TOTALS
      *ALSO GO TO A POSTING FILE (GLJRN_POST_PATH) FOR GL-POST: ONE
      *"GLP" ROW PER GL ACCOUNT (JOURNAL DATE, ACCOUNT, DEBITS,
      *CREDITS) AND A "GLT" TRAILER WITH THE ROW COUNT AND THE DEBIT
      *AND CREDIT TOTALS. A NIGHT THAT ENDS RC 8 (UNMAPPED OR OUT OF
      *BALANCE) WRITES THE FILE EMPTY, SO NOTHING HALF-JOURNALED CAN
      *BE POSTED.
      *15-10-2026 GD - OUTBOUND PAYMENTS - SEQ-UPDATE NOW WRITES TYPE
      *"E" (EXTERNAL PAYMENT) AUDIT ROWS. THEY JOURNAL THE TRANSACTION
      *AMOUNT THROUGH THEIR OWN MAPPING ROW - DEBIT CUSTOMER DEPOSITS,
      *CREDIT THE CLEARING BANK SETTLEMENT ACCOUNT - SO THE CHART FILE
      *NEEDS AN "E" ROW OR THE STEP ENDS RC 8 AS FOR ANY UNMAPPED
      *TYPE. A RETURNED PAYMENT COMES BACK AS AN ORDINARY "C".
      *15-10-2026 GD - CHARGE-OFFS AND RECOVERIES - SEQ-UPDATE NOW
      *WRITES TYPE "W" (BAD-DEBT CHARGE-OFF) AND TYPE "Y" (RECOVERY ON
      *A CHARGED-OFF ACCOUNT) AUDIT ROWS. BOTH JOURNAL THE TRANSACTION
      *AMOUNT THROUGH THEIR OWN MAPPING ROWS - "W" DEBITS THE
      *CHARGE-OFF LOSS ACCOUNT AND CREDITS RECEIVABLES, "Y" DEBITS
      *CASH AND CREDITS RECOVERIES - SO THE CHART FILE NEEDS A "W" AND
      *A "Y" ROW OR THE STEP ENDS RC 8 AS FOR ANY UNMAPPED TYPE.
      *15-10-2026 GD - REVERSALS - A TYPE "V" AUDIT ROW IS JOURNALED
      *AS THE REVERSAL OF THE POSTING IT BACKS OUT: THE MAPPING ROW OF
      *THE ORIGINAL'S TYPE (AUD-REV-TYPE) WITH ITS DEBIT AND CREDIT
      *SIDES SWAPPED, FOR THE BALANCE MOVEMENT, SO THE PAIR NETS TO
      *NOTHING ON THE LEDGER. THE LINE SAYS WHICH TYPE IT REVERSES.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS ON THE MASTER AND
      *AUDIT RECORDS AND ON THE JOURNAL LINES; THE ACCOUNT-TO-BRANCH
      *CACHE HOLDS 999 ACCOUNTS.
      *02-09-2026 GD - GENERAL-LEDGER JOURNAL. SETTLEMENT-EXTRACT TELLS
      *THE GL BUREAU WHAT MOVED, BUT OUR OWN LEDGER WAS STILL POSTED
      *BY HAND FROM A PRINTED CONTROL FILE. THIS STEP RUNS AFTER
               FILE STATUS IS WS-COA-STATUS.
       SELECT JRNL-FILE ASSIGN TO WS-JRNL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT POST-FILE ASSIGN TO WS-POST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT COS-FILE ASSIGN TO WS-COS-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COS-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
                           ==BRANCH-CODE== BY ==M-BRANCH==
                           ==ACCT-NAME== BY ==M-ACCT-NAME==
                           ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                   ==ACCT-NO-PICTURE== BY ==9(4)==
                                   ==AMT-DUE-PICTURE== BY ==9(4)V99==.
      *
       FD COA-FILE
      *
       FD JRNL-FILE.
          01 JRNL-REC                    PIC X(80).
      *
      *   THE POSTING FILE FOR GL-POST.
       FD POST-FILE
          RECORD CONTAINS 40 CHARACTERS.
          01 POST-REC.
              02 PST-TAG                  PIC X(3).
              02 PST-DATE                 PIC 9(8).
              02 PST-GL-ACCT              PIC 9(4).
              02 PST-DR                   PIC 9(9)V99.
              02 PST-CR                   PIC 9(9)V99.
              02 FILLER                   PIC X(3).
          01 POST-TRL-REC.
              02 PSTT-TAG                 PIC X(3).
              02 PSTT-DATE                PIC 9(8).
              02 PSTT-COUNT               PIC 9(4).
              02 PSTT-DR                  PIC 9(9)V99.
              02 PSTT-CR                  PIC 9(9)V99.
              02 PSTT-SOURCE              PIC X(3).
      *
      *   BRANCH-CASH-POSITION'S OVER/SHORT REGISTER.
       FD COS-FILE
          RECORD CONTAINS 50 CHARACTERS.
          01 COS-REC.
          COPY CASHOS.
      *
       WORKING-STORAGE SECTION.
          01 WS-AUDIT-FILE-PATH         PIC X(80) VALUE
              "/Users/gaetanodorsi/ChartOfAccounts.txt".
          01 WS-JRNL-FILE-PATH          PIC X(80) VALUE
              "/Users/gaetanodorsi/GlJournal.txt".
          01 WS-POST-FILE-PATH          PIC X(80) VALUE
              "/Users/gaetanodorsi/GlPosting.txt".
          01 WS-COS-FILE-PATH           PIC X(80) VALUE SPACES.
          01 WS-ENV-HOLD                PIC X(80).
          01 WS-AUDIT-STATUS            PIC XX.
          01 WS-COS-STATUS              PIC XX.
          01 WS-OS-CTR                  PIC 9(5) VALUE ZERO.
          01 WS-MST-STATUS              PIC XX.
          01 WS-COA-STATUS              PIC XX.
          01 WS-EOF-SW                  PIC X VALUE "N".
          01 WS-COA-CTR                 PIC 9(2) VALUE ZERO.
      *   ACCOUNT-TO-BRANCH CACHE FROM THE NEW MASTER.
          01 WS-BR-CACHE-TABLE.
              02 WS-BRC-ENTRY OCCURS 999 TIMES.
                  03 WS-BRC-ACCT        PIC X(4).
                  03 WS-BRC-BRANCH      PIC X(2).
          01 WS-BRC-CTR                 PIC 9(3) VALUE ZERO.
      *   PER-GL-ACCOUNT DEBIT AND CREDIT TOTALS.
                  03 WS-GL-CR-TOTAL     PIC 9(9)V99.
          01 WS-GL-CTR                  PIC 9(2) VALUE ZERO.
          01 WS-GL-IDX                  PIC 9(2).
          01 WS-SCAN-IDX                PIC 9(4).
          01 WS-READ-CTR                PIC 9(5) VALUE ZERO.
          01 WS-JRNL-CTR                PIC 9(5) VALUE ZERO.
          01 WS-UNMAPPED-CTR            PIC 9(5) VALUE ZERO.
          01 WS-BRANCH-HOLD             PIC X(2).
          01 WS-DR-HOLD                 PIC 9(4).
          01 WS-CR-HOLD                 PIC 9(4).
          01 WS-MAP-TYPE                PIC X.
          01 WS-MAPPED-SW               PIC X.
              88 WS-MAPPED                     VALUE "Y".
          01 WS-GL-SIDE                 PIC X.
              02 JRN-HDR-DATE       PIC 9(6).
          01 JRN-DTL-LINE.
              02 FILLER             PIC X(5) VALUE "ACCT ".
              02 JRN-ACCT-OUT       PIC X(4).
              02 FILLER             PIC X(7) VALUE "  TYPE ".
              02 JRN-TYPE-OUT       PIC X.
              02 FILLER             PIC X(5) VALUE "  DR ".
              02 JRN-CR-OUT         PIC 9(4).
              02 FILLER             PIC X(9) VALUE "  AMOUNT ".
              02 JRN-AMT-OUT        PIC ZZ,ZZ9.99.
              02 JRN-REV-OUT.
                  03 FILLER         PIC X(12).
                  03 JRN-REV-TYPE-OUT PIC X.
          01 JRN-UNMAP-LINE.
              02 FILLER             PIC X(22) VALUE
                  "NO MAPPING FOR TYPE ".
              02 FILLER             PIC X(8) VALUE " BRANCH ".
              02 JRN-UM-BRANCH-OUT  PIC X(2).
              02 FILLER             PIC X(9) VALUE " ACCOUNT ".
              02 JRN-UM-ACCT-OUT    PIC X(4).
          01 JRN-OS-LINE.
              02 FILLER             PIC X(17) VALUE
                  "CASH OVER/SHORT  ".
              02 JRN-OS-BRANCH-OUT  PIC X(2).
              02 FILLER             PIC X.
              02 JRN-OS-TELLER-OUT  PIC X(5).
              02 FILLER             PIC X(5) VALUE "  DR ".
              02 JRN-OS-DR-OUT      PIC 9(4).
              02 FILLER             PIC X(5) VALUE "  CR ".
              02 JRN-OS-CR-OUT      PIC 9(4).
              02 FILLER             PIC X(9) VALUE "  AMOUNT ".
              02 JRN-OS-AMT-OUT     PIC ZZ,ZZ9.99.
              02 FILLER             PIC X(2) VALUE SPACES.
              02 JRN-OS-KIND-OUT    PIC X(5).
          01 JRN-GL-LINE.
              02 FILLER             PIC X(11) VALUE "GL ACCOUNT ".
              02 JRN-GL-ACCT-OUT    PIC 9(4).
               PERFORM 300-JOURNAL-NEXT-RTN UNTIL WS-EOF
               CLOSE AUDIT-FILE
           END-IF
           IF WS-COS-FILE-PATH NOT = SPACES
               PERFORM 500-OVER-SHORT-RTN
           END-IF
           PERFORM 600-TOTALS-RTN
           CLOSE JRNL-FILE
           IF WS-UNMAPPED-CTR > ZERO
                   WS-UNMAPPED-CTR " - STEP FAILED RC 8"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 700-POSTING-FILE-RTN
           DISPLAY "AUDIT READ: " WS-READ-CTR
               "  JOURNALED: " WS-JRNL-CTR
               "  CASH OVER/SHORT: " WS-OS-CTR
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "GLJRN_OUT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-JRNL-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "GLJRN_POST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-POST-FILE-PATH
           END-IF
           ACCEPT WS-COS-FILE-PATH FROM ENVIRONMENT "GLJRN_OVSH_PATH".

       200-LOAD-COA-RTN.
           OPEN INPUT COA-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-BRC-CTR < 999
                       ADD 1 TO WS-BRC-CTR
                       MOVE M-ACCT-NO TO WS-BRC-ACCT (WS-BRC-CTR)
                       MOVE M-BRANCH TO WS-BRC-BRANCH (WS-BRC-CTR)
      * FALLBACK) NAMES THE DEBIT AND CREDIT GL ACCOUNTS.
      ******************************************************************
       350-JOURNAL-ONE-RTN.
           MOVE AUD-TRANS-TYPE TO WS-MAP-TYPE
           IF AUD-TRANS-TYPE = "V"
               MOVE AUD-REV-TYPE TO WS-MAP-TYPE
           END-IF
           EVALUATE AUD-TRANS-TYPE
               WHEN "A"
               WHEN "T"
               WHEN "V"
                   IF AUD-NEW-BALANCE > AUD-OLD-BALANCE
                       COMPUTE WS-MOVE-AMT =
                           AUD-NEW-BALANCE - AUD-OLD-BALANCE
           END-EVALUATE
           PERFORM 360-FIND-BRANCH-RTN
           PERFORM 370-FIND-MAPPING-RTN
           IF WS-MAPPED AND AUD-TRANS-TYPE = "V"
               MOVE WS-DR-HOLD TO WS-GL-ACCT-WORK
               MOVE WS-CR-HOLD TO WS-DR-HOLD
               MOVE WS-GL-ACCT-WORK TO WS-CR-HOLD
           END-IF
           MOVE SPACES TO JRN-REV-OUT
           IF AUD-TRANS-TYPE = "V"
               MOVE "  REVERSES " TO JRN-REV-OUT
               MOVE AUD-REV-TYPE TO JRN-REV-TYPE-OUT
           END-IF
           IF WS-MAPPED
               MOVE AUD-ACCT-NO TO JRN-ACCT-OUT
               MOVE AUD-TRANS-TYPE TO JRN-TYPE-OUT
               PERFORM 400-GL-TALLY-RTN
           ELSE
               ADD 1 TO WS-UNMAPPED-CTR
               MOVE WS-MAP-TYPE TO JRN-UM-TYPE-OUT
               MOVE WS-BRANCH-HOLD TO JRN-UM-BRANCH-OUT
               MOVE AUD-ACCT-NO TO JRN-UM-ACCT-OUT
               WRITE JRNL-REC FROM JRN-UNMAP-LINE
      *    EXACT TYPE-AND-BRANCH ROW FIRST.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-COA-CTR
               IF WS-CO-TYPE (WS-SCAN-IDX) = WS-MAP-TYPE
                   AND WS-CO-BRANCH (WS-SCAN-IDX) = WS-BRANCH-HOLD
                   MOVE "Y" TO WS-MAPPED-SW
                   MOVE WS-CO-DR (WS-SCAN-IDX) TO WS-DR-HOLD
           IF NOT WS-MAPPED
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-COA-CTR
                   IF WS-CO-TYPE (WS-SCAN-IDX) = WS-MAP-TYPE
                       AND WS-CO-BRANCH (WS-SCAN-IDX) = SPACES
                       MOVE "Y" TO WS-MAPPED-SW
                       MOVE WS-CO-DR (WS-SCAN-IDX) TO WS-DR-HOLD
               END-IF
           END-IF.

      ******************************************************************
      * TODAY'S ROWS ON THE CASH OVER/SHORT REGISTER. THE "O" MAPPING
      * ROW FOR THE BRANCH CARRIES A SHORT; AN OVER SWAPS ITS SIDES.
      ******************************************************************
       500-OVER-SHORT-RTN.
           OPEN INPUT COS-FILE
           IF WS-COS-STATUS NOT = "00"
               DISPLAY "OVER/SHORT REGISTER NOT AVAILABLE - STATUS "
                   WS-COS-STATUS " - NO CASH OVER/SHORT JOURNALED"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 510-OVER-SHORT-ONE-RTN UNTIL WS-EOF
               CLOSE COS-FILE
           END-IF.

       510-OVER-SHORT-ONE-RTN.
           READ COS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF COS-DATE = WS-BUS-DATE
                       PERFORM 520-JOURNAL-OVER-SHORT-RTN
                   END-IF
           END-READ.

       520-JOURNAL-OVER-SHORT-RTN.
           MOVE "O" TO WS-MAP-TYPE
           MOVE COS-BRANCH TO WS-BRANCH-HOLD
           MOVE COS-DIFF TO WS-MOVE-AMT
           PERFORM 370-FIND-MAPPING-RTN
           IF WS-MAPPED AND COS-OVER
               MOVE WS-DR-HOLD TO WS-GL-ACCT-WORK
               MOVE WS-CR-HOLD TO WS-DR-HOLD
               MOVE WS-GL-ACCT-WORK TO WS-CR-HOLD
           END-IF
           IF WS-MAPPED
               MOVE COS-BRANCH TO JRN-OS-BRANCH-OUT
               MOVE COS-TELLER TO JRN-OS-TELLER-OUT
               MOVE WS-DR-HOLD TO JRN-OS-DR-OUT
               MOVE WS-CR-HOLD TO JRN-OS-CR-OUT
               MOVE WS-MOVE-AMT TO JRN-OS-AMT-OUT
               IF COS-OVER
                   MOVE "OVER" TO JRN-OS-KIND-OUT
               ELSE
                   MOVE "SHORT" TO JRN-OS-KIND-OUT
               END-IF
               WRITE JRNL-REC FROM JRN-OS-LINE
               ADD 1 TO WS-JRNL-CTR
               ADD 1 TO WS-OS-CTR
               ADD WS-MOVE-AMT TO WS-DR-GRAND
               ADD WS-MOVE-AMT TO WS-CR-GRAND
               MOVE WS-DR-HOLD TO WS-GL-ACCT-WORK
               MOVE "D" TO WS-GL-SIDE
               MOVE WS-MOVE-AMT TO WS-GL-AMT
               PERFORM 400-GL-TALLY-RTN
               MOVE WS-CR-HOLD TO WS-GL-ACCT-WORK
               MOVE "C" TO WS-GL-SIDE
               PERFORM 400-GL-TALLY-RTN
           ELSE
               ADD 1 TO WS-UNMAPPED-CTR
               MOVE "O" TO JRN-UM-TYPE-OUT
               MOVE COS-BRANCH TO JRN-UM-BRANCH-OUT
               MOVE "CASH" TO JRN-UM-ACCT-OUT
               WRITE JRNL-REC FROM JRN-UNMAP-LINE
           END-IF.

       600-TOTALS-RTN.
           PERFORM 650-GL-LINE-RTN
               VARYING WS-GL-IDX FROM 1 BY 1
           MOVE WS-GL-CR-TOTAL (WS-GL-IDX) TO JRN-GL-CR-OUT
           WRITE JRNL-REC FROM JRN-GL-LINE.

      ******************************************************************
      * THE PER-GL-ACCOUNT TOTALS FOR GL-POST - ONLY FROM A COMPLETE,
      * BALANCED JOURNAL; OTHERWISE THE FILE IS LEFT EMPTY.
      ******************************************************************
       700-POSTING-FILE-RTN.
           OPEN OUTPUT POST-FILE
           IF RETURN-CODE NOT = 8
               PERFORM 710-POSTING-ROW-RTN
                   VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-CTR
               MOVE SPACES TO POST-TRL-REC
               MOVE "GLT" TO PSTT-TAG
               MOVE WS-BUS-DATE TO PSTT-DATE
               MOVE WS-GL-CTR TO PSTT-COUNT
               MOVE WS-DR-GRAND TO PSTT-DR
               MOVE WS-CR-GRAND TO PSTT-CR
               MOVE "NIT" TO PSTT-SOURCE
               WRITE POST-TRL-REC
           END-IF
           CLOSE POST-FILE.

       710-POSTING-ROW-RTN.
           MOVE SPACES TO POST-REC
           MOVE "GLP" TO PST-TAG
           MOVE WS-BUS-DATE TO PST-DATE
           MOVE WS-GL-ACCT (WS-GL-IDX) TO PST-GL-ACCT
           MOVE WS-GL-DR-TOTAL (WS-GL-IDX) TO PST-DR
           MOVE WS-GL-CR-TOTAL (WS-GL-IDX) TO PST-CR
           WRITE POST-REC.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
