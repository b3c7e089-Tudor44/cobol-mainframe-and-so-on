      ******************************************************************
      *15-10-2026 GD - NIGHTLY PROMISE-TO-PAY CHECK. COLLECT-QUEUE
      *LOGS EVERY PROMISE A CUSTOMER MAKES ON THE CONTACT FILE
      *(COPYBOOK PROMREC) AS OPEN; THIS STEP SETTLES THEM AGAINST THE
      *FLAT AUDIT HISTORY. FOR EVERY OPEN PROMISE THE CREDITS POSTED
      *TO THE ACCOUNT FROM THE CALL DATE TO THE PROMISED DATE ARE
      *ADDED UP - "C" CREDITS AND "Y" RECOVERIES, LESS ANY "V"
      *REVERSAL OF A CREDIT - AND
      *  ONCE THEY COVER THE PROMISED AMOUNT THE PROMISE IS KEPT;
      *  ONCE THE PROMISED DATE HAS PASSED WITHOUT THAT IT IS BROKEN,
      *  AND ITS ESCALATION LEVEL IS SET ONE ABOVE THE LAST LETTER IN
      *  THE DUNNING HISTORY (LEVEL 2 WHEN THE ACCOUNT WAS NEVER
      *  DUNNED, NEVER ABOVE THE FINAL NOTICE) - DUNNING-LETTERS SENDS
      *  THE NEXT LETTER AT NO LESS THAN THAT LEVEL;
      *  OTHERWISE IT STAYS OPEN AND DUNNING-LETTERS HOLDS ITS LETTER.
      *THE CONTACT FILE IS REWRITTEN WITH THE RESULTS AND A REPORT
      *LISTS THE PROMISES KEPT AND BROKEN TONIGHT AND THOSE STILL
      *OPEN. WITHOUT THE AUDIT HISTORY NOTHING IS SETTLED - A PROMISE
      *IS NEVER BROKEN FOR WANT OF THE EVIDENCE - AND THE STEP ENDS
      *RC 4.
      *FILE PATHS FROM PROMCHK_PROM_PATH / PROMCHK_HIST_PATH /
      *PROMCHK_DUN_PATH / PROMCHK_RPT_PATH; BUSINESS DATE FROM
      *BUS-DATE-RTN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMISE-CHECK.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT PROM-FILE ASSIGN TO WS-PROM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROM-STATUS.
       SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       SELECT DUN-FILE ASSIGN TO WS-DUN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUN-STATUS.
       SELECT RPT-FILE ASSIGN TO WS-RPT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD PROM-FILE
          RECORD CONTAINS 70 CHARACTERS.
          01 PROM-REC.
          COPY PROMREC.
      *
       FD HIST-FILE
          RECORD CONTAINS 48 CHARACTERS.
          01 HIST-REC.
              02 HIST-BUS-DATE            PIC 9(8).
              02 FILLER                   PIC X.
          COPY AUDITREC.
      *
       FD DUN-FILE
          RECORD CONTAINS 20 CHARACTERS.
          01 DUN-REC.
              02 DH-DATE                  PIC 9(8).
              02 DH-ACCT-NO               PIC 9(4).
              02 DH-LEVEL                 PIC 9.
              02 DH-SENT                  PIC X.
              02 DH-AMT                   PIC 9(4)V99.
      *
       FD RPT-FILE
          RECORD CONTAINS 80 CHARACTERS.
          01 RPT-REC                    PIC X(80).
      *
       WORKING-STORAGE SECTION.
          01 WS-PROM-FILE-PATH          PIC X(80) VALUE
              "/Users/gaetanodorsi/Contacts.txt".
          01 WS-HIST-FILE-PATH          PIC X(80) VALUE
              "/Users/gaetanodorsi/AuditHist.txt".
          01 WS-DUN-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/DunHistory.txt".
          01 WS-RPT-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/PromiseCheck.txt".
          01 WS-ENV-HOLD                PIC X(80).
          01 WS-PROM-STATUS             PIC XX.
          01 WS-HIST-STATUS             PIC XX.
          01 WS-DUN-STATUS              PIC XX.
          01 WS-EOF-SW                  PIC X VALUE "N".
              88 WS-EOF                        VALUE "Y".
          01 WS-HIST-ON-SW              PIC X VALUE "N".
              88 WS-HIST-ON                    VALUE "Y".
          01 WS-BUS-DATE                PIC 9(8).
          01 WS-LOG-PROGRAM  PIC X(20) VALUE "PROMISE-CHECK".
          01 WS-LOG-START.
              02 WS-LOG-START-DATE  PIC 9(6).
              02 WS-LOG-START-TIME  PIC 9(6).
          01 WS-LOG-READ     PIC 9(6).
          01 WS-LOG-WRITTEN  PIC 9(6).
          01 WS-LOG-REJECTED PIC 9(6).
          01 WS-LOG-RC       PIC 9(2).
          01 WS-LOG-TIME-HOLD PIC 9(8).
      *   THE WHOLE CONTACT FILE, SETTLED IN PLACE AND WRITTEN BACK.
          01 WS-PROM-TABLE.
              02 WS-PROM-ENTRY OCCURS 2000 TIMES PIC X(70).
          01 WS-PROM-CTR                PIC 9(4) VALUE ZERO.
          01 WS-PROM-IDX                PIC 9(4).
      *   THE SUBSCRIPTS OF THE OPEN PROMISES, SO THE HISTORY PASS
      *   ONLY SEARCHES THOSE.
          01 WS-OPEN-TABLE.
              02 WS-OPEN-ENTRY OCCURS 2000 TIMES.
                  03 WS-OP-ACCT         PIC X(4).
                  03 WS-OP-FROM         PIC 9(8).
                  03 WS-OP-TO           PIC 9(8).
                  03 WS-OP-SUB          PIC 9(4).
                  03 WS-OP-PAID         PIC S9(7)V99.
          01 WS-OPEN-CTR                PIC 9(4) VALUE ZERO.
          01 WS-OPEN-IDX                PIC 9(4).
      *   THE LAST DUNNING LEVEL SENT PER ACCOUNT.
          01 WS-DUN-TABLE.
              02 WS-DUN-ENTRY OCCURS 999 TIMES.
                  03 WS-DN-ACCT         PIC 9(4).
                  03 WS-DN-LEVEL        PIC 9.
          01 WS-DUN-CTR                 PIC 9(3) VALUE ZERO.
          01 WS-DUN-IDX                 PIC 9(4).
          01 WS-SCAN-IDX                PIC 9(4).
          01 WS-SIGNED-AMT              PIC S9(5)V99.
          01 WS-ACCT-NUM                PIC 9(4).
          01 WS-KEPT-CTR                PIC 9(5) VALUE ZERO.
          01 WS-BROKEN-CTR              PIC 9(5) VALUE ZERO.
          01 WS-STILL-OPEN-CTR          PIC 9(5) VALUE ZERO.
          01 WS-KEPT-TOTAL              PIC 9(7)V99 VALUE ZERO.
          01 WS-BROKEN-TOTAL            PIC 9(7)V99 VALUE ZERO.
          01 RPT-HD-LINE1.
              02 FILLER                 PIC X(21) VALUE
                  "PROMISE-TO-PAY CHECK ".
              02 RPT-HD-DATE            PIC 9(8).
              02 FILLER                 PIC X(51) VALUE SPACES.
          01 RPT-HD-LINE2.
              02 FILLER                 PIC X(5) VALUE "ACCT ".
              02 FILLER                 PIC X(9) VALUE "CALLED".
              02 FILLER                 PIC X(6) VALUE "BY".
              02 FILLER                 PIC X(10) VALUE "  PROMISED".
              02 FILLER                 PIC X(10) VALUE "  DUE BY".
              02 FILLER                 PIC X(12) VALUE "        PAID".
              02 FILLER                 PIC X(28) VALUE "  RESULT".
          01 RPT-DTL-LINE.
              02 RPT-ACCT-OUT           PIC X(4).
              02 FILLER                 PIC X VALUE SPACE.
              02 RPT-CALLED-OUT         PIC 9(8).
              02 FILLER                 PIC X VALUE SPACE.
              02 RPT-BY-OUT             PIC X(5).
              02 FILLER                 PIC X VALUE SPACE.
              02 RPT-PROM-OUT           PIC ZZ,ZZ9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 RPT-DUE-OUT            PIC 9(8).
              02 FILLER                 PIC X VALUE SPACE.
              02 RPT-PAID-OUT           PIC ZZZ,ZZ9.99-.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 RPT-RESULT-OUT         PIC X(27).
          01 RPT-TOTAL-LINE1.
              02 FILLER                 PIC X(15) VALUE
                  "PROMISES KEPT ".
              02 RPT-KEPT-OUT           PIC ZZ,ZZ9.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 RPT-KEPT-AMT-OUT       PIC Z,ZZZ,ZZ9.99.
              02 FILLER                 PIC X(10) VALUE
                  "  BROKEN ".
              02 RPT-BROKEN-OUT         PIC ZZ,ZZ9.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 RPT-BROKEN-AMT-OUT     PIC Z,ZZZ,ZZ9.99.
              02 FILLER                 PIC X(15) VALUE SPACES.
          01 RPT-TOTAL-LINE2.
              02 FILLER                 PIC X(15) VALUE
                  "STILL OPEN    ".
              02 RPT-OPEN-OUT           PIC ZZ,ZZ9.
              02 FILLER                 PIC X(59) VALUE SPACES.
          01 RPT-NO-HIST-LINE.
              02 FILLER                 PIC X(47) VALUE
                  "NO AUDIT HISTORY - NO PROMISE SETTLED TONIGHT".
              02 FILLER                 PIC X(33) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-GET-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           OPEN OUTPUT RPT-FILE
           MOVE WS-BUS-DATE TO RPT-HD-DATE
           WRITE RPT-REC FROM RPT-HD-LINE1 AFTER ADVANCING PAGE
           WRITE RPT-REC FROM RPT-HD-LINE2 AFTER ADVANCING 2 LINES
           PERFORM 200-LOAD-PROMISES-RTN
           IF WS-OPEN-CTR > ZERO
               PERFORM 300-SCAN-HISTORY-RTN
               IF WS-HIST-ON
                   PERFORM 400-LOAD-DUNNING-RTN
                   PERFORM 500-SETTLE-RTN
                       VARYING WS-OPEN-IDX FROM 1 BY 1
                       UNTIL WS-OPEN-IDX > WS-OPEN-CTR
                   PERFORM 700-REWRITE-PROMISES-RTN
               ELSE
                   WRITE RPT-REC FROM RPT-NO-HIST-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE WS-OPEN-CTR TO WS-STILL-OPEN-CTR
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-KEPT-CTR TO RPT-KEPT-OUT
           MOVE WS-KEPT-TOTAL TO RPT-KEPT-AMT-OUT
           MOVE WS-BROKEN-CTR TO RPT-BROKEN-OUT
           MOVE WS-BROKEN-TOTAL TO RPT-BROKEN-AMT-OUT
           WRITE RPT-REC FROM RPT-TOTAL-LINE1 AFTER ADVANCING 2 LINES
           MOVE WS-STILL-OPEN-CTR TO RPT-OPEN-OUT
           WRITE RPT-REC FROM RPT-TOTAL-LINE2 AFTER ADVANCING 1 LINES
           CLOSE RPT-FILE
           DISPLAY "PROMISES KEPT: " WS-KEPT-CTR
               "  BROKEN: " WS-BROKEN-CTR
               "  STILL OPEN: " WS-STILL-OPEN-CTR
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

       150-GET-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PROMCHK_PROM_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PROM-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PROMCHK_HIST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-HIST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PROMCHK_DUN_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-DUN-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PROMCHK_RPT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF.

      ******************************************************************
      * EVERY CONTACT ROW INTO THE TABLE; THE OPEN PROMISES ALSO INTO
      * THE OPEN TABLE WITH THEIR WINDOW.
      ******************************************************************
       200-LOAD-PROMISES-RTN.
           OPEN INPUT PROM-FILE
           IF WS-PROM-STATUS NOT = "00"
               DISPLAY "NO CONTACT FILE - NO PROMISES TO CHECK"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 210-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE PROM-FILE
           END-IF.

       210-LOAD-ONE-RTN.
           READ PROM-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-PROM-CTR < 2000
                       ADD 1 TO WS-PROM-CTR
                       MOVE PROM-REC TO WS-PROM-ENTRY (WS-PROM-CTR)
                       IF PR-OPEN
                           ADD 1 TO WS-OPEN-CTR
                           MOVE PR-ACCT-NO TO WS-OP-ACCT (WS-OPEN-CTR)
                           MOVE PR-CONTACT-DATE
                               TO WS-OP-FROM (WS-OPEN-CTR)
                           MOVE PR-PROM-DATE TO WS-OP-TO (WS-OPEN-CTR)
                           MOVE WS-PROM-CTR TO WS-OP-SUB (WS-OPEN-CTR)
                           MOVE ZERO TO WS-OP-PAID (WS-OPEN-CTR)
                       END-IF
                   ELSE
                       DISPLAY "CONTACT TABLE FULL - FILE NOT"
                           " REWRITTEN"
                       MOVE ZERO TO WS-OPEN-CTR
                       MOVE "Y" TO WS-EOF-SW
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.

      ******************************************************************
      * ADD EVERY CREDIT IN A PROMISE'S WINDOW TO THAT PROMISE.
      ******************************************************************
       300-SCAN-HISTORY-RTN.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "AUDIT HISTORY NOT AVAILABLE - STATUS "
                   WS-HIST-STATUS " - NOTHING SETTLED"
           ELSE
               MOVE "Y" TO WS-HIST-ON-SW
               MOVE "N" TO WS-EOF-SW
               PERFORM 310-HIST-ONE-RTN UNTIL WS-EOF
               CLOSE HIST-FILE
           END-IF.

       310-HIST-ONE-RTN.
           READ HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN AUD-TRANS-TYPE = "C"
                       WHEN AUD-TRANS-TYPE = "Y"
                           MOVE AUD-TRANS-AMT TO WS-SIGNED-AMT
                           PERFORM 320-APPLY-CREDIT-RTN
                               VARYING WS-OPEN-IDX FROM 1 BY 1
                               UNTIL WS-OPEN-IDX > WS-OPEN-CTR
                       WHEN AUD-TRANS-TYPE = "V"
                           AND AUD-REV-TYPE = "C"
                           COMPUTE WS-SIGNED-AMT = 0 - AUD-TRANS-AMT
                           PERFORM 320-APPLY-CREDIT-RTN
                               VARYING WS-OPEN-IDX FROM 1 BY 1
                               UNTIL WS-OPEN-IDX > WS-OPEN-CTR
                   END-EVALUATE
           END-READ.

       320-APPLY-CREDIT-RTN.
           IF WS-OP-ACCT (WS-OPEN-IDX) = AUD-ACCT-NO
               AND HIST-BUS-DATE NOT < WS-OP-FROM (WS-OPEN-IDX)
               AND HIST-BUS-DATE NOT > WS-OP-TO (WS-OPEN-IDX)
               ADD WS-SIGNED-AMT TO WS-OP-PAID (WS-OPEN-IDX)
           END-IF.

      ******************************************************************
      * THE LAST LETTER LEVEL PER ACCOUNT, FOR THE ESCALATION OF A
      * BROKEN PROMISE. NO DUNNING HISTORY = NO LETTER ON RECORD.
      ******************************************************************
       400-LOAD-DUNNING-RTN.
           OPEN INPUT DUN-FILE
           IF WS-DUN-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 410-DUN-ONE-RTN UNTIL WS-EOF
               CLOSE DUN-FILE
           END-IF.

       410-DUN-ONE-RTN.
           READ DUN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE DH-ACCT-NO TO WS-ACCT-NUM
                   PERFORM 450-FIND-DUN-RTN
                   IF WS-DUN-IDX = ZERO AND WS-DUN-CTR < 999
                       ADD 1 TO WS-DUN-CTR
                       MOVE WS-DUN-CTR TO WS-DUN-IDX
                       MOVE DH-ACCT-NO TO WS-DN-ACCT (WS-DUN-IDX)
                   END-IF
                   IF WS-DUN-IDX > ZERO
                       MOVE DH-LEVEL TO WS-DN-LEVEL (WS-DUN-IDX)
                   END-IF
           END-READ.

       450-FIND-DUN-RTN.
           MOVE ZERO TO WS-DUN-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-DUN-CTR
               IF WS-DN-ACCT (WS-SCAN-IDX) = WS-ACCT-NUM
                   MOVE WS-SCAN-IDX TO WS-DUN-IDX
                   MOVE WS-DUN-CTR TO WS-SCAN-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * KEPT, BROKEN OR STILL OPEN - THE ROW IS UPDATED IN THE TABLE.
      ******************************************************************
       500-SETTLE-RTN.
           MOVE WS-OP-SUB (WS-OPEN-IDX) TO WS-PROM-IDX
           MOVE WS-PROM-ENTRY (WS-PROM-IDX) TO PROM-REC
           IF WS-OP-PAID (WS-OPEN-IDX) > ZERO
               MOVE WS-OP-PAID (WS-OPEN-IDX) TO PR-PAID-AMT
           ELSE
               MOVE ZERO TO PR-PAID-AMT
           END-IF
           EVALUATE TRUE
               WHEN WS-OP-PAID (WS-OPEN-IDX) NOT < PR-PROM-AMT
                   MOVE "K" TO PR-STATUS
                   MOVE WS-BUS-DATE TO PR-CLOSED-DATE
                   ADD 1 TO WS-KEPT-CTR
                   ADD PR-PROM-AMT TO WS-KEPT-TOTAL
                   MOVE "KEPT" TO RPT-RESULT-OUT
               WHEN PR-PROM-DATE < WS-BUS-DATE
                   MOVE "B" TO PR-STATUS
                   MOVE WS-BUS-DATE TO PR-CLOSED-DATE
                   PERFORM 550-ESCALATE-RTN
                   ADD 1 TO WS-BROKEN-CTR
                   ADD PR-PROM-AMT TO WS-BROKEN-TOTAL
                   MOVE SPACES TO RPT-RESULT-OUT
                   STRING "*BROKEN - NEXT LETTER AT " PR-ESC-LEVEL
                       DELIMITED BY SIZE INTO RPT-RESULT-OUT
               WHEN OTHER
                   ADD 1 TO WS-STILL-OPEN-CTR
                   MOVE "OPEN" TO RPT-RESULT-OUT
           END-EVALUATE
           MOVE PROM-REC TO WS-PROM-ENTRY (WS-PROM-IDX)
           MOVE PR-ACCT-NO TO RPT-ACCT-OUT
           MOVE PR-CONTACT-DATE TO RPT-CALLED-OUT
           MOVE PR-COLLECTOR TO RPT-BY-OUT
           MOVE PR-PROM-AMT TO RPT-PROM-OUT
           MOVE PR-PROM-DATE TO RPT-DUE-OUT
           MOVE WS-OP-PAID (WS-OPEN-IDX) TO RPT-PAID-OUT
           WRITE RPT-REC FROM RPT-DTL-LINE AFTER ADVANCING 1 LINES.

       550-ESCALATE-RTN.
           MOVE 2 TO PR-ESC-LEVEL
           IF PR-ACCT-NO IS NUMERIC
               MOVE PR-ACCT-NO TO WS-ACCT-NUM
               PERFORM 450-FIND-DUN-RTN
               IF WS-DUN-IDX > ZERO
                   IF WS-DN-LEVEL (WS-DUN-IDX) < 3
                       COMPUTE PR-ESC-LEVEL =
                           WS-DN-LEVEL (WS-DUN-IDX) + 1
                   ELSE
                       MOVE 3 TO PR-ESC-LEVEL
                   END-IF
               END-IF
           END-IF.

       700-REWRITE-PROMISES-RTN.
           OPEN OUTPUT PROM-FILE
           PERFORM 750-WRITE-ONE-RTN
               VARYING WS-PROM-IDX FROM 1 BY 1
               UNTIL WS-PROM-IDX > WS-PROM-CTR
           CLOSE PROM-FILE.

       750-WRITE-ONE-RTN.
           MOVE WS-PROM-ENTRY (WS-PROM-IDX) TO PROM-REC
           WRITE PROM-REC.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
      * NOT SET, AS IN A STANDALONE LESSON RUN).
      ******************************************************************
       900-RUN-LOG-RTN.
           MOVE WS-PROM-CTR TO WS-LOG-READ
           COMPUTE WS-LOG-WRITTEN = WS-KEPT-CTR + WS-BROKEN-CTR
           MOVE ZERO TO WS-LOG-REJECTED
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
