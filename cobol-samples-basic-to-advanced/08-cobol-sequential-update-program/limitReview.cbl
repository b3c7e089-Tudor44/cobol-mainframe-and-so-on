      ******************************************************************
      *15-10-2026 GD - PERIODIC CREDIT-LIMIT REVIEW. EVERY LIMIT ROW
      *CARRIES A REVIEW DATE BUT NOTHING EVER LOOKED AT IT, SO LIMITS
      *SAT UNTOUCHED FOR YEARS. THIS MONTHLY RUN PICKS EVERY LIMIT
      *WHOSE REVIEW DATE IS ON OR BEFORE THE BUSINESS DATE AND
      *MEASURES ITS USE OVER THE LOOKBACK WINDOW (LIMREV_DAYS,
      *DEFAULT 90) - PEAK AND AVERAGE POSTED BALANCE FROM THE
      *PERMANENT AUDIT HISTORY AGAINST THE LIMIT, AND THE NUMBER OF
      *"EXCEEDS ACCOUNT LIMIT" REJECTIONS FROM THE LIMIT-REJECTION
      *HISTORY AUDIT-ARCHIVE KEEPS. THE RULES, ALL RUN PARAMETERS:
      *  INCREASE BY LIMREV_UP_PCT (DEFAULT 20) WHEN THE ACCOUNT HAD
      *  LIMREV_REJ_MAX (DEFAULT 1) OR MORE LIMIT REJECTIONS, OR ITS
      *  PEAK REACHED LIMREV_HIGH_PCT (DEFAULT 85) OF THE LIMIT, OR
      *  ITS AVERAGE REACHED LIMREV_AVG_PCT (DEFAULT 70);
      *  DECREASE BY LIMREV_DOWN_PCT (DEFAULT 20), NEVER BELOW THE
      *  PEAK, WHEN THE ACCOUNT POSTED BUT ITS PEAK STAYED UNDER
      *  LIMREV_LOW_PCT (DEFAULT 25) OF THE LIMIT;
      *  OTHERWISE NO CHANGE.
      *EVERY REVIEWED LIMIT GOES ON THE WORKSHEET AND ON THE PROPOSED
      *CHANGES FILE, NO-CHANGE ROWS INCLUDED, WITH A NEXT REVIEW DATE
      *LIMREV_MONTHS (DEFAULT 12) AFTER THE BUSINESS DATE. NOTHING
      *TOUCHES THE LIMIT FILE HERE - LIMIT-APPROVE APPLIES THE ROWS A
      *CREDIT OFFICER APPROVES. THE PROPOSED-CHANGES FILE IS REWRITTEN
      *EACH RUN. NO LIMIT FILE ENDS THE RUN RC 8.
      *FILE PATHS FROM LIMREV_LIMIT_PATH, LIMREV_HIST_PATH,
      *LIMREV_LIMREJ_PATH, LIMREV_RPT_PATH AND LIMREV_PROP_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMIT-REVIEW.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
          SELECT LIMIT-FILE ASSIGN TO WS-LIMIT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMIT-STATUS.
          SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
          SELECT LIMREJ-FILE ASSIGN TO WS-LIMREJ-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMREJ-STATUS.
          SELECT REVIEW-RPT-FILE ASSIGN TO WS-RPT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
          SELECT PROP-FILE ASSIGN TO WS-PROP-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LIMIT-FILE
           RECORD CONTAINS 19 CHARACTERS.
           01 LIMIT-REC.
               02 LIM-ACCT-NO            PIC X(4).
               02 LIM-AMOUNT             PIC 9(5)V99.
               02 LIM-REVIEW-DATE        PIC 9(8).
       FD HIST-FILE
           RECORD CONTAINS 48 CHARACTERS.
           01 HIST-REC.
               02 HIST-BUS-DATE            PIC 9(8).
               02 FILLER                   PIC X.
           COPY AUDITREC.
       FD LIMREJ-FILE
           RECORD CONTAINS 74 CHARACTERS.
           01 LIMREJ-REC.
               02 LRJ-BUS-DATE             PIC 9(8).
               02 FILLER                   PIC X.
               02 LRJ-ACCT-NO              PIC X(4).
               02 FILLER                   PIC X(61).
       FD REVIEW-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           01 REVIEW-RPT-REC             PIC X(132).
       FD PROP-FILE
           RECORD CONTAINS 78 CHARACTERS.
           01 PROP-REC.
           COPY LIMPROP.
       WORKING-STORAGE SECTION.
           01 WS-ALERT-PROGRAM           PIC X(20)
               VALUE "LIMIT-REVIEW".
           01 WS-ALERT-SEV               PIC X.
           01 WS-ALERT-MSG               PIC X(60).
           01 WS-LIMIT-FILE-PATH         PIC X(80) VALUE
               "/Users/gaetanodorsi/CreditLimits.txt".
           01 WS-HIST-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/AuditHist.txt".
           01 WS-LIMREJ-FILE-PATH        PIC X(80) VALUE
               "/Users/gaetanodorsi/LimitRejects.txt".
           01 WS-RPT-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/LimitReview.txt".
           01 WS-PROP-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/LimitProposals.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-PARM-PROGRAM            PIC X(8) VALUE "LIMREV  ".
           01 WS-PARM-NAME               PIC X(20).
           01 WS-LIMIT-STATUS            PIC XX.
           01 WS-HIST-STATUS             PIC XX.
           01 WS-LIMREJ-STATUS           PIC XX.
           01 WS-PROP-STATUS             PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
      *    THE REVIEW RULES - RUN PARAMETERS, THESE ARE THE DEFAULTS.
           01 WS-WINDOW-DAYS             PIC 9(3) VALUE 90.
           01 WS-HIGH-PCT                PIC 9(3) VALUE 85.
           01 WS-AVG-PCT                 PIC 9(3) VALUE 70.
           01 WS-LOW-PCT                 PIC 9(3) VALUE 25.
           01 WS-REJ-MAX                 PIC 9(3) VALUE 1.
           01 WS-UP-PCT                  PIC 9(3) VALUE 20.
           01 WS-DOWN-PCT                PIC 9(3) VALUE 20.
           01 WS-REVIEW-MONTHS           PIC 9(3) VALUE 12.
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-BUS-DAYS                PIC 9(7).
           01 WS-HIST-DAYS               PIC 9(7).
           01 WS-AGE-DAYS                PIC S9(7).
           01 WS-NEXT-REVIEW             PIC 9(8).
           01 WS-DUE-HOLD.
               02 WS-DUE-YYYY            PIC 9(4).
               02 WS-DUE-MM              PIC 99.
               02 WS-DUE-DD              PIC 99.
           01 WS-MONTH-WORK              PIC 9(4).
           01 WS-YEAR-ADD                PIC 9(4).
           01 WS-MONTH-REM               PIC 9(4).
           01 WS-MONTH-LEN               PIC 99.
           01 WS-LEAP-QUOT               PIC 9(4).
           01 WS-LEAP-REM                PIC 9(4).
      *    ONE SLOT PER ACCOUNT NUMBER; ONLY LIMITS DUE FOR REVIEW
      *    ARE MARKED, SO THE HISTORY PASSES SKIP EVERYTHING ELSE.
           01 WS-DUE-TABLE.
               02 WS-DUE-ENTRY OCCURS 9999 TIMES.
                   03 WS-DU-DUE          PIC X.
                   03 WS-DU-LIMIT        PIC 9(5)V99.
                   03 WS-DU-REVIEW       PIC 9(8).
                   03 WS-DU-PEAK         PIC 9(5)V99.
                   03 WS-DU-TOTAL        PIC 9(9)V99.
                   03 WS-DU-POSTS        PIC 9(5).
                   03 WS-DU-REJECTS      PIC 9(5).
           01 SUB1                       PIC 9(5).
           01 WS-ACCT-KEY                PIC 9(4).
           01 WS-AVERAGE                 PIC 9(5)V99.
           01 WS-PEAK-PCT                PIC 9(4).
           01 WS-AVG-PCT-WORK            PIC 9(4).
           01 WS-NEW-LIMIT               PIC 9(5)V99.
           01 WS-ACTION                  PIC X.
           01 WS-REASON                  PIC X(20).
           01 WS-LIMIT-CTR               PIC 9(5) VALUE ZERO.
           01 WS-DUE-CTR                 PIC 9(5) VALUE ZERO.
           01 WS-UP-CTR                  PIC 9(5) VALUE ZERO.
           01 WS-DOWN-CTR                PIC 9(5) VALUE ZERO.
           01 WS-SAME-CTR                PIC 9(5) VALUE ZERO.
           01 WS-HIST-CTR                PIC 9(7) VALUE ZERO.
           01 WS-LOG-PROGRAM  PIC X(20) VALUE "LIMIT-REVIEW".
           01 WS-LOG-START.
               02 WS-LOG-START-DATE  PIC 9(6).
               02 WS-LOG-START-TIME  PIC 9(6).
           01 WS-LOG-READ     PIC 9(6).
           01 WS-LOG-WRITTEN  PIC 9(6).
           01 WS-LOG-REJECTED PIC 9(6).
           01 WS-LOG-RC       PIC 9(2).
           01 WS-LOG-TIME-HOLD PIC 9(8).
           01 WS-STEP-RC                 PIC 9(2) VALUE ZERO.
           01 HD-LINE1.
               02 FILLER                 PIC X(40) VALUE SPACES.
               02 FILLER                 PIC X(30)
                   VALUE "CREDIT-LIMIT REVIEW WORKSHEET".
               02 FILLER                 PIC X(20) VALUE SPACES.
               02 FILLER                 PIC X(15)
                   VALUE "BUSINESS DATE: ".
               02 HD-DATE-OUT            PIC 9(8).
               02 FILLER                 PIC X(19) VALUE SPACES.
           01 HD-LINE2.
               02 FILLER                 PIC X(5) VALUE SPACES.
               02 FILLER                 PIC X(10) VALUE "LOOKBACK: ".
               02 HD-DAYS-OUT            PIC ZZ9.
               02 FILLER                 PIC X(23)
                   VALUE " DAYS  INCREASE AT PEAK".
               02 FILLER                 PIC X(1) VALUE SPACE.
               02 HD-HIGH-OUT            PIC ZZ9.
               02 FILLER                 PIC X(12) VALUE "% OR AVERAGE".
               02 FILLER                 PIC X(1) VALUE SPACE.
               02 HD-AVG-OUT             PIC ZZ9.
               02 FILLER                 PIC X(5) VALUE "% OR ".
               02 HD-REJ-OUT             PIC ZZ9.
               02 FILLER                 PIC X(11) VALUE " REJECTS (+".
               02 HD-UP-OUT              PIC ZZ9.
               02 FILLER                 PIC X(23)
                   VALUE "%)  DECREASE UNDER PEAK".
               02 FILLER                 PIC X(1) VALUE SPACE.
               02 HD-LOW-OUT             PIC ZZ9.
               02 FILLER                 PIC X(4) VALUE "% (-".
               02 HD-DOWN-OUT            PIC ZZ9.
               02 FILLER                 PIC X(2) VALUE "%)".
               02 FILLER                 PIC X(13) VALUE SPACES.
           01 HD-LINE3.
               02 FILLER                 PIC X(5) VALUE SPACES.
               02 FILLER                 PIC X(40) VALUE
                   "ACCT     LIMIT   REVIEWED  POSTS  PEAK B".
               02 FILLER                 PIC X(40) VALUE
                   "AL  PEAK%   AVG BAL  AVG%   REJ  ACTION ".
               02 FILLER                 PIC X(31) VALUE
                   "  NEW LIMIT   NEXT REVW  REASON".
               02 FILLER                 PIC X(16) VALUE SPACES.
           01 DTL-LINE.
               02 FILLER                 PIC X(5) VALUE SPACES.
               02 DTL-ACCT-OUT           PIC X(4).
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 DTL-LIMIT-OUT          PIC ZZ,ZZ9.99.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 DTL-REVIEW-OUT         PIC 9(8).
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 DTL-POSTS-OUT          PIC ZZZZ9.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 DTL-PEAK-OUT           PIC ZZ,ZZ9.99.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 DTL-PEAK-PCT-OUT       PIC ZZZ9.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 DTL-AVG-OUT            PIC ZZ,ZZ9.99.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 DTL-AVG-PCT-OUT        PIC ZZZ9.
               02 FILLER                 PIC X(1) VALUE SPACES.
               02 DTL-REJ-OUT            PIC ZZZ9.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 DTL-ACTION-OUT         PIC X(9).
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 DTL-NEW-OUT            PIC ZZ,ZZ9.99.
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 DTL-NEXT-OUT           PIC 9(8).
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 DTL-REASON-OUT         PIC X(20).
               02 FILLER                 PIC X(2) VALUE SPACES.
           01 TRAILER-LINE.
               02 FILLER                 PIC X(5) VALUE SPACES.
               02 FILLER                 PIC X(16)
                   VALUE "LIMITS ON FILE: ".
               02 TRL-LIMIT-OUT          PIC ZZ,ZZ9.
               02 FILLER                 PIC X(18)
                   VALUE "  DUE FOR REVIEW: ".
               02 TRL-DUE-OUT            PIC ZZ,ZZ9.
               02 FILLER                 PIC X(12) VALUE "  INCREASE: ".
               02 TRL-UP-OUT             PIC ZZ,ZZ9.
               02 FILLER                 PIC X(12) VALUE "  DECREASE: ".
               02 TRL-DOWN-OUT           PIC ZZ,ZZ9.
               02 FILLER                 PIC X(13)
                   VALUE "  NO CHANGE: ".
               02 TRL-SAME-OUT           PIC ZZ,ZZ9.
               02 FILLER                 PIC X(26) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-BUS-DATE
               BY REFERENCE WS-BUS-DAYS
           PERFORM 400-NEXT-REVIEW-RTN
           MOVE SPACES TO WS-DUE-TABLE
           PERFORM 200-SCAN-LIMITS-RTN
           IF WS-STEP-RC = ZERO
               IF WS-DUE-CTR > ZERO
                   PERFORM 300-SCAN-HISTORY-RTN
                   PERFORM 350-SCAN-REJECTS-RTN
               END-IF
               PERFORM 500-REPORT-RTN
           END-IF
           DISPLAY "LIMITS DUE FOR REVIEW: " WS-DUE-CTR
               "  INCREASE: " WS-UP-CTR "  DECREASE: " WS-DOWN-CTR
               "  NO CHANGE: " WS-SAME-CTR
           PERFORM 900-RUN-LOG-RTN
           MOVE WS-STEP-RC TO RETURN-CODE
           STOP RUN.

       150-PARMS-RTN.
           MOVE "LIMREV_LIMIT_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-LIMIT-FILE-PATH
           END-IF
           MOVE "LIMREV_HIST_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-HIST-FILE-PATH
           END-IF
           MOVE "LIMREV_LIMREJ_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-LIMREJ-FILE-PATH
           END-IF
           MOVE "LIMREV_RPT_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF
           MOVE "LIMREV_PROP_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PROP-FILE-PATH
           END-IF
           MOVE "LIMREV_DAYS" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:3) TO WS-WINDOW-DAYS
           END-IF
           MOVE "LIMREV_HIGH_PCT" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:3) TO WS-HIGH-PCT
           END-IF
           MOVE "LIMREV_AVG_PCT" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:3) TO WS-AVG-PCT
           END-IF
           MOVE "LIMREV_LOW_PCT" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:3) TO WS-LOW-PCT
           END-IF
           MOVE "LIMREV_REJ_MAX" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:3) TO WS-REJ-MAX
           END-IF
           MOVE "LIMREV_UP_PCT" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:3) TO WS-UP-PCT
           END-IF
           MOVE "LIMREV_DOWN_PCT" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:3) TO WS-DOWN-PCT
           END-IF
           MOVE "LIMREV_MONTHS" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:3) TO WS-REVIEW-MONTHS
           END-IF.

      ******************************************************************
      * ONE PARAMETER - THE RUN-PARAMETER MASTER FIRST, THE
      * ENVIRONMENT VARIABLE OF THE SAME NAME AS THE FALLBACK.
      ******************************************************************
       155-GET-PARM-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           CALL 'RUN-PARM-RTN' USING WS-PARM-PROGRAM WS-PARM-NAME
               WS-ENV-HOLD.

      ******************************************************************
      * MARK EVERY LIMIT WHOSE REVIEW DATE HAS COME. A ZERO REVIEW
      * DATE WAS NEVER SET AND IS DUE AT ONCE.
      ******************************************************************
       200-SCAN-LIMITS-RTN.
           OPEN INPUT LIMIT-FILE
           IF WS-LIMIT-STATUS NOT = "00"
               DISPLAY "LIMIT FILE NOT AVAILABLE - STATUS "
                   WS-LIMIT-STATUS " - NO REVIEW RUN"
               MOVE 8 TO WS-STEP-RC
               MOVE "E" TO WS-ALERT-SEV
               MOVE "CREDIT-LIMIT FILE NOT AVAILABLE - NO REVIEW RUN"
                   TO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-ALERT-PROGRAM
                   WS-ALERT-MSG
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 210-ONE-LIMIT-RTN UNTIL WS-EOF
               CLOSE LIMIT-FILE
           END-IF.

       210-ONE-LIMIT-RTN.
           READ LIMIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-LIMIT-CTR
                   IF LIM-ACCT-NO IS NUMERIC
                       AND LIM-REVIEW-DATE <= WS-BUS-DATE
                       MOVE LIM-ACCT-NO TO SUB1
                       IF SUB1 > ZERO
                           MOVE "Y" TO WS-DU-DUE (SUB1)
                           MOVE LIM-AMOUNT TO WS-DU-LIMIT (SUB1)
                           MOVE LIM-REVIEW-DATE TO WS-DU-REVIEW (SUB1)
                           MOVE ZERO TO WS-DU-PEAK (SUB1)
                           MOVE ZERO TO WS-DU-TOTAL (SUB1)
                           MOVE ZERO TO WS-DU-POSTS (SUB1)
                           MOVE ZERO TO WS-DU-REJECTS (SUB1)
                           ADD 1 TO WS-DUE-CTR
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * PEAK AND AVERAGE POSTED BALANCE OVER THE WINDOW - THE BALANCE
      * AFTER EACH POSTING ON THE PERMANENT AUDIT HISTORY. NO HISTORY
      * MEANS NO POSTINGS SEEN, WHICH THE RULES READ AS NO CHANGE.
      ******************************************************************
       300-SCAN-HISTORY-RTN.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "AUDIT HISTORY NOT AVAILABLE - BALANCE COLUMNS"
                   " LEFT AT ZERO"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 310-ONE-HIST-RTN UNTIL WS-EOF
               CLOSE HIST-FILE
           END-IF.

       310-ONE-HIST-RTN.
           READ HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-HIST-CTR
                   IF AUD-ACCT-NO IS NUMERIC
                       MOVE AUD-ACCT-NO TO SUB1
                       IF SUB1 > ZERO
                           AND WS-DU-DUE (SUB1) = "Y"
                           PERFORM 320-IN-WINDOW-RTN
                       END-IF
                   END-IF
           END-READ.

       320-IN-WINDOW-RTN.
           CALL 'DATE-DAYS-RTN' USING BY CONTENT HIST-BUS-DATE
               BY REFERENCE WS-HIST-DAYS
           COMPUTE WS-AGE-DAYS = WS-BUS-DAYS - WS-HIST-DAYS
           IF WS-AGE-DAYS >= ZERO AND WS-AGE-DAYS <= WS-WINDOW-DAYS
               ADD 1 TO WS-DU-POSTS (SUB1)
               ADD AUD-NEW-BALANCE TO WS-DU-TOTAL (SUB1)
               IF AUD-NEW-BALANCE > WS-DU-PEAK (SUB1)
                   MOVE AUD-NEW-BALANCE TO WS-DU-PEAK (SUB1)
               END-IF
           END-IF.

      ******************************************************************
      * "EXCEEDS ACCOUNT LIMIT" REJECTIONS OVER THE SAME WINDOW. THE
      * FILE HOLDS NOTHING BUT LIMIT REJECTIONS; NONE YET IS NOT AN
      * ERROR.
      ******************************************************************
       350-SCAN-REJECTS-RTN.
           OPEN INPUT LIMREJ-FILE
           IF WS-LIMREJ-STATUS NOT = "00"
               DISPLAY "NO LIMIT-REJECTION HISTORY - REJECT COLUMN"
                   " LEFT AT ZERO"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 360-ONE-REJECT-RTN UNTIL WS-EOF
               CLOSE LIMREJ-FILE
           END-IF.

       360-ONE-REJECT-RTN.
           READ LIMREJ-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF LRJ-ACCT-NO IS NUMERIC
                       MOVE LRJ-ACCT-NO TO SUB1
                       IF SUB1 > ZERO
                           AND WS-DU-DUE (SUB1) = "Y"
                           CALL 'DATE-DAYS-RTN' USING
                               BY CONTENT LRJ-BUS-DATE
                               BY REFERENCE WS-HIST-DAYS
                           COMPUTE WS-AGE-DAYS =
                               WS-BUS-DAYS - WS-HIST-DAYS
                           IF WS-AGE-DAYS >= ZERO
                               AND WS-AGE-DAYS <= WS-WINDOW-DAYS
                               ADD 1 TO WS-DU-REJECTS (SUB1)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * THE NEXT REVIEW DATE IS THE BUSINESS DATE PLUS THE REVIEW
      * INTERVAL, THE DAY CLAMPED TO THE TARGET MONTH - TERM-DEPOSIT-
      * RUN'S RULE. THE SAME FOR EVERY LIMIT REVIEWED IN THIS RUN.
      ******************************************************************
       400-NEXT-REVIEW-RTN.
           MOVE WS-BUS-DATE TO WS-DUE-HOLD
           COMPUTE WS-MONTH-WORK = WS-DUE-MM - 1 + WS-REVIEW-MONTHS
           DIVIDE WS-MONTH-WORK BY 12 GIVING WS-YEAR-ADD
               REMAINDER WS-MONTH-REM
           ADD WS-YEAR-ADD TO WS-DUE-YYYY
           COMPUTE WS-DUE-MM = WS-MONTH-REM + 1
           PERFORM 450-MONTH-LEN-RTN
           IF WS-DUE-DD > WS-MONTH-LEN
               MOVE WS-MONTH-LEN TO WS-DUE-DD
           END-IF
           MOVE WS-DUE-HOLD TO WS-NEXT-REVIEW.

      ******************************************************************
      * DAYS IN WS-DUE-MM OF WS-DUE-YYYY. FULL GREGORIAN LEAP RULE -
      * THE SAME RULE DATE-DAYS-RTN APPLIES.
      ******************************************************************
       450-MONTH-LEN-RTN.
           EVALUATE WS-DUE-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-LEN
               WHEN 2
                   MOVE 28 TO WS-MONTH-LEN
                   DIVIDE WS-DUE-YYYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-MONTH-LEN
                       DIVIDE WS-DUE-YYYY BY 100 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = ZERO
                           DIVIDE WS-DUE-YYYY BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM NOT = ZERO
                               MOVE 28 TO WS-MONTH-LEN
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-LEN
           END-EVALUATE.

       500-REPORT-RTN.
           OPEN OUTPUT REVIEW-RPT-FILE
           OPEN OUTPUT PROP-FILE
           MOVE WS-BUS-DATE TO HD-DATE-OUT
           WRITE REVIEW-RPT-REC FROM HD-LINE1 AFTER ADVANCING PAGE
           MOVE WS-WINDOW-DAYS TO HD-DAYS-OUT
           MOVE WS-HIGH-PCT TO HD-HIGH-OUT
           MOVE WS-AVG-PCT TO HD-AVG-OUT
           MOVE WS-REJ-MAX TO HD-REJ-OUT
           MOVE WS-UP-PCT TO HD-UP-OUT
           MOVE WS-LOW-PCT TO HD-LOW-OUT
           MOVE WS-DOWN-PCT TO HD-DOWN-OUT
           WRITE REVIEW-RPT-REC FROM HD-LINE2 AFTER ADVANCING 2 LINES
           WRITE REVIEW-RPT-REC FROM HD-LINE3 AFTER ADVANCING 2 LINES
           PERFORM 550-REVIEW-ONE-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > 9999
           MOVE WS-LIMIT-CTR TO TRL-LIMIT-OUT
           MOVE WS-DUE-CTR TO TRL-DUE-OUT
           MOVE WS-UP-CTR TO TRL-UP-OUT
           MOVE WS-DOWN-CTR TO TRL-DOWN-OUT
           MOVE WS-SAME-CTR TO TRL-SAME-OUT
           WRITE REVIEW-RPT-REC FROM TRAILER-LINE
               AFTER ADVANCING 2 LINES
           CLOSE REVIEW-RPT-FILE
           CLOSE PROP-FILE.

       550-REVIEW-ONE-RTN.
           IF WS-DU-DUE (SUB1) = "Y"
               PERFORM 600-MEASURE-RTN
               PERFORM 650-RULES-RTN
               PERFORM 700-WRITE-ROW-RTN
           END-IF.

      ******************************************************************
      * UTILIZATION AS A WHOLE PERCENTAGE OF THE LIMIT. A ZERO LIMIT
      * HAS NO PERCENTAGE - THE RULES LEAVE IT TO THE OFFICER.
      ******************************************************************
       600-MEASURE-RTN.
           MOVE ZERO TO WS-AVERAGE
           MOVE ZERO TO WS-PEAK-PCT
           MOVE ZERO TO WS-AVG-PCT-WORK
           IF WS-DU-POSTS (SUB1) > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-DU-TOTAL (SUB1) / WS-DU-POSTS (SUB1)
           END-IF
           IF WS-DU-LIMIT (SUB1) > ZERO
               COMPUTE WS-PEAK-PCT =
                   WS-DU-PEAK (SUB1) * 100 / WS-DU-LIMIT (SUB1)
                   ON SIZE ERROR
                       MOVE 9999 TO WS-PEAK-PCT
               END-COMPUTE
               COMPUTE WS-AVG-PCT-WORK =
                   WS-AVERAGE * 100 / WS-DU-LIMIT (SUB1)
                   ON SIZE ERROR
                       MOVE 9999 TO WS-AVG-PCT-WORK
               END-COMPUTE
           END-IF.

       650-RULES-RTN.
           MOVE WS-DU-LIMIT (SUB1) TO WS-NEW-LIMIT
           MOVE "N" TO WS-ACTION
           EVALUATE TRUE
               WHEN WS-DU-LIMIT (SUB1) = ZERO
                   MOVE "ZERO LIMIT - MANUAL" TO WS-REASON
               WHEN WS-DU-REJECTS (SUB1) > ZERO
                   AND WS-DU-REJECTS (SUB1) >= WS-REJ-MAX
                   MOVE "I" TO WS-ACTION
                   MOVE "LIMIT REJECTIONS" TO WS-REASON
               WHEN WS-DU-POSTS (SUB1) = ZERO
                   MOVE "NO ACTIVITY" TO WS-REASON
               WHEN WS-PEAK-PCT >= WS-HIGH-PCT
                   MOVE "I" TO WS-ACTION
                   MOVE "PEAK UTILIZATION" TO WS-REASON
               WHEN WS-AVG-PCT-WORK >= WS-AVG-PCT
                   MOVE "I" TO WS-ACTION
                   MOVE "AVERAGE UTILIZATION" TO WS-REASON
               WHEN WS-PEAK-PCT < WS-LOW-PCT
                   MOVE "D" TO WS-ACTION
                   MOVE "LOW UTILIZATION" TO WS-REASON
               WHEN OTHER
                   MOVE "WITHIN RANGE" TO WS-REASON
           END-EVALUATE
           IF WS-ACTION = "I"
               COMPUTE WS-NEW-LIMIT ROUNDED =
                   WS-DU-LIMIT (SUB1) * (100 + WS-UP-PCT) / 100
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-NEW-LIMIT
               END-COMPUTE
           END-IF
           IF WS-ACTION = "D"
               IF WS-DOWN-PCT > 100
                   MOVE ZERO TO WS-NEW-LIMIT
               ELSE
                   COMPUTE WS-NEW-LIMIT ROUNDED =
                       WS-DU-LIMIT (SUB1) * (100 - WS-DOWN-PCT) / 100
               END-IF
               IF WS-NEW-LIMIT < WS-DU-PEAK (SUB1)
                   MOVE WS-DU-PEAK (SUB1) TO WS-NEW-LIMIT
               END-IF
           END-IF
      *    A RULE THAT LEAVES THE AMOUNT WHERE IT WAS IS NO CHANGE.
           IF WS-NEW-LIMIT = WS-DU-LIMIT (SUB1)
               MOVE "N" TO WS-ACTION
           END-IF
           EVALUATE WS-ACTION
               WHEN "I"
                   ADD 1 TO WS-UP-CTR
               WHEN "D"
                   ADD 1 TO WS-DOWN-CTR
               WHEN OTHER
                   ADD 1 TO WS-SAME-CTR
           END-EVALUATE.

       700-WRITE-ROW-RTN.
           MOVE SPACES TO PROP-REC
           MOVE SUB1 TO WS-ACCT-KEY
           MOVE WS-ACCT-KEY TO LP-ACCT-NO
           MOVE WS-ACTION TO LP-ACTION
           MOVE WS-DU-LIMIT (SUB1) TO LP-OLD-LIMIT
           MOVE WS-NEW-LIMIT TO LP-NEW-LIMIT
           MOVE WS-DU-REVIEW (SUB1) TO LP-OLD-REVIEW
           MOVE WS-NEXT-REVIEW TO LP-NEXT-REVIEW
           MOVE WS-REASON TO LP-REASON
           MOVE "P" TO LP-STATUS
           MOVE ZERO TO LP-DECIDED-DATE
           WRITE PROP-REC
           MOVE LP-ACCT-NO TO DTL-ACCT-OUT
           MOVE WS-DU-LIMIT (SUB1) TO DTL-LIMIT-OUT
           MOVE WS-DU-REVIEW (SUB1) TO DTL-REVIEW-OUT
           MOVE WS-DU-POSTS (SUB1) TO DTL-POSTS-OUT
           MOVE WS-DU-PEAK (SUB1) TO DTL-PEAK-OUT
           MOVE WS-PEAK-PCT TO DTL-PEAK-PCT-OUT
           MOVE WS-AVERAGE TO DTL-AVG-OUT
           MOVE WS-AVG-PCT-WORK TO DTL-AVG-PCT-OUT
           MOVE WS-DU-REJECTS (SUB1) TO DTL-REJ-OUT
           EVALUATE WS-ACTION
               WHEN "I"
                   MOVE "INCREASE" TO DTL-ACTION-OUT
               WHEN "D"
                   MOVE "DECREASE" TO DTL-ACTION-OUT
               WHEN OTHER
                   MOVE "NO CHANGE" TO DTL-ACTION-OUT
           END-EVALUATE
           MOVE WS-NEW-LIMIT TO DTL-NEW-OUT
           MOVE WS-NEXT-REVIEW TO DTL-NEXT-OUT
           MOVE WS-REASON TO DTL-REASON-OUT
           WRITE REVIEW-RPT-REC FROM DTL-LINE
               AFTER ADVANCING 1 LINES.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
      * NOT SET, AS IN A STANDALONE LESSON RUN).
      ******************************************************************
       900-RUN-LOG-RTN.
           MOVE WS-LIMIT-CTR TO WS-LOG-READ
           MOVE WS-DUE-CTR TO WS-LOG-WRITTEN
           MOVE ZERO TO WS-LOG-REJECTED
           MOVE WS-STEP-RC TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
