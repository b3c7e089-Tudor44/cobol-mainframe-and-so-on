      ******************************************************************
      *15-10-2026 GD - QUARTERLY OPERATOR ACCESS REVIEW. OPER-AUTH-RTN
      *GRANTS THE PROTECTED FUNCTIONS FROM THE OPERATOR MASTER BUT
      *NOBODY REVIEWED WHO HOLDS WHAT. THIS REPORT LISTS EVERY
      *OPERATOR ON THE MASTER WITH EACH PERMISSION HELD BESIDE ITS
      *USE IN THE PERIOD FROM THE ACCESS LOG OPER-AUTH-RTN WRITES -
      *SIGN-ONS, CHECKS GRANTED AND REFUSED - AND FLAGS:
      *  A PERMISSION HELD BUT NEVER USED IN THE PERIOD;
      *  A CONFLICTING PAIR HELD BY ONE OPERATOR (THE PAIRS ARE IN
      *  WS-CONFLICT-TABLE - REFERENCE MAINTENANCE, WHICH COVERS THE
      *  OPERATOR MASTER, WITH SUSPENSE RELEASE, REJECT RELEASE OR
      *  SUPERVISOR OVERRIDE, AND MASTER CORRECTION WITH REJECT
      *  RELEASE), MARKED EXERCISED WHEN BOTH SIDES WERE USED - THE
      *  REFERENCE SIDE MEANING ACTUAL OPERATOR-MASTER CHANGES ON THE
      *  MAINTENANCE LOG;
      *  AN OPERATOR WHO CHANGED THEIR OWN OPERATOR-MASTER ROW;
      *  A DUAL-APPROVAL ITEM ON THE SUSPENSE-REVIEW OR REJECT-
      *  CORRECTION REGISTER CONFIRMED BY ITS OWN INITIATOR;
      *  ACTIVITY ON THE LOG BY IDS NOT ON THE OPERATOR MASTER.
      *THE PERIOD IS ACCREV_FROM TO ACCREV_TO (YYYYMMDD), DEFAULTING
      *TO THE CALENDAR QUARTER BEFORE THE ONE THE BUSINESS DATE IS IN.
      *ANY CONFLICT, SELF-CHANGE OR DUAL-APPROVAL BREACH ENDS THE RUN
      *RC 4 WITH AN ALERT; NO OPERATOR MASTER ENDS IT RC 8. A MISSING
      *LOG OR REGISTER IS REPORTED AND SKIPPED.
      *FILE PATHS FROM ACCREV_OPER_PATH, ACCREV_LOG_PATH,
      *ACCREV_MAINT_PATH, ACCREV_SUSREG_PATH, ACCREV_REJREG_PATH AND
      *ACCREV_OUT_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-REVIEW.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT OPER-FILE ASSIGN TO WS-OPER-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.
       SELECT ACCESS-FILE ASSIGN TO WS-ACC-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACC-STATUS.
       SELECT MAINT-FILE ASSIGN TO WS-MAINT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAINT-STATUS.
       SELECT REG-FILE ASSIGN TO WS-REG-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.
       SELECT RPT-FILE ASSIGN TO WS-RPT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD OPER-FILE
           RECORD CONTAINS 32 CHARACTERS.
           01 OPER-REC.
               02 OP-ID                  PIC X(5).
               02 OP-NAME                PIC X(20).
               02 OP-PERMS               PIC X(7).
       FD ACCESS-FILE
           RECORD CONTAINS 29 CHARACTERS.
           01 ACCESS-REC.
           COPY ACCLOG.
       FD MAINT-FILE
           RECORD CONTAINS 296 CHARACTERS.
           01 MAINT-REC.
           COPY MNTLOG.
      *    THE SUSPENSE-REVIEW AND REJECT-CORRECT REGISTERS SHARE ONE
      *    LAYOUT; RG-OPER2 IS THE INITIATOR ON A CONFIRM ROW.
       FD REG-FILE
           RECORD CONTAINS 50 CHARACTERS.
           01 REG-REC.
               02 RG-DATE                PIC 9(6).
               02 FILLER                 PIC X.
               02 RG-OPERATOR            PIC X(5).
               02 FILLER                 PIC X.
               02 RG-ACTION              PIC X(8).
               02 FILLER                 PIC X.
               02 RG-ACCT-NO             PIC X(4).
               02 FILLER                 PIC X.
               02 RG-AMOUNT              PIC 9(4)V99.
               02 FILLER                 PIC X.
               02 RG-TRACE               PIC X(9).
               02 FILLER                 PIC X.
               02 RG-OPER2               PIC X(5).
               02 FILLER                 PIC X.
       FD RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           01 RPT-REC                    PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-OPER-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/OperMaster.txt".
           01 WS-ACC-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/AccessLog.txt".
           01 WS-MAINT-FILE-PATH         PIC X(80) VALUE
               "/Users/gaetanodorsi/MaintLog.txt".
           01 WS-SUSREG-FILE-PATH        PIC X(80) VALUE
               "/Users/gaetanodorsi/SuspRevReg.txt".
           01 WS-REJREG-FILE-PATH        PIC X(80) VALUE
               "/Users/gaetanodorsi/RejCorReg.txt".
           01 WS-REG-FILE-PATH           PIC X(80).
           01 WS-RPT-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/AccessReview.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-OPER-STATUS             PIC XX.
           01 WS-ACC-STATUS              PIC XX.
           01 WS-MAINT-STATUS            PIC XX.
           01 WS-REG-STATUS              PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-ALERT-PROGRAM           PIC X(20)
               VALUE "ACCESS-REVIEW".
           01 WS-ALERT-SEV               PIC X.
           01 WS-ALERT-MSG               PIC X(60).
           01 WS-STEP-RC                 PIC 9(2) VALUE ZERO.
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-FROM-DATE               PIC 9(8) VALUE ZERO.
           01 WS-TO-DATE                 PIC 9(8) VALUE ZERO.
           01 WS-FROM-YYMMDD             PIC 9(6).
           01 WS-TO-YYMMDD               PIC 9(6).
           01 WS-QTR-HOLD.
               02 WS-QTR-YYYY            PIC 9(4).
               02 WS-QTR-MM              PIC 99.
               02 WS-QTR-DD              PIC 99.
           01 WS-QTR-NO                  PIC 9.
           01 WS-QTR-REM                 PIC 9.
      *    THE PROTECTED FUNCTIONS, IN OPERATOR-MASTER FLAG ORDER.
           01 WS-FUNC-VALUES.
               02 FILLER                 PIC X(24)
                   VALUE "IDXMASTER CORRECTION".
               02 FILLER                 PIC X(24)
                   VALUE "EMPEMPLOYEE MAINTENANCE".
               02 FILLER                 PIC X(24)
                   VALUE "SUSSUSPENSE RELEASE".
               02 FILLER                 PIC X(24)
                   VALUE "REJREJECT RELEASE".
               02 FILLER                 PIC X(24)
                   VALUE "RATRATE MAINTENANCE".
               02 FILLER                 PIC X(24)
                   VALUE "OVRSUPERVISOR OVERRIDE".
               02 FILLER                 PIC X(24)
                   VALUE "REFREFERENCE MAINTENANCE".
           01 WS-FUNC-TABLE REDEFINES WS-FUNC-VALUES.
               02 WS-FUNC-ENTRY OCCURS 7 TIMES.
                   03 WS-FUNC-CODE       PIC X(3).
                   03 WS-FUNC-DESC       PIC X(21).
      *    CONFLICTING PAIRS - TWO FUNCTION POSITIONS AND THE FINDING.
           01 WS-CONFLICT-VALUES.
               02 FILLER                 PIC X(53) VALUE
               "73OPERATOR MASTER MAINTENANCE AND SUSPENSE RELEASE".
               02 FILLER                 PIC X(53) VALUE
               "74OPERATOR MASTER MAINTENANCE AND REJECT RELEASE".
               02 FILLER                 PIC X(53) VALUE
               "76OPERATOR MASTER MAINTENANCE AND SUPERVISOR OVERRIDE".
               02 FILLER                 PIC X(53) VALUE
               "14MASTER CORRECTION AND REJECT RELEASE".
           01 WS-CONFLICT-TABLE REDEFINES WS-CONFLICT-VALUES.
               02 WS-CONFLICT-ENTRY OCCURS 4 TIMES.
                   03 WS-CF-FUNC1        PIC 9.
                   03 WS-CF-FUNC2        PIC 9.
                   03 WS-CF-TEXT         PIC X(51).
           01 WS-OPER-TABLE.
               02 WS-OT-ENTRY OCCURS 200 TIMES.
                   03 WS-OT-ID           PIC X(5).
                   03 WS-OT-NAME         PIC X(20).
                   03 WS-OT-PERM         PIC X OCCURS 7 TIMES.
                   03 WS-OT-GRANTED      PIC 9(5) OCCURS 7 TIMES.
                   03 WS-OT-REFUSED      PIC 9(5) OCCURS 7 TIMES.
                   03 WS-OT-SIGNONS      PIC 9(5).
                   03 WS-OT-OPMAINT      PIC 9(5).
                   03 WS-OT-SELF         PIC 9(5).
           01 WS-OPER-CTR                PIC 9(3) VALUE ZERO.
      *    IDS SEEN ON THE ACCESS LOG THAT ARE NOT ON THE MASTER.
           01 WS-UNKNOWN-TABLE.
               02 WS-UK-ENTRY OCCURS 50 TIMES.
                   03 WS-UK-ID           PIC X(5).
                   03 WS-UK-EVENTS       PIC 9(5).
           01 WS-UNKNOWN-CTR             PIC 9(3) VALUE ZERO.
           01 SUB1                       PIC 9(3).
           01 SUB2                       PIC 9(3).
           01 WS-FUNC-SUB                PIC 9.
           01 WS-CF-SUB                  PIC 9.
           01 WS-FOUND-SW                PIC X.
               88 WS-FOUND                      VALUE "Y".
           01 WS-FUNC1-USED              PIC 9(5).
           01 WS-FUNC2-USED              PIC 9(5).
           01 WS-REG-NAME                PIC X(16).
           01 WS-ACC-READ-CTR            PIC 9(6) VALUE ZERO.
           01 WS-ACC-SEL-CTR             PIC 9(6) VALUE ZERO.
           01 WS-HELD-CTR                PIC 9(5) VALUE ZERO.
           01 WS-UNUSED-CTR              PIC 9(5) VALUE ZERO.
           01 WS-CONFLICT-CTR            PIC 9(5) VALUE ZERO.
           01 WS-SELF-CTR                PIC 9(5) VALUE ZERO.
           01 WS-DUAL-CTR                PIC 9(5) VALUE ZERO.
           01 WS-LOG-PROGRAM  PIC X(20) VALUE "ACCESS-REVIEW".
           01 WS-LOG-START.
               02 WS-LOG-START-DATE  PIC 9(6).
               02 WS-LOG-START-TIME  PIC 9(6).
           01 WS-LOG-READ     PIC 9(6).
           01 WS-LOG-WRITTEN  PIC 9(6).
           01 WS-LOG-REJECTED PIC 9(6).
           01 WS-LOG-RC       PIC 9(2).
           01 WS-LOG-TIME-HOLD PIC 9(8).
           01 HD-LINE1.
               02 FILLER             PIC X(37) VALUE
                   "OPERATOR ACCESS REVIEW - PERIOD FROM ".
               02 HD-FROM-OUT        PIC 9(8).
               02 FILLER             PIC X(4) VALUE " TO ".
               02 HD-TO-OUT          PIC 9(8).
           01 OPER-LINE.
               02 FILLER             PIC X(9) VALUE "OPERATOR ".
               02 OPL-ID-OUT         PIC X(5).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 OPL-NAME-OUT       PIC X(20).
               02 FILLER             PIC X(11) VALUE "  SIGN-ONS ".
               02 OPL-SIGNON-OUT     PIC ZZZZ9.
               02 FILLER             PIC X(27) VALUE
                   "  OPERATOR-MASTER CHANGES ".
               02 OPL-OPMAINT-OUT    PIC ZZZZ9.
           01 FUNC-HD-LINE.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 FILLER             PIC X(26) VALUE "FUNCTION".
               02 FILLER             PIC X(21) VALUE
                   "HELD GRANTED  REFUSED".
           01 FUNC-LINE.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 FNL-CODE-OUT       PIC X(3).
               02 FILLER             PIC X VALUE SPACE.
               02 FNL-DESC-OUT       PIC X(21).
               02 FILLER             PIC X(3) VALUE SPACES.
               02 FNL-HELD-OUT       PIC X.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 FNL-GRANTED-OUT    PIC ZZZZ9.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 FNL-REFUSED-OUT    PIC ZZZZ9.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 FNL-FLAG-OUT       PIC X(30).
           01 FINDING-LINE.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 FILLER             PIC X(3) VALUE "** ".
               02 FND-TEXT-OUT       PIC X(90).
           01 SECTION-LINE           PIC X(80).
           01 UNKNOWN-LINE.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 UKL-ID-OUT         PIC X(5).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 UKL-EVENTS-OUT     PIC ZZZZ9.
               02 FILLER             PIC X(19) VALUE
                   " ACCESS LOG EVENTS".
           01 DUAL-LINE.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 DUL-REG-OUT        PIC X(16).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DUL-DATE-OUT       PIC 9(6).
               02 FILLER             PIC X(11) VALUE "  OPERATOR ".
               02 DUL-OPER-OUT       PIC X(5).
               02 FILLER             PIC X(10) VALUE "  ACCOUNT ".
               02 DUL-ACCT-OUT       PIC X(4).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DUL-AMT-OUT        PIC Z,ZZ9.99.
               02 FILLER             PIC X(8) VALUE "  TRACE ".
               02 DUL-TRACE-OUT      PIC X(9).
           01 NONE-LINE.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 FILLER             PIC X(4) VALUE "NONE".
           01 TRAILER-LINE.
               02 FILLER             PIC X(10) VALUE "OPERATORS ".
               02 TRL-OPER-OUT       PIC ZZ9.
               02 FILLER             PIC X(19) VALUE
                   "  PERMISSIONS HELD ".
               02 TRL-HELD-OUT       PIC ZZZZ9.
               02 FILLER             PIC X(13) VALUE "  NEVER USED ".
               02 TRL-UNUSED-OUT     PIC ZZZZ9.
               02 FILLER             PIC X(12) VALUE "  CONFLICTS ".
               02 TRL-CONFLICT-OUT   PIC ZZZZ9.
               02 FILLER             PIC X(15) VALUE "  SELF-CHANGES ".
               02 TRL-SELF-OUT       PIC ZZZZ9.
               02 FILLER             PIC X(24) VALUE
                   "  DUAL-APPROVAL BREACHES".
               02 FILLER             PIC X VALUE SPACE.
               02 TRL-DUAL-OUT       PIC ZZZZ9.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-GET-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           IF WS-FROM-DATE = ZERO OR WS-TO-DATE = ZERO
               PERFORM 160-LAST-QUARTER-RTN
           END-IF
           MOVE WS-FROM-DATE (3:6) TO WS-FROM-YYMMDD
           MOVE WS-TO-DATE (3:6) TO WS-TO-YYMMDD
           PERFORM 200-LOAD-OPERATORS-RTN
           IF WS-STEP-RC = ZERO
               PERFORM 300-SCAN-ACCESS-RTN
               PERFORM 350-SCAN-MAINT-RTN
               OPEN OUTPUT RPT-FILE
               MOVE WS-FROM-DATE TO HD-FROM-OUT
               MOVE WS-TO-DATE TO HD-TO-OUT
               WRITE RPT-REC FROM HD-LINE1 AFTER ADVANCING PAGE
               PERFORM 500-OPERATOR-RTN
                   VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-OPER-CTR
               PERFORM 650-UNKNOWN-RTN
               PERFORM 700-DUAL-RTN
               MOVE WS-OPER-CTR TO TRL-OPER-OUT
               MOVE WS-HELD-CTR TO TRL-HELD-OUT
               MOVE WS-UNUSED-CTR TO TRL-UNUSED-OUT
               MOVE WS-CONFLICT-CTR TO TRL-CONFLICT-OUT
               MOVE WS-SELF-CTR TO TRL-SELF-OUT
               MOVE WS-DUAL-CTR TO TRL-DUAL-OUT
               WRITE RPT-REC FROM TRAILER-LINE AFTER ADVANCING 3 LINES
               CLOSE RPT-FILE
               PERFORM 800-RESULT-RTN
           END-IF
           PERFORM 900-RUN-LOG-RTN
           MOVE WS-STEP-RC TO RETURN-CODE
           STOP RUN.

       150-GET-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ACCREV_OPER_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-OPER-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ACCREV_LOG_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-ACC-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ACCREV_MAINT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-MAINT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ACCREV_SUSREG_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-SUSREG-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ACCREV_REJREG_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REJREG-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ACCREV_OUT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ACCREV_FROM"
           IF WS-ENV-HOLD (1:8) IS NUMERIC
               MOVE WS-ENV-HOLD (1:8) TO WS-FROM-DATE
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ACCREV_TO"
           IF WS-ENV-HOLD (1:8) IS NUMERIC
               MOVE WS-ENV-HOLD (1:8) TO WS-TO-DATE
           END-IF.

      ******************************************************************
      * THE CALENDAR QUARTER BEFORE THE BUSINESS DATE'S QUARTER -
      * RUN IN EARLY OCTOBER, IT REVIEWS JULY THROUGH SEPTEMBER.
      ******************************************************************
       160-LAST-QUARTER-RTN.
           MOVE WS-BUS-DATE TO WS-QTR-HOLD
           DIVIDE WS-QTR-MM BY 3 GIVING WS-QTR-NO
               REMAINDER WS-QTR-REM
           IF WS-QTR-REM = ZERO
               SUBTRACT 1 FROM WS-QTR-NO
           END-IF
      *    WS-QTR-NO IS NOW 0-3 FOR THE CURRENT QUARTER; STEP BACK ONE.
           IF WS-QTR-NO = ZERO
               SUBTRACT 1 FROM WS-QTR-YYYY
               MOVE 4 TO WS-QTR-NO
           END-IF
           COMPUTE WS-QTR-MM = (WS-QTR-NO - 1) * 3 + 1
           MOVE 1 TO WS-QTR-DD
           MOVE WS-QTR-HOLD TO WS-FROM-DATE
           ADD 2 TO WS-QTR-MM
           EVALUATE WS-QTR-MM
               WHEN 6
               WHEN 9
                   MOVE 30 TO WS-QTR-DD
               WHEN OTHER
                   MOVE 31 TO WS-QTR-DD
           END-EVALUATE
           MOVE WS-QTR-HOLD TO WS-TO-DATE.

       200-LOAD-OPERATORS-RTN.
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "OPERATOR MASTER NOT AVAILABLE - STATUS "
                   WS-OPER-STATUS " - NO REVIEW"
               MOVE 8 TO WS-STEP-RC
               MOVE "E" TO WS-ALERT-SEV
               MOVE "OPERATOR MASTER NOT AVAILABLE - NO ACCESS REVIEW"
                   TO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-ALERT-PROGRAM
                   WS-ALERT-MSG
           ELSE
               INITIALIZE WS-OPER-TABLE
               MOVE "N" TO WS-EOF-SW
               PERFORM 210-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE OPER-FILE
           END-IF.

       210-LOAD-ONE-RTN.
           READ OPER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-OPER-CTR < 200
                       ADD 1 TO WS-OPER-CTR
                       MOVE OP-ID TO WS-OT-ID (WS-OPER-CTR)
                       MOVE OP-NAME TO WS-OT-NAME (WS-OPER-CTR)
                       PERFORM 220-LOAD-PERM-RTN
                           VARYING WS-FUNC-SUB FROM 1 BY 1
                           UNTIL WS-FUNC-SUB > 7
                   ELSE
                       DISPLAY "MORE THAN 200 OPERATORS - "
                           OP-ID " NOT REVIEWED"
                   END-IF
           END-READ.

      *    ROWS WRITTEN BEFORE A FLAG EXISTED CARRY A SPACE - READ "N".
       220-LOAD-PERM-RTN.
           IF OP-PERMS (WS-FUNC-SUB:1) = "Y"
               MOVE "Y" TO WS-OT-PERM (WS-OPER-CTR WS-FUNC-SUB)
           ELSE
               MOVE "N" TO WS-OT-PERM (WS-OPER-CTR WS-FUNC-SUB)
           END-IF.

      ******************************************************************
      * USE IN THE PERIOD FROM THE ACCESS LOG. AN OVERRIDE CHECK IS
      * COUNTED AGAINST THE SUPERVISOR IT NAMED.
      ******************************************************************
       300-SCAN-ACCESS-RTN.
           OPEN INPUT ACCESS-FILE
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "NO ACCESS LOG - USE COLUMNS LEFT AT ZERO"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 310-ACCESS-ONE-RTN UNTIL WS-EOF
               CLOSE ACCESS-FILE
           END-IF.

       310-ACCESS-ONE-RTN.
           READ ACCESS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ACC-READ-CTR
                   IF AL-DATE >= WS-FROM-DATE
                       AND AL-DATE <= WS-TO-DATE
                       ADD 1 TO WS-ACC-SEL-CTR
                       PERFORM 320-COUNT-ACCESS-RTN
                   END-IF
           END-READ.

       320-COUNT-ACCESS-RTN.
           MOVE AL-OPERATOR TO WS-ENV-HOLD (1:5)
           PERFORM 400-FIND-OPER-RTN
           IF NOT WS-FOUND
               PERFORM 330-UNKNOWN-ID-RTN
           ELSE
               IF AL-EVENT = "S"
                   ADD 1 TO WS-OT-SIGNONS (SUB2)
               ELSE
                   MOVE ZERO TO WS-FUNC-SUB
                   PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > 7
                       IF WS-FUNC-CODE (SUB1) = AL-FUNCTION
                           MOVE SUB1 TO WS-FUNC-SUB
                       END-IF
                   END-PERFORM
                   IF WS-FUNC-SUB > ZERO
                       IF AL-RESULT = "Y"
                           ADD 1 TO WS-OT-GRANTED (SUB2 WS-FUNC-SUB)
                       ELSE
                           ADD 1 TO WS-OT-REFUSED (SUB2 WS-FUNC-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       330-UNKNOWN-ID-RTN.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-UNKNOWN-CTR OR WS-FOUND
               IF WS-UK-ID (SUB1) = AL-OPERATOR
                   MOVE "Y" TO WS-FOUND-SW
                   ADD 1 TO WS-UK-EVENTS (SUB1)
               END-IF
           END-PERFORM
           IF NOT WS-FOUND AND WS-UNKNOWN-CTR < 50
               ADD 1 TO WS-UNKNOWN-CTR
               MOVE AL-OPERATOR TO WS-UK-ID (WS-UNKNOWN-CTR)
               MOVE 1 TO WS-UK-EVENTS (WS-UNKNOWN-CTR)
           END-IF.

      ******************************************************************
      * OPERATOR-MASTER CHANGES IN THE PERIOD FROM THE MAINTENANCE
      * LOG - WHO MADE THEM, AND WHETHER THE ROW WAS THEIR OWN.
      ******************************************************************
       350-SCAN-MAINT-RTN.
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-STATUS NOT = "00"
               DISPLAY "NO MAINTENANCE LOG - OPERATOR-MASTER CHANGES"
                   " NOT COUNTED"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 360-MAINT-ONE-RTN UNTIL WS-EOF
               CLOSE MAINT-FILE
           END-IF.

       360-MAINT-ONE-RTN.
           READ MAINT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF ML-FILE = "OPERATOR"
                       AND ML-DATE >= WS-FROM-DATE
                       AND ML-DATE <= WS-TO-DATE
                       MOVE ML-OPERATOR TO WS-ENV-HOLD (1:5)
                       PERFORM 400-FIND-OPER-RTN
                       IF WS-FOUND
                           ADD 1 TO WS-OT-OPMAINT (SUB2)
                           IF ML-KEY (1:5) = ML-OPERATOR
                               ADD 1 TO WS-OT-SELF (SUB2)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    THE ID IN WS-ENV-HOLD (1:5) ON THE TABLE - SUB2 WHEN FOUND.
       400-FIND-OPER-RTN.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING SUB2 FROM 1 BY 1
               UNTIL SUB2 > WS-OPER-CTR OR WS-FOUND
               IF WS-OT-ID (SUB2) = WS-ENV-HOLD (1:5)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM SUB2
           END-IF.

       500-OPERATOR-RTN.
           MOVE WS-OT-ID (SUB1) TO OPL-ID-OUT
           MOVE WS-OT-NAME (SUB1) TO OPL-NAME-OUT
           MOVE WS-OT-SIGNONS (SUB1) TO OPL-SIGNON-OUT
           MOVE WS-OT-OPMAINT (SUB1) TO OPL-OPMAINT-OUT
           WRITE RPT-REC FROM OPER-LINE AFTER ADVANCING 2 LINES
           WRITE RPT-REC FROM FUNC-HD-LINE AFTER ADVANCING 1 LINE
           PERFORM 520-FUNCTION-RTN
               VARYING WS-FUNC-SUB FROM 1 BY 1 UNTIL WS-FUNC-SUB > 7
           PERFORM 560-CONFLICT-RTN
               VARYING WS-CF-SUB FROM 1 BY 1 UNTIL WS-CF-SUB > 4
           IF WS-OT-SELF (SUB1) > ZERO
               ADD 1 TO WS-SELF-CTR
               MOVE SPACES TO FND-TEXT-OUT
               STRING "CHANGED THEIR OWN OPERATOR-MASTER ROW "
                   WS-OT-SELF (SUB1) " TIME(S)"
                   DELIMITED BY SIZE INTO FND-TEXT-OUT
               WRITE RPT-REC FROM FINDING-LINE AFTER ADVANCING 1 LINE
           END-IF.

       520-FUNCTION-RTN.
           MOVE WS-FUNC-CODE (WS-FUNC-SUB) TO FNL-CODE-OUT
           MOVE WS-FUNC-DESC (WS-FUNC-SUB) TO FNL-DESC-OUT
           MOVE WS-OT-PERM (SUB1 WS-FUNC-SUB) TO FNL-HELD-OUT
           MOVE WS-OT-GRANTED (SUB1 WS-FUNC-SUB) TO FNL-GRANTED-OUT
           MOVE WS-OT-REFUSED (SUB1 WS-FUNC-SUB) TO FNL-REFUSED-OUT
           MOVE SPACES TO FNL-FLAG-OUT
           IF WS-OT-PERM (SUB1 WS-FUNC-SUB) = "Y"
               ADD 1 TO WS-HELD-CTR
               IF WS-OT-GRANTED (SUB1 WS-FUNC-SUB) = ZERO
                   MOVE "NEVER USED IN PERIOD" TO FNL-FLAG-OUT
                   ADD 1 TO WS-UNUSED-CTR
               END-IF
           ELSE
               IF WS-OT-REFUSED (SUB1 WS-FUNC-SUB) > ZERO
                   MOVE "REFUSED - NOT HELD" TO FNL-FLAG-OUT
               END-IF
           END-IF
           WRITE RPT-REC FROM FUNC-LINE AFTER ADVANCING 1 LINE.

      ******************************************************************
      * A PAIR HELD TOGETHER IS A CONFLICT; IT IS EXERCISED WHEN BOTH
      * SIDES WERE USED. THE REFERENCE SIDE (POSITION 7) COUNTS
      * OPERATOR-MASTER CHANGES, NOT EVERY REFERENCE CHECK.
      ******************************************************************
       560-CONFLICT-RTN.
           IF WS-OT-PERM (SUB1 WS-CF-FUNC1 (WS-CF-SUB)) = "Y"
               AND WS-OT-PERM (SUB1 WS-CF-FUNC2 (WS-CF-SUB)) = "Y"
               ADD 1 TO WS-CONFLICT-CTR
               IF WS-CF-FUNC1 (WS-CF-SUB) = 7
                   MOVE WS-OT-OPMAINT (SUB1) TO WS-FUNC1-USED
               ELSE
                   MOVE WS-OT-GRANTED (SUB1 WS-CF-FUNC1 (WS-CF-SUB))
                       TO WS-FUNC1-USED
               END-IF
               MOVE WS-OT-GRANTED (SUB1 WS-CF-FUNC2 (WS-CF-SUB))
                   TO WS-FUNC2-USED
               MOVE SPACES TO FND-TEXT-OUT
               IF WS-FUNC1-USED > ZERO AND WS-FUNC2-USED > ZERO
                   STRING "CONFLICT: " DELIMITED BY SIZE
                       WS-CF-TEXT (WS-CF-SUB) DELIMITED BY "  "
                       " - BOTH EXERCISED IN PERIOD" DELIMITED BY SIZE
                       INTO FND-TEXT-OUT
               ELSE
                   STRING "CONFLICT: " DELIMITED BY SIZE
                       WS-CF-TEXT (WS-CF-SUB) DELIMITED BY "  "
                       " - HELD" DELIMITED BY SIZE
                       INTO FND-TEXT-OUT
               END-IF
               WRITE RPT-REC FROM FINDING-LINE AFTER ADVANCING 1 LINE
           END-IF.

       650-UNKNOWN-RTN.
           MOVE "IDS ON THE ACCESS LOG NOT ON THE OPERATOR MASTER"
               TO SECTION-LINE
           WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 3 LINES
           IF WS-UNKNOWN-CTR = ZERO
               WRITE RPT-REC FROM NONE-LINE AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 660-UNKNOWN-ONE-RTN
                   VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-UNKNOWN-CTR
           END-IF.

       660-UNKNOWN-ONE-RTN.
           MOVE WS-UK-ID (SUB1) TO UKL-ID-OUT
           MOVE WS-UK-EVENTS (SUB1) TO UKL-EVENTS-OUT
           WRITE RPT-REC FROM UNKNOWN-LINE AFTER ADVANCING 1 LINE.

      ******************************************************************
      * DUAL APPROVAL - A CONFIRM ROW WHOSE CONFIRMER IS ALSO THE
      * INITIATOR. THE REGISTERS CARRY A SIX-DIGIT DATE.
      ******************************************************************
       700-DUAL-RTN.
           MOVE "DUAL-APPROVAL ITEMS CONFIRMED BY THEIR OWN INITIATOR"
               TO SECTION-LINE
           WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 3 LINES
           MOVE WS-SUSREG-FILE-PATH TO WS-REG-FILE-PATH
           MOVE "SUSPENSE REVIEW" TO WS-REG-NAME
           PERFORM 710-REGISTER-RTN
           MOVE WS-REJREG-FILE-PATH TO WS-REG-FILE-PATH
           MOVE "REJECT CORRECT" TO WS-REG-NAME
           PERFORM 710-REGISTER-RTN
           IF WS-DUAL-CTR = ZERO
               WRITE RPT-REC FROM NONE-LINE AFTER ADVANCING 1 LINE
           END-IF.

       710-REGISTER-RTN.
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "NO " WS-REG-NAME " REGISTER - NOT CHECKED"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 720-REGISTER-ONE-RTN UNTIL WS-EOF
               CLOSE REG-FILE
           END-IF.

       720-REGISTER-ONE-RTN.
           READ REG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF RG-ACTION = "CONFIRM "
                       AND RG-OPERATOR = RG-OPER2
                       AND RG-DATE >= WS-FROM-YYMMDD
                       AND RG-DATE <= WS-TO-YYMMDD
                       ADD 1 TO WS-DUAL-CTR
                       MOVE WS-REG-NAME TO DUL-REG-OUT
                       MOVE RG-DATE TO DUL-DATE-OUT
                       MOVE RG-OPERATOR TO DUL-OPER-OUT
                       MOVE RG-ACCT-NO TO DUL-ACCT-OUT
                       MOVE RG-AMOUNT TO DUL-AMT-OUT
                       MOVE RG-TRACE TO DUL-TRACE-OUT
                       WRITE RPT-REC FROM DUAL-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
           END-READ.

       800-RESULT-RTN.
           DISPLAY "OPERATORS REVIEWED: " WS-OPER-CTR
               "  CONFLICTS: " WS-CONFLICT-CTR
               "  SELF-CHANGES: " WS-SELF-CTR
               "  DUAL-APPROVAL BREACHES: " WS-DUAL-CTR
           IF WS-CONFLICT-CTR > ZERO OR WS-SELF-CTR > ZERO
               OR WS-DUAL-CTR > ZERO
               MOVE 4 TO WS-STEP-RC
               MOVE "W" TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-MSG
               STRING "ACCESS REVIEW FINDINGS - CONFLICTS "
                   WS-CONFLICT-CTR " SELF " WS-SELF-CTR
                   " DUAL " WS-DUAL-CTR
                   DELIMITED BY SIZE INTO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-ALERT-PROGRAM
                   WS-ALERT-MSG
           END-IF.

       900-RUN-LOG-RTN.
           MOVE WS-ACC-READ-CTR TO WS-LOG-READ
           MOVE WS-ACC-SEL-CTR TO WS-LOG-WRITTEN
           MOVE ZERO TO WS-LOG-REJECTED
           MOVE WS-STEP-RC TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
