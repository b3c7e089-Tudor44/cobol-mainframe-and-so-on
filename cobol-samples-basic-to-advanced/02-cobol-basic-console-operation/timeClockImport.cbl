      ******************************************************************
      * 15-10-2026 GD - TIME-CLOCK PUNCH IMPORT. HOURS-ENTRY HAS A
      * CLERK KEY EVERY EMPLOYEE'S WEEKLY TOTAL OFF THE CLOCK CARDS.
      * THIS STEP READS THE CLOCK'S PUNCH FILE INSTEAD (BADGE, DATE,
      * TIME, I/O), TURNS EACH BADGE INTO AN EMPLOYEE NUMBER FROM THE
      * EMPLOYEE MASTER (EMP-MAINT KEEPS THE BADGE), PAIRS EACH IN
      * PUNCH WITH THE OUT PUNCH AFTER IT AND WRITES THE WEEK'S
      * WORKED TOTAL AS THE SAME 12-BYTE HOURS RECORD HOURS-ENTRY
      * WRITES, SO HOURS-APPROVE AND PAYROLL-REGISTER CARRY ON AS
      * BEFORE. THE RULES:
      *   - EVERY PUNCH IS ROUNDED TO THE NEAREST CLOCK_ROUND_MIN
      *     MINUTES (DEFAULT 15) BEFORE THE PAIRS ARE TIMED
      *   - A SHIFT COUNTS TO THE DAY OF ITS IN PUNCH, SO A NIGHT
      *     SHIFT IS ONE DAY'S WORK; A SHIFT THAT STARTS OUTSIDE THE
      *     WEEK BELONGS TO THE OTHER WEEK'S RUN AND IS LEFT ALONE
      *   - A DAY OVER CLOCK_MEAL_AFTER MINUTES (DEFAULT 360) LOSES
      *     CLOCK_MEAL_MIN MINUTES (DEFAULT 30) FOR THE MEAL BREAK
      *   - A PAIR LONGER THAN CLOCK_MAX_SHIFT HOURS (DEFAULT 16) IS
      *     TAKEN FOR A MISSED PUNCH, NOT A SHIFT
      * WHAT CANNOT BE PAID GOES TO THE EXCEPTION LIST (COPYBOOK
      * CLKEXC) AND THE PRINTED IMPORT REPORT - A BADGE NOT ON THE
      * MASTER, AN IN WITH NO OUT, AN OUT WITH NO IN, OVERLAPPING
      * SHIFTS (IN IN OUT OUT - ALL FOUR PUNCHES), A PAIR OVER THE
      * MAXIMUM, A PUNCH THAT IS NOT A DATE AND TIME, AND A WEEK
      * OVER 99.9 HOURS. HOURS-APPROVE WILL NOT APPROVE THE WEEK
      * UNTIL THE SUPERVISOR HAS CLEARED EVERY ONE (RC 4 HERE WHEN
      * THERE ARE ANY).
      * A RERUN REPLACES THE WEEK: AN IMPORTED EMPLOYEE'S WORKED
      * ENTRIES FOR THE WEEK AND THE WEEK'S EXCEPTIONS ARE TAKEN OFF
      * BEFORE THE NEW ONES GO ON; LEAVE ENTRIES AND OTHER WEEKS ARE
      * KEPT. A WEEK ALREADY APPROVED IS REFUSED (RC 8), AS IS A RUN
      * WHOSE HOURS OR EXCEPTION TABLE WOULD OVERFLOW - THE FILES
      * ARE REWRITTEN FROM THE TABLES AND NOTHING IS WRITTEN THEN.
      * FILE PATHS FROM CLOCK_PUNCH_PATH / CLOCK_EMP_PATH /
      * CLOCK_HRS_PATH / CLOCK_APPR_PATH / CLOCK_EXC_PATH /
      * CLOCK_RPT_PATH; THE WEEK ENDING DATE FROM CLOCK_WEEK OR THE
      * CONSOLE.
      ******************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TIME-CLOCK-IMPORT.
        AUTHOR. GAETANO.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
        SELECT PUNCH-FILE ASSIGN TO WS-PUNCH-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PUNCH-STATUS.
        SELECT EMP-FILE ASSIGN TO WS-EMP-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMP-STATUS.
        SELECT HOURS-FILE ASSIGN TO WS-HRS-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HRS-STATUS.
        SELECT APPR-FILE ASSIGN TO WS-APPR-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-APPR-STATUS.
        SELECT EXC-FILE ASSIGN TO WS-EXC-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXC-STATUS.
        SELECT RPT-FILE ASSIGN TO WS-RPT-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT SORT-FILE ASSIGN TO DISK.
        DATA DIVISION.
        FILE SECTION.
        FD PUNCH-FILE
            RECORD CONTAINS 19 CHARACTERS.
            01 PUNCH-REC.
               02 PCH-BADGE     PIC X(6).
               02 PCH-DATE.
                   03 PCH-YYYY  PIC 9(4).
                   03 PCH-MO    PIC 99.
                   03 PCH-DD    PIC 99.
               02 PCH-TIME.
                   03 PCH-HH    PIC 99.
                   03 PCH-MM    PIC 99.
               02 PCH-DIR       PIC X.
      *           "I" = IN, "O" = OUT
        FD EMP-FILE
            RECORD CONTAINS 47 CHARACTERS.
            01 EMP-REC.
               02 EMP-REC-NAME  PIC X(20).
               02 EMP-REC-NUM   PIC 99.
               02 EMP-REC-DEPT  PIC X(3).
               02 EMP-REC-RATE  PIC 99V99.
               02 EMP-REC-HIRE  PIC 9(8).
               02 EMP-REC-DD-ACCT PIC X(4).
               02 EMP-REC-BADGE   PIC X(6).
        FD HOURS-FILE
            RECORD CONTAINS 12 CHARACTERS.
            01 HOURS-REC.
               02 HRS-WEEK      PIC 9(6).
               02 HRS-EMP-NUM   PIC 99.
               02 HRS-HOURS     PIC 99V9.
               02 HRS-TYPE      PIC X.
        FD APPR-FILE
            RECORD CONTAINS 12 CHARACTERS.
            01 APPR-REC.
               02 APR-WEEK      PIC 9(6).
               02 APR-FLAG      PIC X.
               02 APR-OPERATOR  PIC X(5).
        FD EXC-FILE
            RECORD CONTAINS 57 CHARACTERS.
            01 EXC-REC.
            COPY CLKEXC.
        FD RPT-FILE
            RECORD CONTAINS 80 CHARACTERS.
            01 RPT-REC           PIC X(80).
        SD SORT-FILE.
            01 SORT-REC.
               02 SR-EMP-NUM    PIC 99.
               02 SR-DATE       PIC 9(8).
               02 SR-TIME       PIC 9(4).
               02 SR-DIR        PIC X.
               02 SR-BADGE      PIC X(6).
               02 SR-DAYS       PIC 9(7).
               02 SR-ABS-MIN    PIC 9(9).
        WORKING-STORAGE SECTION.
               01 WS-PUNCH-FILE-PATH PIC X(80) VALUE "CLOCKPUNCH.txt".
               01 WS-EMP-FILE-PATH PIC X(80) VALUE "EMPLOYEE.txt".
               01 WS-HRS-FILE-PATH PIC X(80) VALUE "HOURS.txt".
               01 WS-APPR-FILE-PATH PIC X(80) VALUE "HOURSAPPR.txt".
               01 WS-EXC-FILE-PATH PIC X(80) VALUE "CLOCKEXC.txt".
               01 WS-RPT-FILE-PATH PIC X(80) VALUE "CLOCKRPT.txt".
               01 WS-ENV-HOLD PIC X(80).
               01 WS-PUNCH-STATUS PIC XX.
               01 WS-EMP-STATUS PIC XX.
               01 WS-HRS-STATUS PIC XX.
               01 WS-APPR-STATUS PIC XX.
               01 WS-EXC-STATUS PIC XX.
               01 WS-EOF-SW PIC X VALUE "N".
                   88 WS-EOF VALUE "Y".
               01 WS-SORT-EOF-SW PIC X VALUE "N".
                   88 WS-SORT-EOF VALUE "Y".
               01 WS-WEEK-IN PIC X(6).
               01 WS-WEEK PIC 9(6) VALUE ZERO.
               01 WS-WEEK-DATE PIC 9(8).
               01 WS-WEEK-END-DAYS PIC 9(7).
               01 WS-WEEK-START-DAYS PIC 9(7).
      *        THE CLOCK RULES.
               01 WS-ROUND-MIN PIC 99 VALUE 15.
               01 WS-MEAL-AFTER PIC 9(3) VALUE 360.
               01 WS-MEAL-MIN PIC 99 VALUE 30.
               01 WS-MAX-SHIFT PIC 99 VALUE 16.
               01 WS-MAX-SHIFT-MIN PIC 9(4).
               01 WS-EMP-TABLE.
                   02 WS-EMP-ENTRY OCCURS 100 TIMES.
                       03 WS-T-NUM   PIC 99.
                       03 WS-T-NAME  PIC X(20).
                       03 WS-T-BADGE PIC X(6).
               01 WS-EMP-CTR PIC 9(3) VALUE ZERO.
               01 WS-FOUND-IDX PIC 9(3).
               01 SUB1 PIC 9(3).
               01 SUB2 PIC 9(3).
               01 SUB3 PIC 9(3).
      *        THE HOURS FILE, HELD AND PUT BACK WITH THE WEEK'S
      *        IMPORTED ENTRIES IN PLACE OF THE OLD ONES.
               01 WS-HRS-TABLE.
                   02 WS-HRS-ENTRY OCCURS 300 TIMES.
                       03 WS-H-REC PIC X(12).
                       03 WS-H-DEL PIC X.
               01 WS-HRS-CTR PIC 9(3) VALUE ZERO.
               01 WS-HRS-FULL-SW PIC X VALUE "N".
               01 WS-HOLD-REC.
                   02 WH-WEEK      PIC 9(6).
                   02 WH-EMP-NUM   PIC 99.
                   02 WH-HOURS     PIC 99V9.
                   02 WH-TYPE      PIC X.
      *        THE EXCEPTION LIST - OTHER WEEKS KEPT, THIS WEEK'S
      *        ROWS FROM WS-EXC-FIRST-NEW ON.
               01 WS-EXC-TABLE.
                   02 WS-EXC-ENTRY OCCURS 500 TIMES PIC X(57).
               01 WS-EXC-CTR PIC 9(3) VALUE ZERO.
               01 WS-EXC-FIRST-NEW PIC 9(3).
               01 WS-EXC-FULL-SW PIC X VALUE "N".
               01 WS-EXC-HOLD.
               COPY CLKEXC REPLACING LEADING ==CLX-== BY ==WX-==.
      *        ONE EMPLOYEE'S PUNCHES FOR THE WEEK, IN TIME ORDER.
               01 WS-PUNCH-TABLE.
                   02 WS-PUNCH-ENTRY OCCURS 100 TIMES.
                       03 WS-P-DATE  PIC 9(8).
                       03 WS-P-TIME  PIC 9(4).
                       03 WS-P-DIR   PIC X.
                       03 WS-P-DAYS  PIC 9(7).
                       03 WS-P-ABS   PIC 9(9).
               01 WS-PUNCH-CTR PIC 9(3) VALUE ZERO.
               01 WS-CUR-EMP PIC 99.
               01 WS-CUR-BADGE PIC X(6).
               01 WS-IN-WEEK-SW PIC X.
               01 WS-DAY-TABLE.
                   02 WS-DAY-MIN OCCURS 7 TIMES PIC 9(5).
               01 WS-DAY-IDX PIC 9.
               01 WS-SHIFT-MIN PIC 9(9).
               01 WS-EMP-MIN PIC 9(6).
               01 WS-EMP-HOURS PIC 9(4)V9.
               01 WS-EMP-SHIFTS PIC 9(3).
      *        ONE PUNCH AS IT COMES OFF THE CLOCK FILE.
               01 WS-PUNCH-DATE PIC 9(8).
               01 WS-PUNCH-DAYS PIC 9(7).
               01 WS-PUNCH-MIN PIC 9(5).
               01 WS-ROUND-Q PIC 9(5).
               01 WS-PUNCH-OK-SW PIC X.
      *        RUN COUNTS.
               01 WS-READ-CTR PIC 9(5) VALUE ZERO.
               01 WS-RELEASED-CTR PIC 9(5) VALUE ZERO.
               01 WS-OTHER-WEEK-CTR PIC 9(5) VALUE ZERO.
               01 WS-SHIFT-CTR PIC 9(5) VALUE ZERO.
               01 WS-IMPORTED-CTR PIC 9(3) VALUE ZERO.
               01 WS-REPLACED-CTR PIC 9(3) VALUE ZERO.
               01 WS-NEW-EXC-CTR PIC 9(3) VALUE ZERO.
               01 WS-TOTAL-HOURS PIC 9(5)V9 VALUE ZERO.
               01 HD-LINE1.
                   02 FILLER PIC X(32)
                       VALUE "TIME-CLOCK IMPORT - WEEK ENDING ".
                   02 HD1-WEEK-OUT PIC 9(6).
                   02 FILLER PIC X(42) VALUE SPACES.
               01 HD-LINE2.
                   02 FILLER PIC X(9) VALUE "ROUNDING ".
                   02 HD2-ROUND-OUT PIC Z9.
                   02 FILLER PIC X(11) VALUE " MIN  MEAL ".
                   02 HD2-MEAL-OUT PIC Z9.
                   02 FILLER PIC X(11) VALUE " MIN AFTER ".
                   02 HD2-AFTER-OUT PIC ZZ9.
                   02 FILLER PIC X(16) VALUE " MIN  MAX SHIFT ".
                   02 HD2-MAX-OUT PIC Z9.
                   02 FILLER PIC X(4) VALUE " HRS".
                   02 FILLER PIC X(20) VALUE SPACES.
               01 COL-LINE.
                   02 FILLER PIC X(28) VALUE " EMP NAME".
                   02 FILLER PIC X(16) VALUE "BADGE     SHIFTS".
                   02 FILLER PIC X(10) VALUE "     HOURS".
                   02 FILLER PIC X(26) VALUE SPACES.
               01 EMP-LINE.
                   02 FILLER PIC X VALUE SPACE.
                   02 EMPL-NUM-OUT PIC Z9.
                   02 FILLER PIC X(2) VALUE SPACES.
                   02 EMPL-NAME-OUT PIC X(20).
                   02 FILLER PIC X(3) VALUE SPACES.
                   02 EMPL-BADGE-OUT PIC X(6).
                   02 FILLER PIC X(7) VALUE SPACES.
                   02 EMPL-SHIFTS-OUT PIC ZZ9.
                   02 FILLER PIC X(4) VALUE SPACES.
                   02 EMPL-HOURS-OUT PIC ZZZ9.9.
                   02 FILLER PIC X(26) VALUE SPACES.
               01 EXC-HD-LINE.
                   02 FILLER PIC X(27)
                       VALUE "EXCEPTIONS - TO BE CLEARED ".
                   02 FILLER PIC X(31)
                       VALUE "BEFORE THE WEEK IS APPROVED".
                   02 FILLER PIC X(22) VALUE SPACES.
               01 EXC-COL-LINE.
                   02 FILLER PIC X(21) VALUE " BADGE EMP  DATE".
                   02 FILLER PIC X(17) VALUE "TIME  DIR  REASON".
                   02 FILLER PIC X(42) VALUE SPACES.
               01 EXC-LINE.
                   02 FILLER PIC X VALUE SPACE.
                   02 EXCL-BADGE-OUT PIC X(6).
                   02 FILLER PIC X VALUE SPACE.
                   02 EXCL-EMP-OUT PIC Z9.
                   02 FILLER PIC X(2) VALUE SPACES.
                   02 EXCL-DATE-OUT PIC 9(8).
                   02 FILLER PIC X VALUE SPACE.
                   02 EXCL-TIME-OUT PIC 9(4).
                   02 FILLER PIC X(3) VALUE SPACES.
                   02 EXCL-DIR-OUT PIC X.
                   02 FILLER PIC X(3) VALUE SPACES.
                   02 EXCL-REASON-OUT PIC X(24).
                   02 FILLER PIC X(24) VALUE SPACES.
               01 TOT-LINE.
                   02 TOT-LABEL-OUT PIC X(34).
                   02 TOT-COUNT-OUT PIC ZZ,ZZ9.
                   02 FILLER PIC X(40) VALUE SPACES.
               01 TOT-HOURS-LINE.
                   02 FILLER PIC X(34)
                       VALUE "HOURS IMPORTED".
                   02 TOTH-HOURS-OUT PIC ZZ,ZZ9.9.
                   02 FILLER PIC X(38) VALUE SPACES.
        PROCEDURE DIVISION.
        100-MAIN-RTN.
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CLOCK_PUNCH_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-PUNCH-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CLOCK_EMP_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-EMP-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CLOCK_HRS_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-HRS-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CLOCK_APPR_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-APPR-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CLOCK_EXC_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-EXC-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CLOCK_RPT_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
         END-IF
         PERFORM 150-RULES-RTN
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CLOCK_WEEK"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD (1:6) TO WS-WEEK-IN
         ELSE
             DISPLAY "ENTER THE WEEK ENDING DATE (YYMMDD)"
             ACCEPT WS-WEEK-IN
         END-IF
         IF WS-WEEK-IN IS NOT NUMERIC
             DISPLAY "WEEK ENDING DATE MUST BE YYMMDD - IMPORT"
                 " REFUSED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF
         MOVE WS-WEEK-IN TO WS-WEEK
      *  THE WEEK IS THE SEVEN DAYS ENDING ON THE WEEK ENDING DATE.
         COMPUTE WS-WEEK-DATE = 20000000 + WS-WEEK
         CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-WEEK-DATE
             BY REFERENCE WS-WEEK-END-DAYS
         COMPUTE WS-WEEK-START-DAYS = WS-WEEK-END-DAYS - 6
         PERFORM 200-LOAD-EMPLOYEES-RTN
         IF WS-EMP-CTR = ZERO
             DISPLAY "NO EMPLOYEES ON FILE - NOTHING TO IMPORT"
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF
         PERFORM 220-CHECK-APPROVED-RTN
         PERFORM 250-LOAD-HOURS-RTN
         PERFORM 270-LOAD-EXCEPTIONS-RTN
         IF WS-HRS-FULL-SW = "Y" OR WS-EXC-FULL-SW = "Y"
             DISPLAY "HOURS OR EXCEPTION FILE OVER THE TABLE SIZE -"
                 " IMPORT REFUSED, NOTHING WRITTEN"
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF
         OPEN INPUT PUNCH-FILE
         IF WS-PUNCH-STATUS NOT = "00"
             DISPLAY "PUNCH FILE NOT AVAILABLE - STATUS "
                 WS-PUNCH-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF
         OPEN OUTPUT RPT-FILE
         MOVE WS-WEEK TO HD1-WEEK-OUT
         WRITE RPT-REC FROM HD-LINE1 AFTER ADVANCING PAGE
         MOVE WS-ROUND-MIN TO HD2-ROUND-OUT
         MOVE WS-MEAL-MIN TO HD2-MEAL-OUT
         MOVE WS-MEAL-AFTER TO HD2-AFTER-OUT
         MOVE WS-MAX-SHIFT TO HD2-MAX-OUT
         WRITE RPT-REC FROM HD-LINE2 AFTER ADVANCING 1 LINES
         WRITE RPT-REC FROM COL-LINE AFTER ADVANCING 2 LINES
         COMPUTE WS-EXC-FIRST-NEW = WS-EXC-CTR + 1
         SORT SORT-FILE
             ON ASCENDING KEY SR-EMP-NUM SR-DATE SR-TIME
             ON DESCENDING KEY SR-DIR
             INPUT PROCEDURE 300-SELECT-RTN
             OUTPUT PROCEDURE 400-PAIR-RTN
         CLOSE PUNCH-FILE
         IF WS-HRS-FULL-SW = "Y" OR WS-EXC-FULL-SW = "Y"
             DISPLAY "HOURS OR EXCEPTION TABLE FULL DURING THE"
                 " IMPORT - REFUSED, NOTHING WRITTEN"
             CLOSE RPT-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF
         PERFORM 700-PRINT-EXCEPTIONS-RTN
         CLOSE RPT-FILE
         PERFORM 800-REWRITE-HOURS-RTN
         PERFORM 850-REWRITE-EXCEPTIONS-RTN
         DISPLAY "PUNCHES READ      : " WS-READ-CTR
         DISPLAY "EMPLOYEES IMPORTED: " WS-IMPORTED-CTR
         DISPLAY "SHIFTS PAIRED     : " WS-SHIFT-CTR
         DISPLAY "EXCEPTIONS        : " WS-NEW-EXC-CTR
         IF WS-NEW-EXC-CTR > ZERO
             DISPLAY "WEEK " WS-WEEK " HAS CLOCK EXCEPTIONS TO CLEAR"
                 " BEFORE APPROVAL"
             MOVE 4 TO RETURN-CODE
         END-IF
        STOP RUN.

      ******************************************************************
      * THE CLOCK RULES - EACH ONE A WHOLE NUMBER OF MINUTES (HOURS
      * FOR THE MAXIMUM SHIFT); ANYTHING ELSE KEEPS THE DEFAULT.
      ******************************************************************
        150-RULES-RTN.
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CLOCK_ROUND_MIN"
         IF WS-ENV-HOLD (1:2) IS NUMERIC
             AND WS-ENV-HOLD (3:1) = SPACE
             MOVE WS-ENV-HOLD (1:2) TO WS-ROUND-MIN
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CLOCK_MEAL_AFTER"
         IF WS-ENV-HOLD (1:3) IS NUMERIC
             AND WS-ENV-HOLD (4:1) = SPACE
             MOVE WS-ENV-HOLD (1:3) TO WS-MEAL-AFTER
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CLOCK_MEAL_MIN"
         IF WS-ENV-HOLD (1:2) IS NUMERIC
             AND WS-ENV-HOLD (3:1) = SPACE
             MOVE WS-ENV-HOLD (1:2) TO WS-MEAL-MIN
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CLOCK_MAX_SHIFT"
         IF WS-ENV-HOLD (1:2) IS NUMERIC
             AND WS-ENV-HOLD (3:1) = SPACE
             AND WS-ENV-HOLD (1:2) NOT = "00"
             MOVE WS-ENV-HOLD (1:2) TO WS-MAX-SHIFT
         END-IF
         COMPUTE WS-MAX-SHIFT-MIN = WS-MAX-SHIFT * 60.

        200-LOAD-EMPLOYEES-RTN.
         OPEN INPUT EMP-FILE
         IF WS-EMP-STATUS NOT = "00"
             DISPLAY "EMPLOYEE FILE NOT AVAILABLE - STATUS "
                 WS-EMP-STATUS
         ELSE
             MOVE "N" TO WS-EOF-SW
             PERFORM UNTIL WS-EOF
                 READ EMP-FILE
                     AT END
                         MOVE "Y" TO WS-EOF-SW
                     NOT AT END
                         IF WS-EMP-CTR < 100
                             ADD 1 TO WS-EMP-CTR
                             MOVE EMP-REC-NUM TO WS-T-NUM (WS-EMP-CTR)
                             MOVE EMP-REC-NAME
                                 TO WS-T-NAME (WS-EMP-CTR)
                             MOVE EMP-REC-BADGE
                                 TO WS-T-BADGE (WS-EMP-CTR)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE EMP-FILE
         END-IF.

      ******************************************************************
      * ONCE THE SUPERVISOR HAS APPROVED A WEEK ITS HOURS ARE WHAT
      * PAYROLL-REGISTER PAYS - A LATE IMPORT MUST NOT CHANGE THEM
      * BEHIND THE APPROVAL.
      ******************************************************************
        220-CHECK-APPROVED-RTN.
         OPEN INPUT APPR-FILE
         IF WS-APPR-STATUS = "00"
             MOVE "N" TO WS-EOF-SW
             PERFORM UNTIL WS-EOF
                 READ APPR-FILE
                     AT END
                         MOVE "Y" TO WS-EOF-SW
                     NOT AT END
                         IF APR-WEEK = WS-WEEK AND APR-FLAG = "Y"
                             DISPLAY "WEEK " WS-WEEK " WAS APPROVED BY "
                                 APR-OPERATOR " - IMPORT REFUSED"
                             CLOSE APPR-FILE
                             MOVE 8 TO RETURN-CODE
                             STOP RUN
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE APPR-FILE
         END-IF.

        250-LOAD-HOURS-RTN.
         OPEN INPUT HOURS-FILE
         IF WS-HRS-STATUS = "00"
             MOVE "N" TO WS-EOF-SW
             PERFORM UNTIL WS-EOF
                 READ HOURS-FILE
                     AT END
                         MOVE "Y" TO WS-EOF-SW
                     NOT AT END
                         IF WS-HRS-CTR < 300
                             ADD 1 TO WS-HRS-CTR
                             MOVE HOURS-REC
                                 TO WS-H-REC (WS-HRS-CTR)
                             MOVE "N" TO WS-H-DEL (WS-HRS-CTR)
                         ELSE
                             MOVE "Y" TO WS-HRS-FULL-SW
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE HOURS-FILE
         END-IF.

      ******************************************************************
      * THIS WEEK'S ROWS FROM AN EARLIER RUN ARE DROPPED - THE IMPORT
      * WRITES THE WEEK'S EXCEPTIONS AFRESH.
      ******************************************************************
        270-LOAD-EXCEPTIONS-RTN.
         OPEN INPUT EXC-FILE
         IF WS-EXC-STATUS = "00"
             MOVE "N" TO WS-EOF-SW
             PERFORM UNTIL WS-EOF
                 READ EXC-FILE
                     AT END
                         MOVE "Y" TO WS-EOF-SW
                     NOT AT END
                         IF CLX-WEEK NOT = WS-WEEK
                             IF WS-EXC-CTR < 500
                                 ADD 1 TO WS-EXC-CTR
                                 MOVE EXC-REC
                                     TO WS-EXC-ENTRY (WS-EXC-CTR)
                             ELSE
                                 MOVE "Y" TO WS-EXC-FULL-SW
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE EXC-FILE
         END-IF.

      ******************************************************************
      * INPUT SIDE OF THE SORT. A PUNCH IS RELEASED WHEN IT IS A GOOD
      * DATE AND TIME ON A KNOWN BADGE DATED FROM THE DAY BEFORE THE
      * WEEK TO THE DAY AFTER IT - THE EDGE DAYS ARE THERE ONLY SO A
      * NIGHT SHIFT ACROSS THE WEEK BOUNDARY STILL PAIRS UP. EVERY
      * PUNCH IS ROUNDED HERE AND CARRIED AS AN ABSOLUTE MINUTE
      * (DAY NUMBER TIMES 1440 PLUS THE MINUTE OF THE DAY) SO A PAIR
      * ACROSS MIDNIGHT TIMES CORRECTLY.
      ******************************************************************
        300-SELECT-RTN.
         MOVE "N" TO WS-EOF-SW
         PERFORM UNTIL WS-EOF
             READ PUNCH-FILE
                 AT END
                     MOVE "Y" TO WS-EOF-SW
                 NOT AT END
                     ADD 1 TO WS-READ-CTR
                     PERFORM 320-CHECK-PUNCH-RTN
             END-READ
         END-PERFORM.

        320-CHECK-PUNCH-RTN.
         MOVE "Y" TO WS-PUNCH-OK-SW
         IF PCH-DATE IS NOT NUMERIC OR PCH-TIME IS NOT NUMERIC
             MOVE "N" TO WS-PUNCH-OK-SW
         ELSE
             IF PCH-MO < 1 OR PCH-MO > 12 OR PCH-DD < 1
                 OR PCH-DD > 31 OR PCH-HH > 23 OR PCH-MM > 59
                 MOVE "N" TO WS-PUNCH-OK-SW
             END-IF
         END-IF
         IF PCH-DIR NOT = "I" AND PCH-DIR NOT = "O"
             MOVE "N" TO WS-PUNCH-OK-SW
         END-IF
         IF PCH-BADGE = SPACES
             MOVE "N" TO WS-PUNCH-OK-SW
         END-IF
         MOVE ZERO TO WS-FOUND-IDX
         IF PCH-BADGE NOT = SPACES
             PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-EMP-CTR
                 IF WS-T-BADGE (SUB1) = PCH-BADGE
                     MOVE SUB1 TO WS-FOUND-IDX
                 END-IF
             END-PERFORM
         END-IF
         IF WS-PUNCH-OK-SW = "N"
             MOVE "NOT A VALID PUNCH" TO WX-REASON
             PERFORM 340-PUNCH-EXCEPTION-RTN
         ELSE
             MOVE PCH-DATE TO WS-PUNCH-DATE
             CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-PUNCH-DATE
                 BY REFERENCE WS-PUNCH-DAYS
             IF WS-PUNCH-DAYS + 1 < WS-WEEK-START-DAYS
                 OR WS-PUNCH-DAYS > WS-WEEK-END-DAYS + 1
                 ADD 1 TO WS-OTHER-WEEK-CTR
             ELSE
                 IF WS-FOUND-IDX = ZERO
                     IF WS-PUNCH-DAYS >= WS-WEEK-START-DAYS
                         AND WS-PUNCH-DAYS <= WS-WEEK-END-DAYS
                         MOVE "BADGE NOT ON EMPLOYEES" TO WX-REASON
                         PERFORM 340-PUNCH-EXCEPTION-RTN
                     ELSE
                         ADD 1 TO WS-OTHER-WEEK-CTR
                     END-IF
                 ELSE
                     PERFORM 360-RELEASE-PUNCH-RTN
                 END-IF
             END-IF
         END-IF.

        340-PUNCH-EXCEPTION-RTN.
         MOVE PCH-BADGE TO WX-BADGE
         IF WS-FOUND-IDX > ZERO
             MOVE WS-T-NUM (WS-FOUND-IDX) TO WX-EMP-NUM
         ELSE
             MOVE ZERO TO WX-EMP-NUM
         END-IF
         IF PCH-DATE IS NUMERIC
             MOVE PCH-DATE TO WX-DATE
         ELSE
             MOVE ZERO TO WX-DATE
         END-IF
         IF PCH-TIME IS NUMERIC
             MOVE PCH-TIME TO WX-TIME
         ELSE
             MOVE ZERO TO WX-TIME
         END-IF
         MOVE PCH-DIR TO WX-DIR
         PERFORM 600-ADD-EXCEPTION-RTN.

        360-RELEASE-PUNCH-RTN.
         COMPUTE WS-PUNCH-MIN = PCH-HH * 60 + PCH-MM
         IF WS-ROUND-MIN > 1
             COMPUTE WS-ROUND-Q =
                 (WS-PUNCH-MIN + WS-ROUND-MIN / 2) / WS-ROUND-MIN
             COMPUTE WS-PUNCH-MIN = WS-ROUND-Q * WS-ROUND-MIN
         END-IF
         MOVE WS-T-NUM (WS-FOUND-IDX) TO SR-EMP-NUM
         MOVE PCH-DATE TO SR-DATE
         MOVE PCH-TIME TO SR-TIME
         MOVE PCH-DIR TO SR-DIR
         MOVE PCH-BADGE TO SR-BADGE
         MOVE WS-PUNCH-DAYS TO SR-DAYS
         COMPUTE SR-ABS-MIN = WS-PUNCH-DAYS * 1440 + WS-PUNCH-MIN
         RELEASE SORT-REC
         ADD 1 TO WS-RELEASED-CTR.

      ******************************************************************
      * OUTPUT SIDE OF THE SORT - EACH EMPLOYEE'S PUNCHES COME BACK
      * TOGETHER IN TIME ORDER (AN OUT BEFORE AN IN AT THE SAME
      * MINUTE) AND ARE PAIRED AS A GROUP.
      ******************************************************************
        400-PAIR-RTN.
         MOVE ZERO TO WS-PUNCH-CTR
         PERFORM UNTIL WS-SORT-EOF
             RETURN SORT-FILE
                 AT END
                     MOVE "Y" TO WS-SORT-EOF-SW
                 NOT AT END
                     PERFORM 420-COLLECT-RTN
             END-RETURN
         END-PERFORM
         IF WS-PUNCH-CTR > ZERO
             PERFORM 450-EMPLOYEE-WEEK-RTN
         END-IF.

        420-COLLECT-RTN.
         IF WS-PUNCH-CTR > ZERO AND SR-EMP-NUM NOT = WS-CUR-EMP
             PERFORM 450-EMPLOYEE-WEEK-RTN
             MOVE ZERO TO WS-PUNCH-CTR
         END-IF
         MOVE SR-EMP-NUM TO WS-CUR-EMP
         MOVE SR-BADGE TO WS-CUR-BADGE
         IF WS-PUNCH-CTR < 100
             ADD 1 TO WS-PUNCH-CTR
             MOVE SR-DATE TO WS-P-DATE (WS-PUNCH-CTR)
             MOVE SR-TIME TO WS-P-TIME (WS-PUNCH-CTR)
             MOVE SR-DIR TO WS-P-DIR (WS-PUNCH-CTR)
             MOVE SR-DAYS TO WS-P-DAYS (WS-PUNCH-CTR)
             MOVE SR-ABS-MIN TO WS-P-ABS (WS-PUNCH-CTR)
         ELSE
             MOVE SR-BADGE TO WX-BADGE
             MOVE SR-EMP-NUM TO WX-EMP-NUM
             MOVE SR-DATE TO WX-DATE
             MOVE SR-TIME TO WX-TIME
             MOVE SR-DIR TO WX-DIR
             MOVE "OVER 100 PUNCHES IN WEEK" TO WX-REASON
             PERFORM 600-ADD-EXCEPTION-RTN
         END-IF.

      ******************************************************************
      * ONE EMPLOYEE'S WEEK. THE PUNCHES ARE WALKED IN ORDER:
      *   IN  OUT           - A SHIFT (UNLESS OVER THE MAXIMUM)
      *   IN  IN  OUT  OUT  - OVERLAPPING SHIFTS, ALL FOUR EXCEPTIONS
      *                       (WHEN THE FOUR FALL INSIDE ONE MAXIMUM
      *                       SHIFT - FURTHER APART, THE FIRST IN IS
      *                       SIMPLY MISSING ITS OUT)
      *   IN  (ANYTHING ELSE) - AN IN WITH NO OUT
      *   OUT               - AN OUT WITH NO IN
      * THEN EACH DAY LOSES THE MEAL BREAK IF IT IS LONG ENOUGH, AND
      * THE WEEK GOES ON THE HOURS TABLE IN PLACE OF ANY WORKED
      * ENTRY ALREADY THERE FOR THE EMPLOYEE AND WEEK.
      ******************************************************************
        450-EMPLOYEE-WEEK-RTN.
         MOVE ZERO TO WS-EMP-SHIFTS
         MOVE ZERO TO WS-EMP-MIN
         MOVE "N" TO WS-IN-WEEK-SW
         PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
             MOVE ZERO TO WS-DAY-MIN (WS-DAY-IDX)
         END-PERFORM
         PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-PUNCH-CTR
             IF WS-P-DAYS (SUB1) >= WS-WEEK-START-DAYS
                 AND WS-P-DAYS (SUB1) <= WS-WEEK-END-DAYS
                 MOVE "Y" TO WS-IN-WEEK-SW
             END-IF
         END-PERFORM
         MOVE 1 TO SUB1
         PERFORM 460-PAIR-ONE-RTN UNTIL SUB1 > WS-PUNCH-CTR
         PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
             IF WS-DAY-MIN (WS-DAY-IDX) > WS-MEAL-AFTER
                 SUBTRACT WS-MEAL-MIN FROM WS-DAY-MIN (WS-DAY-IDX)
             END-IF
             ADD WS-DAY-MIN (WS-DAY-IDX) TO WS-EMP-MIN
         END-PERFORM
         COMPUTE WS-EMP-HOURS ROUNDED = WS-EMP-MIN / 60
         IF WS-IN-WEEK-SW = "Y"
             ADD 1 TO WS-IMPORTED-CTR
             PERFORM 480-REMOVE-OLD-HOURS-RTN
             IF WS-EMP-HOURS > 99.9
                 MOVE WS-CUR-BADGE TO WX-BADGE
                 MOVE WS-CUR-EMP TO WX-EMP-NUM
                 MOVE ZERO TO WX-DATE
                 MOVE ZERO TO WX-TIME
                 MOVE SPACE TO WX-DIR
                 MOVE "WEEK OVER 99.9 HOURS" TO WX-REASON
                 PERFORM 600-ADD-EXCEPTION-RTN
             ELSE
                 IF WS-EMP-HOURS > ZERO
                     PERFORM 490-ADD-HOURS-RTN
                 END-IF
             END-IF
             MOVE WS-CUR-EMP TO EMPL-NUM-OUT
             MOVE SPACES TO EMPL-NAME-OUT
             PERFORM VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-EMP-CTR
                 IF WS-T-NUM (SUB2) = WS-CUR-EMP
                     MOVE WS-T-NAME (SUB2) TO EMPL-NAME-OUT
                 END-IF
             END-PERFORM
             MOVE WS-CUR-BADGE TO EMPL-BADGE-OUT
             MOVE WS-EMP-SHIFTS TO EMPL-SHIFTS-OUT
             MOVE WS-EMP-HOURS TO EMPL-HOURS-OUT
             WRITE RPT-REC FROM EMP-LINE AFTER ADVANCING 1 LINES
         END-IF.

        460-PAIR-ONE-RTN.
         IF WS-P-DIR (SUB1) = "O"
             MOVE SUB1 TO SUB3
             MOVE "OUT PUNCH WITH NO IN" TO WX-REASON
             PERFORM 470-PAIR-EXCEPTION-RTN
             ADD 1 TO SUB1
         ELSE
             IF SUB1 < WS-PUNCH-CTR AND WS-P-DIR (SUB1 + 1) = "O"
                 PERFORM 465-SHIFT-RTN
                 ADD 2 TO SUB1
             ELSE
                 IF SUB1 + 3 <= WS-PUNCH-CTR
                     AND WS-P-DIR (SUB1 + 1) = "I"
                     AND WS-P-DIR (SUB1 + 2) = "O"
                     AND WS-P-DIR (SUB1 + 3) = "O"
                     AND WS-P-ABS (SUB1 + 3) - WS-P-ABS (SUB1)
                         NOT > WS-MAX-SHIFT-MIN
                     MOVE "OVERLAPPING SHIFTS" TO WX-REASON
                     PERFORM VARYING SUB3 FROM SUB1 BY 1
                         UNTIL SUB3 > SUB1 + 3
                         PERFORM 470-PAIR-EXCEPTION-RTN
                     END-PERFORM
                     ADD 4 TO SUB1
                 ELSE
                     MOVE SUB1 TO SUB3
                     MOVE "IN PUNCH WITH NO OUT" TO WX-REASON
                     PERFORM 470-PAIR-EXCEPTION-RTN
                     ADD 1 TO SUB1
                 END-IF
             END-IF
         END-IF.

      ******************************************************************
      * AN IN AND ITS OUT. THE SHIFT COUNTS ONLY WHEN IT STARTS INSIDE
      * THE WEEK; A PAIR OVER THE MAXIMUM SHIFT IS TWO PUNCHES SOMEONE
      * FORGOT TO MAKE IN BETWEEN, SO BOTH GO TO THE SUPERVISOR.
      ******************************************************************
        465-SHIFT-RTN.
         COMPUTE WS-SHIFT-MIN = WS-P-ABS (SUB1 + 1) - WS-P-ABS (SUB1)
         IF WS-SHIFT-MIN > WS-MAX-SHIFT-MIN
             MOVE "SHIFT OVER MAXIMUM HOURS" TO WX-REASON
             MOVE SUB1 TO SUB3
             PERFORM 470-PAIR-EXCEPTION-RTN
             ADD 1 TO SUB3
             PERFORM 470-PAIR-EXCEPTION-RTN
         ELSE
             IF WS-P-DAYS (SUB1) >= WS-WEEK-START-DAYS
                 AND WS-P-DAYS (SUB1) <= WS-WEEK-END-DAYS
                 COMPUTE WS-DAY-IDX =
                     WS-P-DAYS (SUB1) - WS-WEEK-START-DAYS + 1
                 ADD WS-SHIFT-MIN TO WS-DAY-MIN (WS-DAY-IDX)
                 ADD 1 TO WS-EMP-SHIFTS
                 ADD 1 TO WS-SHIFT-CTR
             END-IF
         END-IF.

      ******************************************************************
      * A PUNCH ON ONE OF THE EDGE DAYS OUTSIDE THE WEEK IS THE OTHER
      * WEEK'S RUN'S TO REPORT.
      ******************************************************************
        470-PAIR-EXCEPTION-RTN.
         IF WS-P-DAYS (SUB3) >= WS-WEEK-START-DAYS
             AND WS-P-DAYS (SUB3) <= WS-WEEK-END-DAYS
             MOVE WS-CUR-BADGE TO WX-BADGE
             MOVE WS-CUR-EMP TO WX-EMP-NUM
             MOVE WS-P-DATE (SUB3) TO WX-DATE
             MOVE WS-P-TIME (SUB3) TO WX-TIME
             MOVE WS-P-DIR (SUB3) TO WX-DIR
             PERFORM 600-ADD-EXCEPTION-RTN
         END-IF.

        480-REMOVE-OLD-HOURS-RTN.
         PERFORM VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-HRS-CTR
             MOVE WS-H-REC (SUB2) TO WS-HOLD-REC
             IF WH-WEEK = WS-WEEK AND WH-EMP-NUM = WS-CUR-EMP
                 AND (WH-TYPE = "W" OR WH-TYPE = SPACE)
                 AND WS-H-DEL (SUB2) NOT = "Y"
                 MOVE "Y" TO WS-H-DEL (SUB2)
                 ADD 1 TO WS-REPLACED-CTR
             END-IF
         END-PERFORM.

        490-ADD-HOURS-RTN.
         IF WS-HRS-CTR < 300
             ADD 1 TO WS-HRS-CTR
             MOVE WS-WEEK TO WH-WEEK
             MOVE WS-CUR-EMP TO WH-EMP-NUM
             MOVE WS-EMP-HOURS TO WH-HOURS
             MOVE "W" TO WH-TYPE
             MOVE WS-HOLD-REC TO WS-H-REC (WS-HRS-CTR)
             MOVE "N" TO WS-H-DEL (WS-HRS-CTR)
             ADD WS-EMP-HOURS TO WS-TOTAL-HOURS
         ELSE
             MOVE "Y" TO WS-HRS-FULL-SW
         END-IF.

        600-ADD-EXCEPTION-RTN.
         IF WS-EXC-CTR < 500
             MOVE WS-WEEK TO WX-WEEK
             MOVE "O" TO WX-STATUS
             MOVE SPACES TO WX-CLEARED-BY
             ADD 1 TO WS-EXC-CTR
             MOVE WS-EXC-HOLD TO WS-EXC-ENTRY (WS-EXC-CTR)
             ADD 1 TO WS-NEW-EXC-CTR
         ELSE
             MOVE "Y" TO WS-EXC-FULL-SW
         END-IF.

        700-PRINT-EXCEPTIONS-RTN.
         IF WS-NEW-EXC-CTR > ZERO
             WRITE RPT-REC FROM EXC-HD-LINE AFTER ADVANCING 2 LINES
             WRITE RPT-REC FROM EXC-COL-LINE AFTER ADVANCING 1 LINES
             PERFORM VARYING SUB2 FROM WS-EXC-FIRST-NEW BY 1
                 UNTIL SUB2 > WS-EXC-CTR
                 MOVE WS-EXC-ENTRY (SUB2) TO WS-EXC-HOLD
                 MOVE WX-BADGE TO EXCL-BADGE-OUT
                 MOVE WX-EMP-NUM TO EXCL-EMP-OUT
                 MOVE WX-DATE TO EXCL-DATE-OUT
                 MOVE WX-TIME TO EXCL-TIME-OUT
                 MOVE WX-DIR TO EXCL-DIR-OUT
                 MOVE WX-REASON TO EXCL-REASON-OUT
                 WRITE RPT-REC FROM EXC-LINE AFTER ADVANCING 1 LINES
             END-PERFORM
         END-IF
         MOVE "PUNCHES READ" TO TOT-LABEL-OUT
         MOVE WS-READ-CTR TO TOT-COUNT-OUT
         WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 2 LINES
         MOVE "PUNCHES FOR OTHER WEEKS" TO TOT-LABEL-OUT
         MOVE WS-OTHER-WEEK-CTR TO TOT-COUNT-OUT
         WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
         MOVE "SHIFTS PAIRED" TO TOT-LABEL-OUT
         MOVE WS-SHIFT-CTR TO TOT-COUNT-OUT
         WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
         MOVE "EMPLOYEES IMPORTED" TO TOT-LABEL-OUT
         MOVE WS-IMPORTED-CTR TO TOT-COUNT-OUT
         WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
         MOVE "EARLIER WORKED ENTRIES REPLACED" TO TOT-LABEL-OUT
         MOVE WS-REPLACED-CTR TO TOT-COUNT-OUT
         WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
         MOVE "EXCEPTIONS" TO TOT-LABEL-OUT
         MOVE WS-NEW-EXC-CTR TO TOT-COUNT-OUT
         WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
         MOVE WS-TOTAL-HOURS TO TOTH-HOURS-OUT
         WRITE RPT-REC FROM TOT-HOURS-LINE AFTER ADVANCING 1 LINES.

        800-REWRITE-HOURS-RTN.
         OPEN OUTPUT HOURS-FILE
         PERFORM VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-HRS-CTR
             IF WS-H-DEL (SUB2) NOT = "Y"
                 MOVE WS-H-REC (SUB2) TO HOURS-REC
                 WRITE HOURS-REC
             END-IF
         END-PERFORM
         CLOSE HOURS-FILE.

        850-REWRITE-EXCEPTIONS-RTN.
         OPEN OUTPUT EXC-FILE
         PERFORM VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-EXC-CTR
             MOVE WS-EXC-ENTRY (SUB2) TO EXC-REC
             WRITE EXC-REC
         END-PERFORM
         CLOSE EXC-FILE.
