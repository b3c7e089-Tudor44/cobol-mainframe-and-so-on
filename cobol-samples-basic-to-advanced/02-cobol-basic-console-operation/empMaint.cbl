      ******************************************************************
      * 15-10-2026 GD - PAY-RATE HISTORY. A RATE IS NO LONGER JUST
      * OVERWRITTEN - EVERY RATE GOES ON THE HISTORY FILE (EMPMNT_
      * RATE_PATH) WITH ITS EFFECTIVE DATE AND A REASON, AND THE
      * MASTER RATE IS THE ONE IN EFFECT ON THE BUSINESS DATE. THE
      * NEW R ACTION TAKES A RATE WITH ANY EFFECTIVE DATE, PAST OR
      * FUTURE; A NEW RATE KEYED ON A CHANGE TAKES EFFECT TODAY AND
      * AN ADD STARTS THE HISTORY AT THE HIRE DATE. PAYROLL-REGISTER
      * PAYS EACH WEEK AT THE RATE THEN IN EFFECT AND PAYS RETRO FOR
      * WEEKS ALREADY PAID BEFORE A BACKDATED RATE WAS KEYED. LOOKUP
      * LISTS THE HISTORY.
      * 15-10-2026 GD - TIME-CLOCK BADGE. THE RECORD IS NOW 47 BYTES
      * WITH THE BADGE THE CLOCK PUNCHES UNDER ON THE END, SO
      * TIME-CLOCK-IMPORT CAN TURN PUNCHES INTO EMPLOYEE NUMBERS. ADD
      * AND CHANGE ASK FOR IT (BLANK = NO BADGE ON AN ADD, KEEP THE
      * OLD ONE ON A CHANGE, "NONE" TAKES IT AWAY) AND LOOKUP SHOWS
      * IT. A BADGE ALREADY HELD BY ANOTHER EMPLOYEE IS REFUSED.
      * 15-10-2026 GD - DIRECT DEPOSIT. AN EMPLOYEE WHO BANKS WITH US
      * MAY NAME ONE OF OUR ACCOUNTS (FOUR DIGITS) ON THE NEW FIELD AT
      * THE END OF THE NOW 41-BYTE RECORD; PAYROLL-REGISTER CREDITS
      * THEIR NET PAY STRAIGHT TO IT INSTEAD OF PAYING IT OUT. ADD
      * AND CHANGE ASK FOR IT (BLANK = NO ELECTION ON AN ADD, KEEP
      * THE OLD ONE ON A CHANGE, "NONE" STOPS IT) AND LOOKUP SHOWS
      * IT. A REPLY THAT IS NOT FOUR DIGITS IS REFUSED.
      * 22-08-2026 GD - FULL EMPLOYEE MAINTENANCE. LES2-READWRITE CAN
      * ONLY APPEND TO THE EMPLOYEE FILE - A MISTYPED NAME WAS
      * PERMANENT, A LEAVER COULD NEVER BE REMOVED, AND THE SAME
        SELECT LOG-FILE ASSIGN TO WS-LOG-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOG-STATUS.
        SELECT RATE-FILE ASSIGN TO WS-RATE-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATE-STATUS.
        DATA DIVISION.
        FILE SECTION.
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
        FD LOG-FILE
            RECORD CONTAINS 66 CHARACTERS.
            01 LOG-REC.
               02 FILLER        PIC XX VALUE SPACES.
               02 LOG-OPERATOR  PIC X(5).
               02 FILLER        PIC X VALUE SPACE.
        FD RATE-FILE
            RECORD CONTAINS 46 CHARACTERS.
            01 RATE-REC.
            COPY RATEHIST.
        WORKING-STORAGE SECTION.
               01 WS-EMP-FILE-PATH PIC X(80) VALUE "EMPLOYEE.txt".
               01 WS-LOG-FILE-PATH PIC X(80) VALUE "EMPMAINT.LOG".
               01 WS-RATE-FILE-PATH PIC X(80) VALUE "PAYRATE.txt".
               01 WS-ENV-HOLD PIC X(80).
               01 WS-STATUS PIC XX.
               01 WS-LOG-STATUS PIC XX.
               01 WS-RATE-STATUS PIC XX.
               01 WS-EOF-SW PIC X VALUE "N".
                   88 WS-EOF VALUE "Y".
               01 WS-CHOICE PIC XXX VALUE "YES".
               01 WS-RATE-IN PIC X(4).
               01 WS-RATE-NUM PIC 9(4).
               01 WS-HIRE-IN PIC X(8).
               01 WS-DD-IN PIC X(4).
               01 WS-BADGE-IN PIC X(6).
               01 WS-BADGE-OK-SW PIC X.
               01 WS-EFF-IN PIC X(8).
               01 WS-EFF-DATE PIC 9(8).
               01 WS-EFF-PARTS REDEFINES WS-EFF-DATE.
                   02 WS-EFF-YYYY PIC 9(4).
                   02 WS-EFF-MM PIC 99.
                   02 WS-EFF-DD PIC 99.
               01 WS-REASON-IN PIC X(20).
               01 WS-NEW-RATE PIC 99V99.
               01 WS-RATE-EDIT PIC Z9.99.
               01 WS-BEST-EFF PIC 9(8).
               01 WS-RH-HIT-SW PIC X.
               01 WS-RH-CTR PIC 9(3) VALUE ZERO.
               01 WS-RH-LOADED PIC 9(3) VALUE ZERO.
               01 SUB2 PIC 9(3).
               01 WS-FOUND-IDX PIC 9(3).
               01 SUB1 PIC 9(3).
               01 WS-EMP-CTR PIC 9(3) VALUE ZERO.
                       03 WS-T-DEPT PIC X(3).
                       03 WS-T-RATE PIC 99V99.
                       03 WS-T-HIRE PIC 9(8).
                       03 WS-T-DD-ACCT PIC X(4).
                       03 WS-T-BADGE PIC X(6).
                       03 WS-T-DEL  PIC X.
               01 WS-RH-TABLE.
                   02 WS-RH-ENTRY OCCURS 500 TIMES.
                       03 WS-RH-EMP PIC 99.
                       03 WS-RH-EFF PIC 9(8).
                       03 WS-RH-RATE PIC 99V99.
                       03 WS-RH-REASON PIC X(20).
                       03 WS-RH-OPER PIC X(5).
                       03 WS-RH-RETRO PIC X.
                       03 WS-RH-RETRO-WK PIC 9(6).
        PROCEDURE DIVISION.
        100-MAIN-RTN.
         MOVE SPACES TO WS-ENV-HOLD
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-LOG-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "EMPMNT_RATE_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-RATE-FILE-PATH
         END-IF
         CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
         MOVE "EMP" TO WS-AUTH-FUNCTION
         CALL 'OPER-AUTH-RTN' USING WS-OPERATOR-ID
             STOP RUN
         END-IF
         PERFORM 200-LOAD-FILE-RTN
         PERFORM 250-LOAD-RATES-RTN
         OPEN EXTEND LOG-FILE
         IF WS-LOG-STATUS = "35"
             OPEN OUTPUT LOG-FILE
         IF WS-CHG-CTR > ZERO
             PERFORM 800-REWRITE-FILE-RTN
         END-IF
         IF WS-RH-CTR > WS-RH-LOADED
             PERFORM 850-APPEND-RATES-RTN
         END-IF
         DISPLAY "CHANGES THIS SESSION: " WS-CHG-CTR
        STOP RUN.

                                 TO WS-T-RATE (WS-EMP-CTR)
                             MOVE EMP-REC-HIRE
                                 TO WS-T-HIRE (WS-EMP-CTR)
                             MOVE EMP-REC-DD-ACCT
                                 TO WS-T-DD-ACCT (WS-EMP-CTR)
                             MOVE EMP-REC-BADGE
                                 TO WS-T-BADGE (WS-EMP-CTR)
                             MOVE "N" TO WS-T-DEL (WS-EMP-CTR)
                         END-IF
                 END-READ
             CLOSE EMP-FILE
         END-IF.

      ******************************************************************
      * THE RATE HISTORY IS HELD WHOLE SO THE MASTER RATE CAN BE SET
      * FROM IT AND LOOKUP CAN LIST IT. NEW ROWS ARE APPENDED AT END
      * OF SESSION; A HISTORY TOO BIG FOR THE TABLE STOPS THE RUN
      * RATHER THAN SET A MASTER RATE FROM PART OF IT.
      ******************************************************************
        250-LOAD-RATES-RTN.
         MOVE "N" TO WS-EOF-SW
         OPEN INPUT RATE-FILE
         IF WS-RATE-STATUS = "00"
             PERFORM UNTIL WS-EOF
                 READ RATE-FILE
                     AT END
                         MOVE "Y" TO WS-EOF-SW
                     NOT AT END
                         IF WS-RH-CTR < 500
                             ADD 1 TO WS-RH-CTR
                             MOVE RATE-REC TO WS-RH-ENTRY (WS-RH-CTR)
                         ELSE
                             DISPLAY "RATE HISTORY OVER 500 ROWS -"
                                 " RUN STOPPED"
                             CLOSE RATE-FILE
                             MOVE 8 TO RETURN-CODE
                             STOP RUN
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE RATE-FILE
         END-IF
         MOVE WS-RH-CTR TO WS-RH-LOADED.

        300-SESSION-RTN.
         DISPLAY "ACTION - L=LOOKUP A=ADD C=CHANGE D=DELETE"
             " R=RATE CHANGE"
         ACCEPT WS-ACTION
         DISPLAY "ENTER THE EMPLOYEE NUMBER"
         ACCEPT WS-NUM-IN
                     PERFORM 500-CHANGE-RTN
                 WHEN "D"
                     PERFORM 600-DELETE-RTN
                 WHEN "R"
                     PERFORM 550-RATE-RTN
                 WHEN OTHER
                     PERFORM 700-LOOKUP-RTN
             END-EVALUATE
             END-IF
         END-PERFORM.

      ******************************************************************
      * THE CLOCK KNOWS ONLY THE BADGE - TWO EMPLOYEES ON ONE BADGE
      * WOULD HAVE ONE PERSON'S PUNCHES PAID TO THE OTHER, SO A BADGE
      * ANOTHER EMPLOYEE ALREADY HOLDS IS REFUSED.
      ******************************************************************
        360-BADGE-CHECK-RTN.
         MOVE "Y" TO WS-BADGE-OK-SW
         PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-EMP-CTR
             IF WS-T-BADGE (SUB1) = WS-BADGE-IN
                 AND WS-T-NUM (SUB1) NOT = WS-NUM
                 AND WS-T-DEL (SUB1) NOT = "Y"
                 MOVE "N" TO WS-BADGE-OK-SW
                 DISPLAY "BADGE " WS-BADGE-IN " IS HELD BY EMPLOYEE "
                     WS-T-NUM (SUB1) " - BADGE NOT SET"
             END-IF
         END-PERFORM.

        400-ADD-RTN.
         IF WS-FOUND-IDX > ZERO
             DISPLAY "EMPLOYEE " WS-NUM " ALREADY ON FILE AS "
                 ELSE
                     MOVE ZERO TO WS-T-HIRE (WS-EMP-CTR)
                 END-IF
                 MOVE SPACES TO WS-T-DD-ACCT (WS-EMP-CTR)
                 DISPLAY "ENTER THE DIRECT-DEPOSIT ACCOUNT (BLANK"
                     " FOR NONE)"
                 MOVE SPACES TO WS-DD-IN
                 ACCEPT WS-DD-IN
                 IF WS-DD-IN NOT = SPACES
                     IF WS-DD-IN IS NUMERIC
                         MOVE WS-DD-IN TO WS-T-DD-ACCT (WS-EMP-CTR)
                     ELSE
                         DISPLAY "ACCOUNT MUST BE FOUR DIGITS - NO"
                             " DIRECT DEPOSIT SET"
                     END-IF
                 END-IF
                 MOVE SPACES TO WS-T-BADGE (WS-EMP-CTR)
                 DISPLAY "ENTER THE TIME-CLOCK BADGE (BLANK FOR NONE)"
                 MOVE SPACES TO WS-BADGE-IN
                 ACCEPT WS-BADGE-IN
                 IF WS-BADGE-IN NOT = SPACES
                     PERFORM 360-BADGE-CHECK-RTN
                     IF WS-BADGE-OK-SW = "Y"
                         MOVE WS-BADGE-IN TO WS-T-BADGE (WS-EMP-CTR)
                     END-IF
                 END-IF
                 MOVE "N" TO WS-T-DEL (WS-EMP-CTR)
                 IF WS-T-RATE (WS-EMP-CTR) > ZERO
                     AND WS-RH-CTR < 500
                     ADD 1 TO WS-RH-CTR
                     MOVE WS-NUM TO WS-RH-EMP (WS-RH-CTR)
                     MOVE WS-T-HIRE (WS-EMP-CTR)
                         TO WS-RH-EFF (WS-RH-CTR)
                     IF WS-T-HIRE (WS-EMP-CTR) = ZERO
                         MOVE WS-BUS-DATE TO WS-RH-EFF (WS-RH-CTR)
                     END-IF
                     MOVE WS-T-RATE (WS-EMP-CTR)
                         TO WS-RH-RATE (WS-RH-CTR)
                     MOVE "NEW HIRE" TO WS-RH-REASON (WS-RH-CTR)
                     MOVE WS-OPERATOR-ID TO WS-RH-OPER (WS-RH-CTR)
                     MOVE "D" TO WS-RH-RETRO (WS-RH-CTR)
                     MOVE ZERO TO WS-RH-RETRO-WK (WS-RH-CTR)
                 END-IF
                 MOVE "ADD" TO LOG-ACTION
                 MOVE SPACES TO LOG-OLD-NAME
                 MOVE WS-NAME-IN TO LOG-NEW-NAME
         END-IF.

      ******************************************************************
      * A CHANGE COVERS THE WHOLE RECORD - NAME, DEPARTMENT, HOURLY
      * RATE, DIRECT-DEPOSIT ACCOUNT AND TIME-CLOCK BADGE. A BLANK
      * REPLY KEEPS THE OLD VALUE, SO A RATE CORRECTION NO LONGER
      * MEANS DELETE-AND-RE-ADD (WHICH LOST THE MAINTENANCE-LOG
      * TRAIL). A NEW RATE KEYED HERE GOES ON THE RATE HISTORY
      * EFFECTIVE TODAY - A BACKDATED OR FUTURE RATE IS THE R ACTION.
      ******************************************************************
        500-CHANGE-RTN.
         IF WS-FOUND-IDX = ZERO
             ACCEPT WS-RATE-IN
             IF WS-RATE-IN IS NUMERIC
                 MOVE WS-RATE-IN TO WS-RATE-NUM
                 COMPUTE WS-NEW-RATE = WS-RATE-NUM / 100
                 IF WS-NEW-RATE NOT = WS-T-RATE (WS-FOUND-IDX)
                     MOVE WS-BUS-DATE TO WS-EFF-DATE
                     MOVE "RATE CHANGE" TO WS-REASON-IN
                     PERFORM 560-RATE-ENTRY-RTN
                 END-IF
             END-IF
             DISPLAY "CURRENT DIRECT-DEPOSIT ACCOUNT IS "
                 WS-T-DD-ACCT (WS-FOUND-IDX)
             DISPLAY "ENTER THE NEW DIRECT-DEPOSIT ACCOUNT (BLANK"
                 " KEEPS OLD, NONE STOPS IT)"
             MOVE SPACES TO WS-DD-IN
             ACCEPT WS-DD-IN
             EVALUATE TRUE
                 WHEN WS-DD-IN = SPACES
                     CONTINUE
                 WHEN WS-DD-IN = "NONE"
                     MOVE SPACES TO WS-T-DD-ACCT (WS-FOUND-IDX)
                 WHEN WS-DD-IN IS NUMERIC
                     MOVE WS-DD-IN TO WS-T-DD-ACCT (WS-FOUND-IDX)
                 WHEN OTHER
                     DISPLAY "ACCOUNT MUST BE FOUR DIGITS - DIRECT"
                         " DEPOSIT UNCHANGED"
             END-EVALUATE
             DISPLAY "CURRENT TIME-CLOCK BADGE IS "
                 WS-T-BADGE (WS-FOUND-IDX)
             DISPLAY "ENTER THE NEW TIME-CLOCK BADGE (BLANK KEEPS"
                 " OLD, NONE TAKES IT AWAY)"
             MOVE SPACES TO WS-BADGE-IN
             ACCEPT WS-BADGE-IN
             EVALUATE TRUE
                 WHEN WS-BADGE-IN = SPACES
                     CONTINUE
                 WHEN WS-BADGE-IN = "NONE"
                     MOVE SPACES TO WS-T-BADGE (WS-FOUND-IDX)
                 WHEN OTHER
                     PERFORM 360-BADGE-CHECK-RTN
                     IF WS-BADGE-OK-SW = "Y"
                         MOVE WS-BADGE-IN TO WS-T-BADGE (WS-FOUND-IDX)
                     END-IF
             END-EVALUATE
             MOVE "CHANGE" TO LOG-ACTION
             MOVE WS-T-NAME (WS-FOUND-IDX) TO LOG-NEW-NAME
             PERFORM 750-WRITE-LOG-RTN
             DISPLAY "EMPLOYEE CHANGED"
         END-IF.

      ******************************************************************
      * A RATE WITH ITS OWN EFFECTIVE DATE. A DATE ON OR BEFORE THE
      * BUSINESS DATE MAY MOVE THE MASTER RATE; ONE ALREADY PAID IS
      * PICKED UP BY PAYROLL-REGISTER'S RETRO CHECK ON THE NEXT RUN.
      ******************************************************************
        550-RATE-RTN.
         IF WS-FOUND-IDX = ZERO
             DISPLAY "EMPLOYEE " WS-NUM " NOT ON FILE"
         ELSE
             MOVE WS-T-RATE (WS-FOUND-IDX) TO WS-RATE-EDIT
             DISPLAY "CURRENT HOURLY RATE IS " WS-RATE-EDIT
             DISPLAY "ENTER THE NEW HOURLY RATE (9999 = 99.99)"
             MOVE SPACES TO WS-RATE-IN
             ACCEPT WS-RATE-IN
             DISPLAY "ENTER THE EFFECTIVE DATE (YYYYMMDD, BLANK"
                 " FOR TODAY)"
             MOVE SPACES TO WS-EFF-IN
             ACCEPT WS-EFF-IN
             DISPLAY "ENTER THE REASON"
             MOVE SPACES TO WS-REASON-IN
             ACCEPT WS-REASON-IN
             IF WS-EFF-IN = SPACES
                 MOVE WS-BUS-DATE TO WS-EFF-DATE
             ELSE
                 IF WS-EFF-IN IS NUMERIC
                     MOVE WS-EFF-IN TO WS-EFF-DATE
                 ELSE
                     MOVE ZERO TO WS-EFF-DATE
                 END-IF
             END-IF
             EVALUATE TRUE
                 WHEN WS-RATE-IN IS NOT NUMERIC
                     DISPLAY "RATE MUST BE FOUR DIGITS - NO CHANGE"
                 WHEN WS-EFF-MM < 1 OR WS-EFF-MM > 12
                     OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
                     OR WS-EFF-YYYY < 1900
                     DISPLAY "EFFECTIVE DATE NOT VALID - NO CHANGE"
                 WHEN WS-REASON-IN = SPACES
                     DISPLAY "A REASON IS REQUIRED - NO CHANGE"
                 WHEN OTHER
                     MOVE WS-RATE-IN TO WS-RATE-NUM
                     COMPUTE WS-NEW-RATE = WS-RATE-NUM / 100
                     PERFORM 560-RATE-ENTRY-RTN
             END-EVALUATE
         END-IF.

      ******************************************************************
      * THE FIRST HISTORY ROW FOR AN EMPLOYEE HIRED BEFORE THE HISTORY
      * EXISTED CARRIES THE OLD MASTER RATE FROM THE HIRE DATE, SO
      * WEEKS BEFORE THE NEW RATE STILL PRICE AT WHAT WAS PAID. THE
      * NEW ROW IS LEFT RETRO-PENDING FOR PAYROLL-REGISTER.
      ******************************************************************
        560-RATE-ENTRY-RTN.
         MOVE "N" TO WS-RH-HIT-SW
         PERFORM VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-RH-CTR
             IF WS-RH-EMP (SUB2) = WS-NUM
                 MOVE "Y" TO WS-RH-HIT-SW
             END-IF
         END-PERFORM
         IF WS-RH-CTR > 498
             DISPLAY "RATE HISTORY TABLE FULL - RATE NOT CHANGED"
         ELSE
             IF WS-RH-HIT-SW = "N"
                 AND WS-T-RATE (WS-FOUND-IDX) > ZERO
                 ADD 1 TO WS-RH-CTR
                 MOVE WS-NUM TO WS-RH-EMP (WS-RH-CTR)
                 MOVE WS-T-HIRE (WS-FOUND-IDX) TO WS-RH-EFF (WS-RH-CTR)
                 MOVE WS-T-RATE (WS-FOUND-IDX)
                     TO WS-RH-RATE (WS-RH-CTR)
                 MOVE "RATE BEFORE HISTORY"
                     TO WS-RH-REASON (WS-RH-CTR)
                 MOVE WS-OPERATOR-ID TO WS-RH-OPER (WS-RH-CTR)
                 MOVE "D" TO WS-RH-RETRO (WS-RH-CTR)
                 MOVE ZERO TO WS-RH-RETRO-WK (WS-RH-CTR)
             END-IF
             ADD 1 TO WS-RH-CTR
             MOVE WS-NUM TO WS-RH-EMP (WS-RH-CTR)
             MOVE WS-EFF-DATE TO WS-RH-EFF (WS-RH-CTR)
             MOVE WS-NEW-RATE TO WS-RH-RATE (WS-RH-CTR)
             MOVE WS-REASON-IN TO WS-RH-REASON (WS-RH-CTR)
             MOVE WS-OPERATOR-ID TO WS-RH-OPER (WS-RH-CTR)
             MOVE "P" TO WS-RH-RETRO (WS-RH-CTR)
             MOVE ZERO TO WS-RH-RETRO-WK (WS-RH-CTR)
             PERFORM 570-MASTER-RATE-RTN
             MOVE WS-NEW-RATE TO WS-RATE-EDIT
             MOVE WS-T-NAME (WS-FOUND-IDX) TO LOG-OLD-NAME
             MOVE SPACES TO LOG-NEW-NAME
             STRING "RATE " WS-RATE-EDIT " " WS-EFF-DATE
                 DELIMITED BY SIZE INTO LOG-NEW-NAME
             MOVE "RATE" TO LOG-ACTION
             PERFORM 750-WRITE-LOG-RTN
             DISPLAY "RATE " WS-RATE-EDIT " EFFECTIVE " WS-EFF-DATE
                 " RECORDED"
         END-IF.

      ******************************************************************
      * THE MASTER RATE IS THE HISTORY ROW WITH THE LATEST EFFECTIVE
      * DATE NOT AFTER THE BUSINESS DATE (THE LATER-KEYED ROW WINS A
      * TIE). A FUTURE-DATED RATE LEAVES THE MASTER ALONE UNTIL THEN.
      ******************************************************************
        570-MASTER-RATE-RTN.
         MOVE "N" TO WS-RH-HIT-SW
         MOVE ZERO TO WS-BEST-EFF
         PERFORM VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-RH-CTR
             IF WS-RH-EMP (SUB2) = WS-NUM
                 AND WS-RH-EFF (SUB2) NOT > WS-BUS-DATE
                 AND WS-RH-EFF (SUB2) NOT < WS-BEST-EFF
                 MOVE "Y" TO WS-RH-HIT-SW
                 MOVE WS-RH-EFF (SUB2) TO WS-BEST-EFF
                 MOVE WS-RH-RATE (SUB2) TO WS-T-RATE (WS-FOUND-IDX)
             END-IF
         END-PERFORM.

        600-DELETE-RTN.
         IF WS-FOUND-IDX = ZERO
             DISPLAY "EMPLOYEE " WS-NUM " NOT ON FILE"
         ELSE
             DISPLAY "EMPLOYEE " WS-NUM " IS "
                 WS-T-NAME (WS-FOUND-IDX)
             IF WS-T-DD-ACCT (WS-FOUND-IDX) NOT = SPACES
                 DISPLAY "NET PAY DEPOSITED TO ACCOUNT "
                     WS-T-DD-ACCT (WS-FOUND-IDX)
             END-IF
             IF WS-T-BADGE (WS-FOUND-IDX) NOT = SPACES
                 DISPLAY "TIME-CLOCK BADGE "
                     WS-T-BADGE (WS-FOUND-IDX)
             END-IF
             MOVE WS-T-RATE (WS-FOUND-IDX) TO WS-RATE-EDIT
             DISPLAY "HOURLY RATE " WS-RATE-EDIT
             PERFORM VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-RH-CTR
                 IF WS-RH-EMP (SUB2) = WS-NUM
                     MOVE WS-RH-RATE (SUB2) TO WS-RATE-EDIT
                     IF WS-RH-RETRO (SUB2) = "P"
                         DISPLAY "  RATE " WS-RATE-EDIT " FROM "
                             WS-RH-EFF (SUB2) " "
                             WS-RH-REASON (SUB2) " RETRO PENDING"
                     ELSE
                         DISPLAY "  RATE " WS-RATE-EDIT " FROM "
                             WS-RH-EFF (SUB2) " "
                             WS-RH-REASON (SUB2)
                     END-IF
                 END-IF
             END-PERFORM
         END-IF.

        750-WRITE-LOG-RTN.
                 MOVE WS-T-DEPT (SUB1) TO EMP-REC-DEPT
                 MOVE WS-T-RATE (SUB1) TO EMP-REC-RATE
                 MOVE WS-T-HIRE (SUB1) TO EMP-REC-HIRE
                 MOVE WS-T-DD-ACCT (SUB1) TO EMP-REC-DD-ACCT
                 MOVE WS-T-BADGE (SUB1) TO EMP-REC-BADGE
                 WRITE EMP-REC
             END-IF
         END-PERFORM
         CLOSE EMP-FILE.

      ******************************************************************
      * ONLY THE ROWS KEYED THIS SESSION ARE APPENDED - PAYROLL-
      * REGISTER OWNS THE RETRO STATUS OF THE ROWS ALREADY ON FILE.
      ******************************************************************
        850-APPEND-RATES-RTN.
         OPEN EXTEND RATE-FILE
         IF WS-RATE-STATUS = "35"
             OPEN OUTPUT RATE-FILE
         END-IF
         COMPUTE SUB2 = WS-RH-LOADED + 1
         PERFORM VARYING SUB2 FROM SUB2 BY 1 UNTIL SUB2 > WS-RH-CTR
             MOVE WS-RH-ENTRY (SUB2) TO RATE-REC
             WRITE RATE-REC
         END-PERFORM
         CLOSE RATE-FILE.
