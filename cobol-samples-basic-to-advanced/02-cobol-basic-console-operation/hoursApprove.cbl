      ******************************************************************
      * 15-10-2026 GD - CLOCK EXCEPTIONS. WHEN THE WEEK CAME IN FROM
      * THE TIME CLOCK (TIME-CLOCK-IMPORT), THE PUNCHES IT COULD NOT
      * PAY - UNMATCHED BADGES, MISSING PUNCHES, OVERLAPPING SHIFTS -
      * ARE ON THE CLOCK EXCEPTION LIST (HOURSAPP_EXC_PATH). EACH OF
      * THE WEEK'S OPEN ONES IS SHOWN BEFORE THE REVIEW AND THE
      * SUPERVISOR CLEARS IT (C - CORRECTING THE HOURS IN THE REVIEW
      * IF NEED BE) OR LEAVES IT (L). A CLEARED ONE IS STAMPED WITH
      * THE OPERATOR AND LOGGED AS "CLEAR"; WHILE ANY IS STILL OPEN
      * THE WEEK IS NOT APPROVED (RC 8). NO LIST ON FILE MEANS THE
      * WEEK WAS KEYED AND THERE IS NOTHING TO CLEAR.
      * 15-10-2026 GD - EMPLOYEE RECORD IS NOW 47 BYTES - THE
      * TIME-CLOCK BADGE ON THE END; NO FIELD MOVES.
      * 15-10-2026 GD - EMPLOYEE RECORD IS NOW 41 BYTES - THE
      * DIRECT-DEPOSIT ACCOUNT ON THE END; NO FIELD MOVES.
      * 02-09-2026 GD - SUPERVISOR HOURS APPROVAL. ANYTHING KEYED IN
      * HOURS-ENTRY USED TO PAY - A FAT-FINGERED 80-HOUR WEEK FLOWED
      * STRAIGHT INTO THE TIME-AND-A-HALF ARITHMETIC WITH NO SECOND
        SELECT LOG-FILE ASSIGN TO WS-LOG-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOG-STATUS.
        SELECT EXC-FILE ASSIGN TO WS-EXC-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXC-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD HOURS-FILE
               02 HRS-HOURS     PIC 99V9.
               02 HRS-TYPE      PIC X.
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
        FD APPR-FILE
            RECORD CONTAINS 12 CHARACTERS.
            01 APPR-REC.
               02 LOG-ACTION    PIC X(6).
               02 FILLER        PIC X VALUE SPACE.
               02 LOG-OPERATOR  PIC X(5).
        FD EXC-FILE
            RECORD CONTAINS 57 CHARACTERS.
            01 EXC-REC.
            COPY CLKEXC.
        WORKING-STORAGE SECTION.
               01 WS-HRS-FILE-PATH PIC X(80) VALUE "HOURS.txt".
               01 WS-EMP-FILE-PATH PIC X(80) VALUE "EMPLOYEE.txt".
               01 WS-APPR-FILE-PATH PIC X(80) VALUE "HOURSAPPR.txt".
               01 WS-LOG-FILE-PATH PIC X(80) VALUE "HOURSAPPR.LOG".
               01 WS-EXC-FILE-PATH PIC X(80) VALUE "CLOCKEXC.txt".
               01 WS-ENV-HOLD PIC X(80).
               01 WS-HRS-STATUS PIC XX.
               01 WS-EMP-STATUS PIC XX.
               01 WS-APPR-STATUS PIC XX.
               01 WS-LOG-STATUS PIC XX.
               01 WS-EXC-STATUS PIC XX.
               01 WS-EOF-SW PIC X VALUE "N".
                   88 WS-EOF VALUE "Y".
               01 WS-WEEK PIC 9(6) VALUE ZERO.
                   02 WH-EMP-NUM   PIC 99.
                   02 WH-HOURS     PIC 99V9.
                   02 WH-TYPE      PIC X.
      *        THE CLOCK EXCEPTION LIST, HELD AND PUT BACK WITH THE
      *        SUPERVISOR'S CLEARANCES.
               01 WS-EXC-TABLE.
                   02 WS-EXC-ENTRY OCCURS 500 TIMES PIC X(57).
               01 WS-EXC-CTR PIC 9(3) VALUE ZERO.
               01 WS-EXC-FULL-SW PIC X VALUE "N".
               01 WS-EXC-OPEN-CTR PIC 9(3) VALUE ZERO.
               01 WS-EXC-CLEAR-CTR PIC 9(3) VALUE ZERO.
               01 WS-EXC-HOLD.
               COPY CLKEXC REPLACING LEADING ==CLX-== BY ==WX-==.
        PROCEDURE DIVISION.
        100-MAIN-RTN.
         MOVE SPACES TO WS-ENV-HOLD
             MOVE WS-ENV-HOLD TO WS-LOG-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "HOURSAPP_EXC_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-EXC-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "HOURSAPP_MAX"
         IF WS-ENV-HOLD NOT = SPACES
             AND WS-ENV-HOLD (1:3) IS NUMERIC
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF
         PERFORM 270-LOAD-EXCEPTIONS-RTN
         IF WS-EXC-FULL-SW = "Y"
             DISPLAY "MORE THAN 500 CLOCK EXCEPTIONS ON FILE - REVIEW"
                 " REFUSED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF
         OPEN EXTEND LOG-FILE
         IF WS-LOG-STATUS = "35"
             OPEN OUTPUT LOG-FILE
         END-IF
         PERFORM 280-CLEAR-EXCEPTIONS-RTN
         IF WS-EXC-OPEN-CTR > ZERO
             CLOSE LOG-FILE
             DISPLAY WS-EXC-OPEN-CTR " CLOCK EXCEPTIONS STILL OPEN -"
                 " WEEK " WS-WEEK " NOT APPROVED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF
         PERFORM 300-REVIEW-BY-DEPT-RTN
         CLOSE LOG-FILE
         PERFORM 600-REWRITE-HOURS-RTN
             CLOSE HOURS-FILE
         END-IF.

        270-LOAD-EXCEPTIONS-RTN.
         OPEN INPUT EXC-FILE
         IF WS-EXC-STATUS = "00"
             MOVE "N" TO WS-EOF-SW
             PERFORM UNTIL WS-EOF
                 READ EXC-FILE
                     AT END
                         MOVE "Y" TO WS-EOF-SW
                     NOT AT END
                         IF WS-EXC-CTR < 500
                             ADD 1 TO WS-EXC-CTR
                             MOVE EXC-REC TO WS-EXC-ENTRY (WS-EXC-CTR)
                         ELSE
                             MOVE "Y" TO WS-EXC-FULL-SW
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE EXC-FILE
         END-IF.

      ******************************************************************
      * THE WEEK'S OPEN CLOCK EXCEPTIONS, ONE AT A TIME. THE LIST IS
      * PUT BACK ONLY WHEN SOMETHING WAS CLEARED.
      ******************************************************************
        280-CLEAR-EXCEPTIONS-RTN.
         PERFORM VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-EXC-CTR
             MOVE WS-EXC-ENTRY (SUB2) TO WS-EXC-HOLD
             IF WX-WEEK = WS-WEEK AND WX-OPEN
                 PERFORM 290-CLEAR-ONE-RTN
             END-IF
         END-PERFORM
         IF WS-EXC-CLEAR-CTR > ZERO
             OPEN OUTPUT EXC-FILE
             PERFORM VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-EXC-CTR
                 MOVE WS-EXC-ENTRY (SUB2) TO EXC-REC
                 WRITE EXC-REC
             END-PERFORM
             CLOSE EXC-FILE
         END-IF.

        290-CLEAR-ONE-RTN.
         DISPLAY " "
         DISPLAY "CLOCK EXCEPTION - BADGE " WX-BADGE "  EMP "
             WX-EMP-NUM "  " WX-DATE " " WX-TIME " " WX-DIR
         DISPLAY "  " WX-REASON
         DISPLAY "  ACTION - C=CLEAR  L=LEAVE OPEN"
         ACCEPT WS-ACTION
         IF WS-ACTION = "C"
             MOVE "C" TO WX-STATUS
             MOVE WS-OPERATOR-ID TO WX-CLEARED-BY
             MOVE WS-EXC-HOLD TO WS-EXC-ENTRY (SUB2)
             ADD 1 TO WS-EXC-CLEAR-CTR
             MOVE WX-WEEK TO LOG-WEEK
             MOVE WX-EMP-NUM TO LOG-EMP
             MOVE ZERO TO LOG-OLD-HOURS
             MOVE ZERO TO LOG-NEW-HOURS
             MOVE "CLEAR" TO LOG-ACTION
             MOVE WS-OPERATOR-ID TO LOG-OPERATOR
             WRITE LOG-REC
         ELSE
             ADD 1 TO WS-EXC-OPEN-CTR
         END-IF.

      ******************************************************************
      * WALK THE WEEK DEPARTMENT BY DEPARTMENT - EACH DEPARTMENT'S
      * ENTRIES COME UP TOGETHER SO THE SUPERVISOR SEES THEIR OWN
