      ******************************************************************
      * 15-10-2026 GD - GARNISHMENT ORDER MAINTENANCE. COURT-ORDERED
      * GARNISHMENTS, SUPPORT ORDERS AND TAX LEVIES WERE KEYED AS
      * FIXED "E" ELECTIONS ON THE DEDUCTION MASTER, WITH NO LEGAL
      * CAP, NO PRIORITY BETWEEN ORDERS AND NO RECORD OF WHAT WAS
      * STILL OWED. THIS PROGRAM KEEPS THE GARNISHMENT ORDER FILE
      * (COPYBOOK GARNORD) - EMPLOYEE, ORDER TYPE, CASE NUMBER, A
      * WEEKLY AMOUNT OR A PERCENTAGE OF DISPOSABLE EARNINGS,
      * PRIORITY, PAYEE AND THE TOTAL OWED. PAYROLL-REGISTER
      * WITHHOLDS THE ORDERS AND KEEPS THE AMOUNT PAID TO DATE.
      * ACTIONS: A = ADD AN ORDER, C = CHANGE AN ORDER (AMOUNT OR
      * PERCENTAGE, PRIORITY, TOTAL OWED, ACTIVE OR HELD), L = LIST
      * THE FILE. ADD AND CHANGE NEED EMPLOYEE-MAINTENANCE AUTHORITY
      * (OPER-AUTH-RTN "EMP") AND GO TO THE MAINTENANCE LOG THROUGH
      * MAINT-LOG-RTN. AN ORDER IS NEVER DELETED - ONE NO LONGER IN
      * FORCE IS HELD, SO ITS PAID TRAIL STAYS ON FILE.
      * FILE PATH FROM GRNMNT_GARN_PATH.
      ******************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. GARN-MAINT.
        AUTHOR. GAETANO.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
        SELECT GARN-FILE ASSIGN TO WS-GARN-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GARN-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD GARN-FILE
            RECORD CONTAINS 87 CHARACTERS.
            01 GARN-REC.
            COPY GARNORD.
        WORKING-STORAGE SECTION.
               01 WS-GARN-FILE-PATH PIC X(80) VALUE "GARNORD.txt".
               01 WS-ENV-HOLD PIC X(80).
               01 WS-GARN-STATUS PIC XX.
               01 WS-EOF-SW PIC X VALUE "N".
                   88 WS-EOF VALUE "Y".
               01 ARE-THERE-MORE-RECORDS PIC XXX VALUE "YES".
                   88 NO-MORE-RECORDS VALUE "NO".
               01 WS-ACTION PIC X VALUE "L".
               01 WS-ADD-CTR PIC 9(3) VALUE ZERO.
               01 WS-CHG-CTR PIC 9(3) VALUE ZERO.
               01 WS-PCT-EDIT PIC Z9.99.
               01 WS-AMT-EDIT PIC Z,ZZ9.99.
               01 WS-OWED-EDIT PIC Z,ZZZ,ZZ9.99.
               01 WS-PAID-EDIT PIC Z,ZZZ,ZZ9.99.
               01 WS-REPLY-KEY PIC X(14).
               01 WS-REPLY-GARN-KEY REDEFINES WS-REPLY-KEY.
                   02 WS-REPLY-EMP PIC 99.
                   02 WS-REPLY-CASE PIC X(12).
               01 WS-REPLY-IN PIC X(9).
               01 WS-REPLY-NUM PIC 9(9).
               01 WS-REPLY-AMT REDEFINES WS-REPLY-NUM PIC 9(7)V99.
               01 WS-REPLY-OK-SW PIC X.
               01 WS-REPLY-LEN PIC 99.
               01 WS-FOUND-SW PIC X.
                   88 WS-FOUND VALUE "Y".
               01 WS-FULL-SW PIC X VALUE "N".
                   88 WS-TABLE-FULL VALUE "Y".
      *    THE FILE IS HELD WHOLE WHILE A CHANGE REWRITES IT.
               01 WS-GARN-TABLE.
                   02 WS-GARN-ROW OCCURS 200 TIMES PIC X(87).
               01 WS-ROW-CTR PIC 9(3) VALUE ZERO.
               01 SUB1 PIC 9(3).
               01 WS-OPERATOR-ID PIC X(5) VALUE SPACES.
               01 WS-AUTH-FUNCTION PIC X(3) VALUE "EMP".
               01 WS-AUTH-FLAG PIC X.
               01 WS-LOG-PROGRAM PIC X(20) VALUE
                   "GARN-MAINT".
               01 WS-LOG-FILE PIC X(8) VALUE "GARNORD".
               01 WS-LOG-ACTION PIC X.
               01 WS-LOG-KEY PIC X(20).
               01 WS-BEFORE-IMAGE PIC X(110).
               01 WS-AFTER-IMAGE PIC X(110).
        PROCEDURE DIVISION.
        100-MAIN-RTN.
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "GRNMNT_GARN_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-GARN-FILE-PATH
         END-IF
         PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
         DISPLAY "GARNISHMENT ORDERS ADDED: " WS-ADD-CTR
             "  CHANGED: " WS-CHG-CTR
        STOP RUN.

        200-ACCEPT-ACTION-RTN.
         DISPLAY "ENTER ACTION - A=ADD ORDER  C=CHANGE ORDER"
             "  L=LIST FILE"
         ACCEPT WS-ACTION
         EVALUATE WS-ACTION
             WHEN "A"
             WHEN "C"
                 IF WS-OPERATOR-ID = SPACES
                     CALL 'OPER-AUTH-RTN' USING WS-OPERATOR-ID
                         WS-AUTH-FUNCTION WS-AUTH-FLAG
                 END-IF
                 IF WS-AUTH-FLAG NOT = "Y"
                     DISPLAY "OPERATOR " WS-OPERATOR-ID
                         " NOT AUTHORIZED FOR GARNISHMENT ORDERS"
                 ELSE
                     IF WS-ACTION = "A"
                         PERFORM 300-ADD-RTN
                     ELSE
                         PERFORM 500-CHANGE-RTN
                     END-IF
                 END-IF
             WHEN OTHER
                 PERFORM 400-LIST-RTN
         END-EVALUATE
         DISPLAY " DO YOU WANT TO CONTINUE ? "
         ACCEPT ARE-THERE-MORE-RECORDS.

      ******************************************************************
      * ADD - THE CASE NUMBER MAY NOT ALREADY BE ON FILE FOR THE SAME
      * EMPLOYEE. A NEW ORDER STARTS ACTIVE WITH NOTHING PAID.
      ******************************************************************
        300-ADD-RTN.
         DISPLAY "ENTER EMPLOYEE NUMBER (2 DIGITS)"
         ACCEPT WS-REPLY-EMP
         DISPLAY "ENTER CASE NUMBER (UP TO 12 CHARACTERS)"
         ACCEPT WS-REPLY-CASE
         PERFORM 600-LOAD-RTN
         PERFORM 650-FIND-RTN
         EVALUATE TRUE
             WHEN WS-REPLY-EMP IS NOT NUMERIC
                 DISPLAY "EMPLOYEE NUMBER MUST BE NUMERIC - NOT ADDED"
             WHEN WS-REPLY-CASE = SPACES
                 DISPLAY "A CASE NUMBER IS REQUIRED - NOT ADDED"
             WHEN WS-TABLE-FULL
                 DISPLAY "MORE THAN 200 ORDERS ON FILE - NOT ADDED"
             WHEN WS-FOUND
                 DISPLAY "CASE " WS-REPLY-CASE " ALREADY ON FILE FOR"
                     " EMPLOYEE " WS-REPLY-EMP " - NOT ADDED"
             WHEN OTHER
                 PERFORM 320-ADD-ORDER-RTN
         END-EVALUATE.

        320-ADD-ORDER-RTN.
         MOVE SPACES TO GARN-REC
         MOVE WS-REPLY-EMP TO GRN-EMP-NUM
         MOVE WS-REPLY-CASE TO GRN-CASE-NO
         DISPLAY "ENTER ORDER TYPE (SUP=SUPPORT  LEV=TAX LEVY"
             "  CRD=CREDITOR)"
         ACCEPT GRN-TYPE
         IF NOT GRN-SUPPORT AND NOT GRN-LEVY
             MOVE "CRD" TO GRN-TYPE
         END-IF
         DISPLAY "ENTER METHOD (A=WEEKLY AMOUNT  P=PERCENTAGE OF"
             " DISPOSABLE EARNINGS)"
         ACCEPT GRN-METHOD
         IF GRN-BY-PERCENT
             DISPLAY "ENTER PERCENTAGE (4 DIGITS, 2500 = 25.00)"
             ACCEPT GRN-PCT
             MOVE ZERO TO GRN-AMT
         ELSE
             MOVE "A" TO GRN-METHOD
             DISPLAY "ENTER WEEKLY AMOUNT (6 DIGITS, CENTS LAST)"
             ACCEPT GRN-AMT
             MOVE ZERO TO GRN-PCT
         END-IF
         DISPLAY "ENTER PRIORITY (2 DIGITS, 01 IS TAKEN FIRST)"
         ACCEPT GRN-PRIORITY
         DISPLAY "ENTER PAYEE CODE (6 CHARACTERS)"
         ACCEPT GRN-PAYEE
         DISPLAY "ENTER PAYEE NAME"
         ACCEPT GRN-PAYEE-NAME
         DISPLAY "ENTER TOTAL OWED (9 DIGITS, CENTS LAST, ZERO FOR"
             " AN ONGOING ORDER)"
         MOVE SPACES TO WS-REPLY-IN
         ACCEPT WS-REPLY-IN
         PERFORM 700-AMOUNT-REPLY-RTN
         IF WS-REPLY-OK-SW = "Y"
             MOVE WS-REPLY-AMT TO GRN-OWED
         ELSE
             MOVE ZERO TO GRN-OWED
         END-IF
         IF GRN-AMT IS NOT NUMERIC
             MOVE ZERO TO GRN-AMT
         END-IF
         IF GRN-PCT IS NOT NUMERIC
             MOVE ZERO TO GRN-PCT
         END-IF
         IF GRN-PRIORITY IS NOT NUMERIC
             MOVE 99 TO GRN-PRIORITY
         END-IF
         MOVE ZERO TO GRN-PAID
         MOVE "A" TO GRN-STATUS
         MOVE ZERO TO GRN-LAST-WEEK
         MOVE ZERO TO GRN-LAST-AMT
         OPEN EXTEND GARN-FILE
         IF WS-GARN-STATUS = "35"
             OPEN OUTPUT GARN-FILE
         END-IF
         MOVE GARN-REC TO WS-AFTER-IMAGE
         WRITE GARN-REC
         CLOSE GARN-FILE
         ADD 1 TO WS-ADD-CTR
         MOVE SPACES TO WS-BEFORE-IMAGE
         MOVE WS-REPLY-KEY TO WS-LOG-KEY
         MOVE "A" TO WS-LOG-ACTION
         PERFORM 800-LOG-RTN
         DISPLAY "ORDER ADDED".

        400-LIST-RTN.
         OPEN INPUT GARN-FILE
         IF WS-GARN-STATUS NOT = "00"
             DISPLAY "GARNISHMENT ORDER FILE NOT AVAILABLE - STATUS "
                 WS-GARN-STATUS
         ELSE
             MOVE "N" TO WS-EOF-SW
             PERFORM UNTIL WS-EOF
                 READ GARN-FILE
                     AT END
                         MOVE "Y" TO WS-EOF-SW
                     NOT AT END
                         PERFORM 450-SHOW-ORDER-RTN
                 END-READ
             END-PERFORM
             CLOSE GARN-FILE
         END-IF.

        450-SHOW-ORDER-RTN.
         MOVE GRN-OWED TO WS-OWED-EDIT
         MOVE GRN-PAID TO WS-PAID-EDIT
         DISPLAY "EMPLOYEE " GRN-EMP-NUM "  " GRN-TYPE "  CASE "
             GRN-CASE-NO "  PRIORITY " GRN-PRIORITY
             "  STATUS " GRN-STATUS
         IF GRN-BY-PERCENT
             MOVE GRN-PCT TO WS-PCT-EDIT
             DISPLAY "    " WS-PCT-EDIT " PCT OF DISPOSABLE  PAYEE "
                 GRN-PAYEE " " GRN-PAYEE-NAME
         ELSE
             MOVE GRN-AMT TO WS-AMT-EDIT
             DISPLAY "    WEEKLY " WS-AMT-EDIT "  PAYEE "
                 GRN-PAYEE " " GRN-PAYEE-NAME
         END-IF
         DISPLAY "    OWED " WS-OWED-EDIT "  PAID " WS-PAID-EDIT.

      ******************************************************************
      * CHANGE - THE AMOUNT OR PERCENTAGE, THE PRIORITY, THE TOTAL
      * OWED AND THE STATUS MAY BE REKEYED; A BLANK REPLY KEEPS THE
      * OLD VALUE. WHAT HAS BEEN PAID IS PAYROLL'S AND IS NOT
      * KEYED. A SATISFIED ORDER GIVEN A HIGHER TOTAL OWED IS
      * ACTIVE AGAIN.
      ******************************************************************
        500-CHANGE-RTN.
         DISPLAY "ENTER EMPLOYEE NUMBER (2 DIGITS)"
         ACCEPT WS-REPLY-EMP
         DISPLAY "ENTER CASE NUMBER"
         ACCEPT WS-REPLY-CASE
         PERFORM 600-LOAD-RTN
         PERFORM 650-FIND-RTN
         EVALUATE TRUE
             WHEN WS-TABLE-FULL
                 DISPLAY "MORE THAN 200 ORDERS ON FILE - NOT CHANGED"
             WHEN NOT WS-FOUND
                 DISPLAY "NO SUCH ORDER ON FILE"
             WHEN OTHER
                 PERFORM 520-CHANGE-ORDER-RTN
         END-EVALUATE.

        520-CHANGE-ORDER-RTN.
         MOVE WS-GARN-ROW (SUB1) TO GARN-REC
         MOVE GARN-REC TO WS-BEFORE-IMAGE
         PERFORM 450-SHOW-ORDER-RTN
         IF GRN-BY-PERCENT
             DISPLAY "ENTER PERCENTAGE (4 DIGITS, BLANK KEEPS OLD)"
         ELSE
             DISPLAY "ENTER WEEKLY AMOUNT (6 DIGITS, BLANK KEEPS OLD)"
         END-IF
         MOVE SPACES TO WS-REPLY-IN
         ACCEPT WS-REPLY-IN
         PERFORM 700-AMOUNT-REPLY-RTN
         IF WS-REPLY-OK-SW = "Y"
             IF GRN-BY-PERCENT
                 MOVE WS-REPLY-AMT TO GRN-PCT
             ELSE
                 MOVE WS-REPLY-AMT TO GRN-AMT
             END-IF
         END-IF
         DISPLAY "ENTER PRIORITY (2 DIGITS, BLANK KEEPS OLD)"
         MOVE SPACES TO WS-REPLY-IN
         ACCEPT WS-REPLY-IN
         PERFORM 700-AMOUNT-REPLY-RTN
         IF WS-REPLY-OK-SW = "Y"
             MOVE WS-REPLY-NUM TO GRN-PRIORITY
         END-IF
         DISPLAY "ENTER TOTAL OWED (9 DIGITS, BLANK KEEPS OLD)"
         MOVE SPACES TO WS-REPLY-IN
         ACCEPT WS-REPLY-IN
         PERFORM 700-AMOUNT-REPLY-RTN
         IF WS-REPLY-OK-SW = "Y"
             MOVE WS-REPLY-AMT TO GRN-OWED
             IF GRN-SATISFIED
                 AND (GRN-OWED = ZERO OR GRN-OWED > GRN-PAID)
                 MOVE "A" TO GRN-STATUS
             END-IF
         END-IF
         IF NOT GRN-SATISFIED
             DISPLAY "ENTER STATUS (A=ACTIVE  H=HELD, BLANK KEEPS"
                 " OLD)"
             MOVE SPACES TO WS-REPLY-IN
             ACCEPT WS-REPLY-IN
             IF WS-REPLY-IN (1:1) = "A" OR WS-REPLY-IN (1:1) = "H"
                 MOVE WS-REPLY-IN (1:1) TO GRN-STATUS
             END-IF
         END-IF
         MOVE GARN-REC TO WS-GARN-ROW (SUB1)
         MOVE GARN-REC TO WS-AFTER-IMAGE
         PERFORM 680-REWRITE-RTN
         ADD 1 TO WS-CHG-CTR
         MOVE "C" TO WS-LOG-ACTION
         PERFORM 800-LOG-RTN
         DISPLAY "ORDER CHANGED".

        600-LOAD-RTN.
         MOVE ZERO TO WS-ROW-CTR
         MOVE "N" TO WS-FULL-SW
         OPEN INPUT GARN-FILE
         IF WS-GARN-STATUS = "00"
             MOVE "N" TO WS-EOF-SW
             PERFORM 610-LOAD-ONE-RTN UNTIL WS-EOF
             CLOSE GARN-FILE
         END-IF.

        610-LOAD-ONE-RTN.
         READ GARN-FILE
             AT END
                 MOVE "Y" TO WS-EOF-SW
             NOT AT END
                 IF WS-ROW-CTR < 200
                     ADD 1 TO WS-ROW-CTR
                     MOVE GARN-REC TO WS-GARN-ROW (WS-ROW-CTR)
                 ELSE
                     MOVE "Y" TO WS-FULL-SW
                 END-IF
         END-READ.

        650-FIND-RTN.
         MOVE "N" TO WS-FOUND-SW
         PERFORM VARYING SUB1 FROM 1 BY 1
             UNTIL SUB1 > WS-ROW-CTR OR WS-FOUND
             IF WS-GARN-ROW (SUB1) (1:2) = WS-REPLY-EMP
                 AND WS-GARN-ROW (SUB1) (6:12) = WS-REPLY-CASE
                 MOVE "Y" TO WS-FOUND-SW
             END-IF
         END-PERFORM
         IF WS-FOUND
             SUBTRACT 1 FROM SUB1
             MOVE WS-REPLY-KEY TO WS-LOG-KEY
         END-IF.

        680-REWRITE-RTN.
         OPEN OUTPUT GARN-FILE
         PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ROW-CTR
             MOVE WS-GARN-ROW (SUB1) TO GARN-REC
             WRITE GARN-REC
         END-PERFORM
         CLOSE GARN-FILE.

      ******************************************************************
      * A NUMERIC REPLY, RIGHT-JUSTIFIED INTO WS-REPLY-NUM WHATEVER
      * ITS LENGTH. BLANK OR NOT NUMERIC LEAVES WS-REPLY-OK-SW "N".
      ******************************************************************
        700-AMOUNT-REPLY-RTN.
         MOVE "N" TO WS-REPLY-OK-SW
         MOVE ZERO TO WS-REPLY-NUM
         IF WS-REPLY-IN NOT = SPACES
             MOVE ZERO TO WS-REPLY-LEN
             INSPECT WS-REPLY-IN TALLYING WS-REPLY-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
             IF WS-REPLY-LEN > ZERO
                 AND WS-REPLY-IN (1:WS-REPLY-LEN) IS NUMERIC
                 MOVE WS-REPLY-IN (1:WS-REPLY-LEN) TO WS-REPLY-NUM
                 MOVE "Y" TO WS-REPLY-OK-SW
             END-IF
         END-IF.

        800-LOG-RTN.
         CALL 'MAINT-LOG-RTN' USING WS-OPERATOR-ID WS-LOG-PROGRAM
             WS-LOG-FILE WS-LOG-ACTION WS-LOG-KEY WS-BEFORE-IMAGE
             WS-AFTER-IMAGE.
