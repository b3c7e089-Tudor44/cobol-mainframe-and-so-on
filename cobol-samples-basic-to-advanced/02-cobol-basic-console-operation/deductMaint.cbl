      ******************************************************************
      * 15-10-2026 GD - "R" ROWS ARE EMPLOYER TAX RATES - A TAX CODE
      * (E.G. SSE, MED, UNE) IN THE CATEGORY, THE YEARLY WAGE BASE
      * PER EMPLOYEE IN THE FLOOR (ZERO = NO CAP) AND THE EMPLOYER'S
      * PERCENTAGE. QTR-TAX-SUMMARY WORKS THE EMPLOYER TAX OWED FROM
      * THEM; PAYROLL-REGISTER TAKES NOTHING FROM PAY FOR THEM. A
      * CHANGE REKEYS THE PERCENTAGE; A NEW WAGE BASE IS A DELETE AND
      * AN ADD, AS A NEW TAX BAND FLOOR IS.
      * 15-10-2026 GD - "G" ROWS ARE GARNISHMENT CAPS - THE ORDER TYPE
      * (SUP, LEV OR CRD, AS GARN-MAINT KEEPS IT) IN THE CATEGORY AND
      * THE SHARE OF DISPOSABLE EARNINGS ALL ORDERS TOGETHER MAY TAKE
      * ONCE AN ORDER OF THAT TYPE IS APPLIED. PAYROLL-REGISTER FALLS
      * BACK ON ITS OWN LIMITS FOR A TYPE WITH NO ROW.
      * 15-10-2026 GD - C = CHANGE A ROW (THE AMOUNT OF AN ELECTION,
      * THE PERCENTAGE OF A TAX BAND), D = DELETE A ROW, BOTH FOR
      * OPERATORS WITH REFERENCE-MAINTENANCE AUTHORITY (OPER-AUTH-RTN
      * "REF"). EVERY ADD, CHANGE AND DELETE GOES TO THE MAINTENANCE
      * LOG THROUGH MAINT-LOG-RTN WITH THE BEFORE AND AFTER IMAGES AND
      * THE OPERATOR.
      * 02-09-2026 GD - DEDUCTION MASTER MAINTENANCE. PAYROLL-REGISTER
      * STOPPED AT GROSS PAY - TAX, INSURANCE AND EVERY OTHER
      * DEDUCTION WAS WORKED OUT ON PAPER BEFORE ANYONE GOT PAID.
               01 WS-ADD-CTR PIC 9(3) VALUE ZERO.
               01 WS-PCT-EDIT PIC Z9.99.
               01 WS-AMT-EDIT PIC Z,ZZ9.99.
               01 WS-CHG-CTR PIC 9(3) VALUE ZERO.
               01 WS-DEL-CTR PIC 9(3) VALUE ZERO.
               01 WS-REPLY-KEY PIC X(14).
               01 WS-REPLY-DED-KEY REDEFINES WS-REPLY-KEY.
                   02 WS-REPLY-KIND PIC X.
                   02 WS-REPLY-EMP PIC 99.
                   02 WS-REPLY-CATEGORY PIC X(3).
                   02 WS-REPLY-FLOOR PIC 9(6)V99.
               01 WS-CONFIRM PIC X.
               01 WS-FOUND-SW PIC X.
                   88 WS-FOUND VALUE "Y".
               01 WS-FULL-SW PIC X VALUE "N".
                   88 WS-TABLE-FULL VALUE "Y".
      *    THE FILE IS HELD WHOLE WHILE A CHANGE OR DELETE REWRITES IT.
               01 WS-DED-TABLE.
                   02 WS-DED-ROW OCCURS 500 TIMES PIC X(24).
               01 WS-ROW-CTR PIC 9(3) VALUE ZERO.
               01 WS-DEL-SUB PIC 9(3).
               01 SUB1 PIC 9(3).
               01 WS-OPERATOR-ID PIC X(5) VALUE SPACES.
               01 WS-AUTH-FUNCTION PIC X(3) VALUE "REF".
               01 WS-AUTH-FLAG PIC X.
               01 WS-LOG-PROGRAM PIC X(20) VALUE
                   "DEDUCT-MAINT".
               01 WS-LOG-FILE PIC X(8) VALUE "DEDUCT".
               01 WS-LOG-ACTION PIC X.
               01 WS-LOG-KEY PIC X(20).
               01 WS-BEFORE-IMAGE PIC X(110).
               01 WS-AFTER-IMAGE PIC X(110).
        PROCEDURE DIVISION.
        100-MAIN-RTN.
         MOVE SPACES TO WS-ENV-HOLD
         END-IF
         PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
         DISPLAY "DEDUCTION ROWS ADDED: " WS-ADD-CTR
             "  CHANGED: " WS-CHG-CTR "  DELETED: " WS-DEL-CTR
        STOP RUN.

        200-ACCEPT-ACTION-RTN.
         DISPLAY "ENTER ACTION - A=ADD ROW  C=CHANGE  D=DELETE"
             "  L=LIST FILE"
         ACCEPT WS-ACTION
         EVALUATE WS-ACTION
             WHEN "A"
                 PERFORM 300-ADD-RTN
             WHEN "C"
             WHEN "D"
                 CALL 'OPER-AUTH-RTN' USING WS-OPERATOR-ID
                     WS-AUTH-FUNCTION WS-AUTH-FLAG
                 IF WS-AUTH-FLAG NOT = "Y"
                     DISPLAY "OPERATOR " WS-OPERATOR-ID
                         " NOT AUTHORIZED FOR REFERENCE MAINTENANCE"
                 ELSE
                     IF WS-ACTION = "C"
                         PERFORM 500-CHANGE-RTN
                     ELSE
                         PERFORM 550-DELETE-RTN
                     END-IF
                 END-IF
             WHEN OTHER
                 PERFORM 400-LIST-RTN
         END-EVALUATE
         DISPLAY " DO YOU WANT TO CONTINUE ? "
         ACCEPT ARE-THERE-MORE-RECORDS.

         IF WS-DED-STATUS = "35"
             OPEN OUTPUT DED-FILE
         END-IF
         DISPLAY "ENTER KIND (T=TAX BAND  E=EMPLOYEE ELECTION"
             "  G=GARNISHMENT CAP  R=EMPLOYER TAX RATE)"
         ACCEPT DED-KIND
         IF DED-KIND = "R"
             MOVE ZERO TO DED-EMP
             DISPLAY "ENTER EMPLOYER TAX CODE (3 LETTERS, E.G. SSE)"
             ACCEPT DED-CATEGORY
             DISPLAY "ENTER YEARLY WAGE BASE (8 DIGITS, CENTS LAST,"
                 " ZERO = NO CAP)"
             ACCEPT DED-FLOOR
             DISPLAY "ENTER EMPLOYER PERCENTAGE (4 DIGITS,"
                 " 0620 = 6.20)"
             ACCEPT DED-PCT
             MOVE ZERO TO DED-AMT
         ELSE
         IF DED-KIND = "G"
             MOVE ZERO TO DED-EMP
             DISPLAY "ENTER ORDER TYPE (SUP  LEV  CRD)"
             ACCEPT DED-CATEGORY
             MOVE ZERO TO DED-FLOOR
             DISPLAY "ENTER CAP PERCENTAGE OF DISPOSABLE EARNINGS"
                 " (4 DIGITS, 2500 = 25.00)"
             ACCEPT DED-PCT
             MOVE ZERO TO DED-AMT
         ELSE
         IF DED-KIND = "E"
             DISPLAY "ENTER EMPLOYEE NUMBER (2 DIGITS)"
             ACCEPT DED-EMP
             ACCEPT DED-PCT
             MOVE ZERO TO DED-AMT
         END-IF
         END-IF
         END-IF
         MOVE DED-REC TO WS-AFTER-IMAGE
         WRITE DED-REC
         ADD 1 TO WS-ADD-CTR
         CLOSE DED-FILE
         PERFORM 790-LOG-ADD-RTN.

        400-LIST-RTN.
         OPEN INPUT DED-FILE
                             MOVE DED-PCT TO WS-PCT-EDIT
                             DISPLAY "TAX BAND FROM " DED-FLOOR
                                 "  AT " WS-PCT-EDIT " PCT"
                         ELSE
                         IF DED-KIND = "G"
                             MOVE DED-PCT TO WS-PCT-EDIT
                             DISPLAY "GARNISHMENT CAP " DED-CATEGORY
                                 "  " WS-PCT-EDIT " PCT"
                         ELSE
                         IF DED-KIND = "R"
                             MOVE DED-PCT TO WS-PCT-EDIT
                             DISPLAY "EMPLOYER TAX " DED-CATEGORY
                                 "  " WS-PCT-EDIT " PCT  WAGE BASE "
                                 DED-FLOOR
                         ELSE
                             MOVE DED-AMT TO WS-AMT-EDIT
                             DISPLAY "EMPLOYEE " DED-EMP
                                 "  " DED-CATEGORY
                                 "  WEEKLY " WS-AMT-EDIT
                         END-IF
                         END-IF
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE DED-FILE
         END-IF.

      ******************************************************************
      * CHANGE - ONLY THE AMOUNT OR PERCENTAGE IS REKEYED.
      ******************************************************************
        500-CHANGE-RTN.
         DISPLAY "KIND OF THE ROW TO CHANGE (T=TAX BAND  E=ELECTION"
             "  G=GARNISHMENT CAP  R=EMPLOYER TAX RATE)"
         ACCEPT WS-REPLY-KIND
         IF WS-REPLY-KIND = "R"
             MOVE ZERO TO WS-REPLY-EMP
             DISPLAY "ENTER EMPLOYER TAX CODE (3 LETTERS)"
             ACCEPT WS-REPLY-CATEGORY
             DISPLAY "ENTER YEARLY WAGE BASE (8 DIGITS, CENTS LAST)"
             ACCEPT WS-REPLY-FLOOR
         ELSE
         IF WS-REPLY-KIND = "G"
             MOVE ZERO TO WS-REPLY-EMP
             DISPLAY "ENTER ORDER TYPE (SUP  LEV  CRD)"
             ACCEPT WS-REPLY-CATEGORY
             MOVE ZERO TO WS-REPLY-FLOOR
         ELSE
         IF WS-REPLY-KIND = "E"
             DISPLAY "ENTER EMPLOYEE NUMBER (2 DIGITS)"
             ACCEPT WS-REPLY-EMP
             DISPLAY "ENTER CATEGORY (3 LETTERS)"
             ACCEPT WS-REPLY-CATEGORY
             MOVE ZERO TO WS-REPLY-FLOOR
         ELSE
             MOVE "T" TO WS-REPLY-KIND
             MOVE ZERO TO WS-REPLY-EMP
             MOVE "TAX" TO WS-REPLY-CATEGORY
             DISPLAY "ENTER GROSS FLOOR (8 DIGITS, CENTS LAST)"
             ACCEPT WS-REPLY-FLOOR
         END-IF
         END-IF
         END-IF
         PERFORM 600-LOAD-RTN
         PERFORM 650-FIND-RTN
         EVALUATE TRUE
             WHEN WS-TABLE-FULL
                 DISPLAY "MORE THAN 500 ROWS ON FILE - NOT CHANGED"
             WHEN NOT WS-FOUND
                 DISPLAY "NO SUCH ROW ON THE DEDUCTION MASTER"
             WHEN OTHER
                 PERFORM 520-CHANGE-ROW-RTN
         END-EVALUATE.

        520-CHANGE-ROW-RTN.
         MOVE WS-DED-ROW (SUB1) TO DED-REC
         MOVE DED-REC TO WS-BEFORE-IMAGE
         PERFORM 575-SHOW-ROW-RTN
         IF DED-KIND = "T" OR DED-KIND = "G" OR DED-KIND = "R"
             DISPLAY "ENTER PERCENTAGE (4 DIGITS, 1550 = 15.50)"
             ACCEPT DED-PCT
         ELSE
             DISPLAY "ENTER WEEKLY AMOUNT (6 DIGITS, CENTS LAST)"
             ACCEPT DED-AMT
         END-IF
         MOVE DED-REC TO WS-DED-ROW (SUB1)
         MOVE DED-REC TO WS-AFTER-IMAGE
         MOVE ZERO TO WS-DEL-SUB
         PERFORM 680-REWRITE-RTN
         ADD 1 TO WS-CHG-CTR
         MOVE "C" TO WS-LOG-ACTION
         PERFORM 800-LOG-RTN.

        550-DELETE-RTN.
         DISPLAY "KIND OF THE ROW TO DELETE (T=TAX BAND  E=ELECTION"
             "  G=GARNISHMENT CAP  R=EMPLOYER TAX RATE)"
         ACCEPT WS-REPLY-KIND
         IF WS-REPLY-KIND = "R"
             MOVE ZERO TO WS-REPLY-EMP
             DISPLAY "ENTER EMPLOYER TAX CODE (3 LETTERS)"
             ACCEPT WS-REPLY-CATEGORY
             DISPLAY "ENTER YEARLY WAGE BASE (8 DIGITS, CENTS LAST)"
             ACCEPT WS-REPLY-FLOOR
         ELSE
         IF WS-REPLY-KIND = "G"
             MOVE ZERO TO WS-REPLY-EMP
             DISPLAY "ENTER ORDER TYPE (SUP  LEV  CRD)"
             ACCEPT WS-REPLY-CATEGORY
             MOVE ZERO TO WS-REPLY-FLOOR
         ELSE
         IF WS-REPLY-KIND = "E"
             DISPLAY "ENTER EMPLOYEE NUMBER (2 DIGITS)"
             ACCEPT WS-REPLY-EMP
             DISPLAY "ENTER CATEGORY (3 LETTERS)"
             ACCEPT WS-REPLY-CATEGORY
             MOVE ZERO TO WS-REPLY-FLOOR
         ELSE
             MOVE "T" TO WS-REPLY-KIND
             MOVE ZERO TO WS-REPLY-EMP
             MOVE "TAX" TO WS-REPLY-CATEGORY
             DISPLAY "ENTER GROSS FLOOR (8 DIGITS, CENTS LAST)"
             ACCEPT WS-REPLY-FLOOR
         END-IF
         END-IF
         END-IF
         PERFORM 600-LOAD-RTN
         PERFORM 650-FIND-RTN
         EVALUATE TRUE
             WHEN WS-TABLE-FULL
                 DISPLAY "MORE THAN 500 ROWS ON FILE - NOT DELETED"
             WHEN NOT WS-FOUND
                 DISPLAY "NO SUCH ROW ON THE DEDUCTION MASTER"
             WHEN OTHER
                 PERFORM 570-DELETE-ROW-RTN
         END-EVALUATE.

        570-DELETE-ROW-RTN.
         MOVE WS-DED-ROW (SUB1) TO DED-REC
         PERFORM 575-SHOW-ROW-RTN
         DISPLAY "DELETE THIS ROW? (Y/N)"
         ACCEPT WS-CONFIRM
         IF WS-CONFIRM NOT = "Y"
             DISPLAY "NOT DELETED"
         ELSE
             MOVE DED-REC TO WS-BEFORE-IMAGE
             MOVE SPACES TO WS-AFTER-IMAGE
             MOVE SUB1 TO WS-DEL-SUB
             PERFORM 680-REWRITE-RTN
             ADD 1 TO WS-DEL-CTR
             MOVE "D" TO WS-LOG-ACTION
             PERFORM 800-LOG-RTN
         END-IF.

        575-SHOW-ROW-RTN.
         EVALUATE DED-KIND
             WHEN "T"
                 MOVE DED-PCT TO WS-PCT-EDIT
                 DISPLAY "TAX BAND FROM " DED-FLOOR
                     "  AT " WS-PCT-EDIT " PCT"
             WHEN "G"
                 MOVE DED-PCT TO WS-PCT-EDIT
                 DISPLAY "GARNISHMENT CAP " DED-CATEGORY
                     "  " WS-PCT-EDIT " PCT"
             WHEN "R"
                 MOVE DED-PCT TO WS-PCT-EDIT
                 DISPLAY "EMPLOYER TAX " DED-CATEGORY
                     "  " WS-PCT-EDIT " PCT  WAGE BASE " DED-FLOOR
             WHEN OTHER
                 MOVE DED-AMT TO WS-AMT-EDIT
                 DISPLAY "EMPLOYEE " DED-EMP "  " DED-CATEGORY
                     "  WEEKLY " WS-AMT-EDIT
         END-EVALUATE.

        600-LOAD-RTN.
         MOVE ZERO TO WS-ROW-CTR
         MOVE "N" TO WS-FULL-SW
         OPEN INPUT DED-FILE
         IF WS-DED-STATUS = "00"
             MOVE "N" TO WS-EOF-SW
             PERFORM 610-LOAD-ONE-RTN UNTIL WS-EOF
             CLOSE DED-FILE
         END-IF.

        610-LOAD-ONE-RTN.
         READ DED-FILE
             AT END
                 MOVE "Y" TO WS-EOF-SW
             NOT AT END
                 IF WS-ROW-CTR < 500
                     ADD 1 TO WS-ROW-CTR
                     MOVE DED-REC TO WS-DED-ROW (WS-ROW-CTR)
                 ELSE
                     MOVE "Y" TO WS-FULL-SW
                 END-IF
         END-READ.

        650-FIND-RTN.
         MOVE "N" TO WS-FOUND-SW
         PERFORM VARYING SUB1 FROM 1 BY 1
             UNTIL SUB1 > WS-ROW-CTR OR WS-FOUND
             IF WS-DED-ROW (SUB1) (1:14) = WS-REPLY-KEY
                 MOVE "Y" TO WS-FOUND-SW
             END-IF
         END-PERFORM
         IF WS-FOUND
             SUBTRACT 1 FROM SUB1
             MOVE WS-DED-ROW (SUB1) (1:14) TO WS-LOG-KEY
         END-IF.

      ******************************************************************
      * PUT THE FILE BACK FROM THE TABLE, LEAVING OUT THE DELETED ROW
      * (WS-DEL-SUB ZERO ON A CHANGE).
      ******************************************************************
        680-REWRITE-RTN.
         OPEN OUTPUT DED-FILE
         PERFORM 690-WRITE-ONE-RTN
             VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ROW-CTR
         CLOSE DED-FILE.

        690-WRITE-ONE-RTN.
         IF SUB1 NOT = WS-DEL-SUB
             MOVE WS-DED-ROW (SUB1) TO DED-REC
             WRITE DED-REC
         END-IF.

        790-LOG-ADD-RTN.
         MOVE SPACES TO WS-BEFORE-IMAGE
         MOVE WS-AFTER-IMAGE (1:14) TO WS-LOG-KEY
         MOVE "A" TO WS-LOG-ACTION
         PERFORM 800-LOG-RTN.

      ******************************************************************
      * AN ADD IS OPEN TO ANY OPERATOR, AS IT ALWAYS WAS - THE SIGN-ON
      * HERE ONLY NAMES THEM ON THE MAINTENANCE LOG.
      ******************************************************************
        800-LOG-RTN.
         IF WS-OPERATOR-ID = SPACES
             CALL 'OPER-AUTH-RTN' USING WS-OPERATOR-ID
                 WS-AUTH-FUNCTION WS-AUTH-FLAG
         END-IF
         CALL 'MAINT-LOG-RTN' USING WS-OPERATOR-ID WS-LOG-PROGRAM
             WS-LOG-FILE WS-LOG-ACTION WS-LOG-KEY WS-BEFORE-IMAGE
             WS-AFTER-IMAGE.
