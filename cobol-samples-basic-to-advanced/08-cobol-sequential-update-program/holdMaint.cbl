      ******************************************************************
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - THE HOLD ROW IS NOW
      *19 BYTES.
      *02-09-2026 GD - STOP-PAYMENT AND HOLD-AMOUNT MAINTENANCE. A
      *BRANCH MANAGER WHO KNEW A DISPUTED DEBIT WAS COMING HAD NO WAY
      *TO STOP IT - SEQ-UPDATE POSTED ANYTHING THAT PASSED THE
       DATA DIVISION.
       FILE SECTION.
       FD HOLD-FILE
           RECORD CONTAINS 19 CHARACTERS.
           01 HOLD-REC.
               02 HLD-ACCT-NO            PIC X(4).
               02 HLD-KIND               PIC X.
               02 HLD-AMT                PIC 9(4)V99.
               02 HLD-EXPIRY             PIC 9(8).
           01 WS-AMT-EDIT                PIC Z,ZZ9.99.
           01 SUB1                       PIC 9(3).
           01 WS-KEEP-TABLE.
               02 WS-KEEP-REC OCCURS 200 TIMES PIC X(19).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
           END-IF
           DISPLAY "ENTER ACCOUNT NUMBER (4 DIGITS)"
           ACCEPT HLD-ACCT-NO
           DISPLAY "ENTER KIND (S=STOP PAYMENT  H=HELD AMOUNT)"
           ACCEPT HLD-KIND
