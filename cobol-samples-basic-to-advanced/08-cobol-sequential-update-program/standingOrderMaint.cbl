      ******************************************************************
      *15-10-2026 GD - C = CHANGE AN ORDER, D = DELETE ONE, BOTH FOR
      *OPERATORS WITH REFERENCE-MAINTENANCE AUTHORITY (OPER-AUTH-RTN
      *"REF"). AN ACCOUNT MAY CARRY SEVERAL ORDERS, SO ITS ORDERS ARE
      *LISTED NUMBERED AND THE OPERATOR PICKS ONE. EVERY ADD, CHANGE
      *AND DELETE GOES TO THE MAINTENANCE LOG THROUGH MAINT-LOG-RTN
      *WITH THE BEFORE AND AFTER IMAGES AND THE OPERATOR.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - THE ORDER ROW IS
      *NOW 28 BYTES.
      *02-09-2026 GD - STANDING-ORDER MASTER MAINTENANCE. A CUSTOMER
      *WITH A FIXED MONTHLY PAYMENT USED TO HAVE IT RE-KEYED BY HAND
      *EVERY MONTH, AND A MISSED KEYING WAS A MISSED POSTING. THIS
       DATA DIVISION.
       FILE SECTION.
       FD ORDER-FILE
           RECORD CONTAINS 28 CHARACTERS.
           01 ORDER-REC.
               02 SO-ACCT-NO             PIC X(4).
               02 SO-AMT                 PIC 9(4)V99.
               02 SO-TRANS-TYPE          PIC X.
               02 SO-FREQ                PIC X.
           01 WS-ACTION                  PIC X VALUE "L".
           01 WS-ADD-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-AMT-EDIT                PIC Z,ZZ9.99.
           01 WS-CHG-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-DEL-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-REPLY-KEY               PIC X(4).
           01 WS-CONFIRM                 PIC X.
           01 WS-FOUND-SW                PIC X.
               88 WS-FOUND                      VALUE "Y".
           01 WS-FULL-SW                 PIC X VALUE "N".
               88 WS-TABLE-FULL                 VALUE "Y".
           01 WS-MATCH-CTR               PIC 9(3).
           01 WS-PICK-NO                 PIC 9(3).
           01 WS-PICK-SUB                PIC 9(3).
      *    THE FILE IS HELD WHOLE WHILE A CHANGE OR DELETE REWRITES IT.
           01 WS-ORDER-TABLE.
               02 WS-ORDER-ROW OCCURS 500 TIMES PIC X(28).
           01 WS-ROW-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-DEL-SUB                 PIC 9(3).
           01 SUB1                       PIC 9(3).
           01 WS-OPERATOR-ID             PIC X(5) VALUE SPACES.
           01 WS-AUTH-FUNCTION           PIC X(3) VALUE "REF".
           01 WS-AUTH-FLAG               PIC X.
           01 WS-LOG-PROGRAM             PIC X(20) VALUE
               "STANDING-ORDER-MAINT".
           01 WS-LOG-FILE                PIC X(8) VALUE "STORDER".
           01 WS-LOG-ACTION              PIC X.
           01 WS-LOG-KEY                 PIC X(20).
           01 WS-BEFORE-IMAGE            PIC X(110).
           01 WS-AFTER-IMAGE             PIC X(110).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           END-IF
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           DISPLAY "STANDING ORDERS ADDED: " WS-ADD-CTR
               "  CHANGED: " WS-CHG-CTR "  DELETED: " WS-DEL-CTR
           STOP RUN.

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - A=ADD ORDER  C=CHANGE  D=DELETE"
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

           IF WS-ORDER-STATUS = "35"
               OPEN OUTPUT ORDER-FILE
           END-IF
           DISPLAY "ENTER ACCOUNT NUMBER (4 DIGITS)"
           ACCEPT SO-ACCT-NO
           DISPLAY "ENTER AMOUNT (6 DIGITS, CENTS LAST -"
               " 012550 = 125.50)"
           ACCEPT SO-NEXT-DUE
           DISPLAY "ENTER END DATE (YYYYMMDD, 0 = OPEN-ENDED)"
           ACCEPT SO-END-DATE
           MOVE ORDER-REC TO WS-AFTER-IMAGE
           WRITE ORDER-REC
           ADD 1 TO WS-ADD-CTR
           CLOSE ORDER-FILE
           PERFORM 790-LOG-ADD-RTN.

       400-LIST-RTN.
           OPEN INPUT ORDER-FILE
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF.

      ******************************************************************
      * CHANGE - THE ACCOUNT STAYS, THE REST OF THE ORDER IS REKEYED.
      ******************************************************************
       500-CHANGE-RTN.
           DISPLAY "ENTER ACCOUNT NUMBER OF THE ORDER TO CHANGE"
           ACCEPT WS-REPLY-KEY
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "MORE THAN 500 ROWS ON FILE - NOT CHANGED"
               WHEN NOT WS-FOUND
                   DISPLAY "NO SUCH ORDER FOR ACCOUNT " WS-REPLY-KEY
               WHEN OTHER
                   PERFORM 520-CHANGE-ROW-RTN
           END-EVALUATE.

       520-CHANGE-ROW-RTN.
           MOVE WS-ORDER-ROW (SUB1) TO ORDER-REC
           MOVE ORDER-REC TO WS-BEFORE-IMAGE
           MOVE SO-AMT TO WS-AMT-EDIT
           DISPLAY "ACCOUNT " SO-ACCT-NO "  AMOUNT " WS-AMT-EDIT
               "  TYPE " SO-TRANS-TYPE "  FREQ " SO-FREQ
               "  NEXT DUE " SO-NEXT-DUE "  ENDS " SO-END-DATE
           DISPLAY "ENTER AMOUNT (6 DIGITS, CENTS LAST -"
               " 012550 = 125.50)"
           ACCEPT SO-AMT
           DISPLAY "ENTER TRANSACTION TYPE (C=CREDIT D=DEBIT)"
           ACCEPT SO-TRANS-TYPE
           DISPLAY "ENTER FREQUENCY (M=MONTHLY W=WEEKLY)"
           ACCEPT SO-FREQ
           DISPLAY "ENTER NEXT DUE DATE (YYYYMMDD)"
           ACCEPT SO-NEXT-DUE
           DISPLAY "ENTER END DATE (YYYYMMDD, 0 = OPEN-ENDED)"
           ACCEPT SO-END-DATE
           MOVE ORDER-REC TO WS-ORDER-ROW (SUB1)
           MOVE ORDER-REC TO WS-AFTER-IMAGE
           MOVE ZERO TO WS-DEL-SUB
           PERFORM 680-REWRITE-RTN
           ADD 1 TO WS-CHG-CTR
           MOVE "C" TO WS-LOG-ACTION
           PERFORM 800-LOG-RTN.

       550-DELETE-RTN.
           DISPLAY "ENTER ACCOUNT NUMBER OF THE ORDER TO DELETE"
           ACCEPT WS-REPLY-KEY
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "MORE THAN 500 ROWS ON FILE - NOT DELETED"
               WHEN NOT WS-FOUND
                   DISPLAY "NO SUCH ORDER FOR ACCOUNT " WS-REPLY-KEY
               WHEN OTHER
                   PERFORM 570-DELETE-ROW-RTN
           END-EVALUATE.

       570-DELETE-ROW-RTN.
           MOVE WS-ORDER-ROW (SUB1) TO ORDER-REC
           MOVE SO-AMT TO WS-AMT-EDIT
           DISPLAY "ACCOUNT " SO-ACCT-NO "  AMOUNT " WS-AMT-EDIT
               "  TYPE " SO-TRANS-TYPE "  FREQ " SO-FREQ
               "  NEXT DUE " SO-NEXT-DUE "  ENDS " SO-END-DATE
           DISPLAY "DELETE THIS ROW? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOT DELETED"
           ELSE
               MOVE ORDER-REC TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE SUB1 TO WS-DEL-SUB
               PERFORM 680-REWRITE-RTN
               ADD 1 TO WS-DEL-CTR
               MOVE "D" TO WS-LOG-ACTION
               PERFORM 800-LOG-RTN
           END-IF.

       600-LOAD-RTN.
           MOVE ZERO TO WS-ROW-CTR
           MOVE "N" TO WS-FULL-SW
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 610-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE ORDER-FILE
           END-IF.

       610-LOAD-ONE-RTN.
           READ ORDER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-ROW-CTR < 500
                       ADD 1 TO WS-ROW-CTR
                       MOVE ORDER-REC TO WS-ORDER-ROW (WS-ROW-CTR)
                   ELSE
                       MOVE "Y" TO WS-FULL-SW
                   END-IF
           END-READ.

      ******************************************************************
      * AN ACCOUNT MAY HAVE SEVERAL ORDERS - LIST THEM NUMBERED AND LET
      * THE OPERATOR PICK ONE. SUB1 IS LEFT ON THE ROW PICKED.
      ******************************************************************
       650-FIND-RTN.
           MOVE "N" TO WS-FOUND-SW
           MOVE ZERO TO WS-MATCH-CTR
           PERFORM 660-SHOW-MATCH-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ROW-CTR
           IF WS-MATCH-CTR > ZERO
               DISPLAY "ENTER THE NUMBER OF THE ORDER (1 - "
                   WS-MATCH-CTR ")"
               ACCEPT WS-PICK-NO
               MOVE ZERO TO WS-MATCH-CTR
               MOVE ZERO TO WS-PICK-SUB
               PERFORM 670-PICK-MATCH-RTN
                   VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ROW-CTR
               IF WS-PICK-SUB > ZERO
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE WS-PICK-SUB TO SUB1
                   MOVE WS-ORDER-ROW (SUB1) (1:4) TO WS-LOG-KEY
               END-IF
           END-IF.

       660-SHOW-MATCH-RTN.
           IF WS-ORDER-ROW (SUB1) (1:4) = WS-REPLY-KEY
               ADD 1 TO WS-MATCH-CTR
               MOVE WS-ORDER-ROW (SUB1) TO ORDER-REC
               MOVE SO-AMT TO WS-AMT-EDIT
               DISPLAY WS-MATCH-CTR ".  AMOUNT " WS-AMT-EDIT
                   "  TYPE " SO-TRANS-TYPE "  FREQ " SO-FREQ
                   "  NEXT DUE " SO-NEXT-DUE "  ENDS " SO-END-DATE
           END-IF.

       670-PICK-MATCH-RTN.
           IF WS-ORDER-ROW (SUB1) (1:4) = WS-REPLY-KEY
               ADD 1 TO WS-MATCH-CTR
               IF WS-MATCH-CTR = WS-PICK-NO
                   MOVE SUB1 TO WS-PICK-SUB
               END-IF
           END-IF.

      ******************************************************************
      * PUT THE FILE BACK FROM THE TABLE, LEAVING OUT THE DELETED ROW
      * (WS-DEL-SUB ZERO ON A CHANGE).
      ******************************************************************
       680-REWRITE-RTN.
           OPEN OUTPUT ORDER-FILE
           PERFORM 690-WRITE-ONE-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ROW-CTR
           CLOSE ORDER-FILE.

       690-WRITE-ONE-RTN.
           IF SUB1 NOT = WS-DEL-SUB
               MOVE WS-ORDER-ROW (SUB1) TO ORDER-REC
               WRITE ORDER-REC
           END-IF.

       790-LOG-ADD-RTN.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE (1:4) TO WS-LOG-KEY
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
