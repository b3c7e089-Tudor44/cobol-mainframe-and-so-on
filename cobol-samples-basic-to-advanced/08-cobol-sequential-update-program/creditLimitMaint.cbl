      ******************************************************************
      *15-10-2026 GD - C = CHANGE A ROW'S LIMIT OR REVIEW DATE, D =
      *DELETE A ROW, BOTH FOR OPERATORS WITH REFERENCE-MAINTENANCE
      *AUTHORITY (OPER-AUTH-RTN "REF"). EVERY ADD, CHANGE AND DELETE
      *GOES TO THE MAINTENANCE LOG THROUGH MAINT-LOG-RTN WITH THE
      *BEFORE AND AFTER IMAGES AND THE OPERATOR.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - THE LIMIT ROW IS
      *NOW 19 BYTES.
      *02-09-2026 GD - CREDIT-LIMIT MASTER MAINTENANCE. THE POSTING
      *RUNS USED TO CAP EVERY ACCOUNT AT THE ONE GLOBAL BALANCE
      *CEILING, SO A COMMERCIAL CUSTOMER GOT THE SAME 9999.99 AS A
       DATA DIVISION.
       FILE SECTION.
       FD LIMIT-FILE
           RECORD CONTAINS 19 CHARACTERS.
           01 LIMIT-REC.
               02 LIM-ACCT-NO            PIC X(4).
               02 LIM-AMOUNT             PIC 9(5)V99.
               02 LIM-REVIEW-DATE        PIC 9(8).
       WORKING-STORAGE SECTION.
           01 WS-ACTION                  PIC X VALUE "L".
           01 WS-ADD-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-LIMIT-EDIT              PIC ZZ,ZZ9.99.
           01 WS-CHG-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-DEL-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-REPLY-KEY               PIC X(4).
           01 WS-CONFIRM                 PIC X.
           01 WS-FOUND-SW                PIC X.
               88 WS-FOUND                      VALUE "Y".
           01 WS-FULL-SW                 PIC X VALUE "N".
               88 WS-TABLE-FULL                 VALUE "Y".
      *    THE FILE IS HELD WHOLE WHILE A CHANGE OR DELETE REWRITES IT.
           01 WS-LIMIT-TABLE.
               02 WS-LIMIT-ROW OCCURS 500 TIMES PIC X(19).
           01 WS-ROW-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-DEL-SUB                 PIC 9(3).
           01 SUB1                       PIC 9(3).
           01 WS-OPERATOR-ID             PIC X(5) VALUE SPACES.
           01 WS-AUTH-FUNCTION           PIC X(3) VALUE "REF".
           01 WS-AUTH-FLAG               PIC X.
           01 WS-LOG-PROGRAM             PIC X(20) VALUE
               "CREDIT-LIMIT-MAINT".
           01 WS-LOG-FILE                PIC X(8) VALUE "CRLIMIT".
           01 WS-LOG-ACTION              PIC X.
           01 WS-LOG-KEY                 PIC X(20).
           01 WS-BEFORE-IMAGE            PIC X(110).
           01 WS-AFTER-IMAGE             PIC X(110).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           END-IF
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           DISPLAY "LIMIT ROWS ADDED: " WS-ADD-CTR
               "  CHANGED: " WS-CHG-CTR "  DELETED: " WS-DEL-CTR
           STOP RUN.

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - A=ADD LIMIT ROW  C=CHANGE  D=DELETE"
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

           IF WS-LIMIT-STATUS = "35"
               OPEN OUTPUT LIMIT-FILE
           END-IF
           DISPLAY "ENTER ACCOUNT NUMBER (4 DIGITS)"
           ACCEPT LIM-ACCT-NO
           DISPLAY "ENTER APPROVED LIMIT (7 DIGITS, CENTS LAST -"
               " 0250000 = 2500.00)"
           ACCEPT LIM-AMOUNT
           DISPLAY "ENTER REVIEW DATE (YYYYMMDD)"
           ACCEPT LIM-REVIEW-DATE
           MOVE LIMIT-REC TO WS-AFTER-IMAGE
           WRITE LIMIT-REC
           ADD 1 TO WS-ADD-CTR
           CLOSE LIMIT-FILE
           PERFORM 790-LOG-ADD-RTN.

       400-LIST-RTN.
           OPEN INPUT LIMIT-FILE
               END-PERFORM
               CLOSE LIMIT-FILE
           END-IF.

      ******************************************************************
      * CHANGE - THE ACCOUNT STAYS, LIMIT AND REVIEW DATE ARE REKEYED.
      ******************************************************************
       500-CHANGE-RTN.
           DISPLAY "ENTER ACCOUNT NUMBER OF THE ROW TO CHANGE"
           ACCEPT WS-REPLY-KEY
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "MORE THAN 500 ROWS ON FILE - NOT CHANGED"
               WHEN NOT WS-FOUND
                   DISPLAY "ACCOUNT " WS-REPLY-KEY " HAS NO LIMIT ROW"
               WHEN OTHER
                   PERFORM 520-CHANGE-ROW-RTN
           END-EVALUATE.

       520-CHANGE-ROW-RTN.
           MOVE WS-LIMIT-ROW (SUB1) TO LIMIT-REC
           MOVE LIMIT-REC TO WS-BEFORE-IMAGE
           MOVE LIM-AMOUNT TO WS-LIMIT-EDIT
           DISPLAY "ACCOUNT " LIM-ACCT-NO "  LIMIT " WS-LIMIT-EDIT
               "  REVIEW " LIM-REVIEW-DATE
           DISPLAY "ENTER APPROVED LIMIT (7 DIGITS, CENTS LAST -"
               " 0250000 = 2500.00)"
           ACCEPT LIM-AMOUNT
           DISPLAY "ENTER REVIEW DATE (YYYYMMDD)"
           ACCEPT LIM-REVIEW-DATE
           MOVE LIMIT-REC TO WS-LIMIT-ROW (SUB1)
           MOVE LIMIT-REC TO WS-AFTER-IMAGE
           MOVE ZERO TO WS-DEL-SUB
           PERFORM 680-REWRITE-RTN
           ADD 1 TO WS-CHG-CTR
           MOVE "C" TO WS-LOG-ACTION
           PERFORM 800-LOG-RTN.

       550-DELETE-RTN.
           DISPLAY "ENTER ACCOUNT NUMBER OF THE ROW TO DELETE"
           ACCEPT WS-REPLY-KEY
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "MORE THAN 500 ROWS ON FILE - NOT DELETED"
               WHEN NOT WS-FOUND
                   DISPLAY "ACCOUNT " WS-REPLY-KEY " HAS NO LIMIT ROW"
               WHEN OTHER
                   PERFORM 570-DELETE-ROW-RTN
           END-EVALUATE.

       570-DELETE-ROW-RTN.
           MOVE WS-LIMIT-ROW (SUB1) TO LIMIT-REC
           MOVE LIM-AMOUNT TO WS-LIMIT-EDIT
           DISPLAY "ACCOUNT " LIM-ACCT-NO "  LIMIT " WS-LIMIT-EDIT
               "  REVIEW " LIM-REVIEW-DATE
           DISPLAY "DELETE THIS ROW? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOT DELETED"
           ELSE
               MOVE LIMIT-REC TO WS-BEFORE-IMAGE
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
           OPEN INPUT LIMIT-FILE
           IF WS-LIMIT-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 610-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE LIMIT-FILE
           END-IF.

       610-LOAD-ONE-RTN.
           READ LIMIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-ROW-CTR < 500
                       ADD 1 TO WS-ROW-CTR
                       MOVE LIMIT-REC TO WS-LIMIT-ROW (WS-ROW-CTR)
                   ELSE
                       MOVE "Y" TO WS-FULL-SW
                   END-IF
           END-READ.

       650-FIND-RTN.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-ROW-CTR OR WS-FOUND
               IF WS-LIMIT-ROW (SUB1) (1:4) = WS-REPLY-KEY
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM SUB1
               MOVE WS-LIMIT-ROW (SUB1) (1:4) TO WS-LOG-KEY
           END-IF.

      ******************************************************************
      * PUT THE FILE BACK FROM THE TABLE, LEAVING OUT THE DELETED ROW
      * (WS-DEL-SUB ZERO ON A CHANGE).
      ******************************************************************
       680-REWRITE-RTN.
           OPEN OUTPUT LIMIT-FILE
           PERFORM 690-WRITE-ONE-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ROW-CTR
           CLOSE LIMIT-FILE.

       690-WRITE-ONE-RTN.
           IF SUB1 NOT = WS-DEL-SUB
               MOVE WS-LIMIT-ROW (SUB1) TO LIMIT-REC
               WRITE LIMIT-REC
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
