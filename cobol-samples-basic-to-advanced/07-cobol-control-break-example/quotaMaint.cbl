      ******************************************************************
      *15-10-2026 GD - C = CHANGE A DEPARTMENT'S QUOTA, D = DELETE
      *A DEPARTMENT'S ROW, BOTH FOR OPERATORS WITH
      *REFERENCE-MAINTENANCE AUTHORITY (OPER-AUTH-RTN "REF"). EVERY
      *ADD, CHANGE AND DELETE GOES TO THE MAINTENANCE LOG THROUGH
      *MAINT-LOG-RTN WITH THE BEFORE AND AFTER IMAGES AND THE
      *OPERATOR.
      *22-08-2026 GD - DEPARTMENT QUOTA MAINTENANCE. DEP-SALES-REPORT
      *SHOWED WHAT EACH DEPARTMENT SOLD BUT NOT WHAT IT WAS SUPPOSED
      *TO SELL. THIS PROGRAM MAINTAINS THE QUOTA FILE (DEPARTMENT,
               88 NO-MORE-RECORDS               VALUE "NO".
           01 WS-ACTION                  PIC X VALUE "L".
           01 WS-ADD-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-CHG-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-DEL-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-REPLY-KEY               PIC X(2).
           01 WS-CONFIRM                 PIC X.
           01 WS-FOUND-SW                PIC X.
               88 WS-FOUND                      VALUE "Y".
           01 WS-FULL-SW                 PIC X VALUE "N".
               88 WS-TABLE-FULL                 VALUE "Y".
      *    THE FILE IS HELD WHOLE WHILE A CHANGE OR DELETE REWRITES IT.
           01 WS-QUOTA-TABLE.
               02 WS-QUOTA-ROW OCCURS 500 TIMES PIC X(8).
           01 WS-ROW-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-DEL-SUB                 PIC 9(3).
           01 SUB1                       PIC 9(3).
           01 WS-OPERATOR-ID             PIC X(5) VALUE SPACES.
           01 WS-AUTH-FUNCTION           PIC X(3) VALUE "REF".
           01 WS-AUTH-FLAG               PIC X.
           01 WS-LOG-PROGRAM             PIC X(20) VALUE
               "QUOTA-MAINT".
           01 WS-LOG-FILE                PIC X(8) VALUE "QUOTA".
           01 WS-LOG-ACTION              PIC X.
           01 WS-LOG-KEY                 PIC X(20).
           01 WS-BEFORE-IMAGE            PIC X(110).
           01 WS-AFTER-IMAGE             PIC X(110).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           END-IF
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           DISPLAY "QUOTAS ADDED: " WS-ADD-CTR
               "  CHANGED: " WS-CHG-CTR "  DELETED: " WS-DEL-CTR
           STOP RUN.

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - A=ADD QUOTA  C=CHANGE  D=DELETE"
               "  L=LIST"
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

           ACCEPT QTA-DEPT
           DISPLAY "ENTER MONTHLY QUOTA (6 DIGITS)"
           ACCEPT QTA-MONTH-QUOTA
           MOVE QUOTA-REC TO WS-AFTER-IMAGE
           WRITE QUOTA-REC
           ADD 1 TO WS-ADD-CTR
           CLOSE QUOTA-FILE
           PERFORM 790-LOG-ADD-RTN.

       400-LIST-RTN.
           OPEN INPUT QUOTA-FILE
               END-PERFORM
               CLOSE QUOTA-FILE
           END-IF.

      ******************************************************************
      * CHANGE - THE DEPARTMENT STAYS, THE QUOTA IS REKEYED.
      ******************************************************************
       500-CHANGE-RTN.
           DISPLAY "ENTER DEPARTMENT OF THE QUOTA TO CHANGE"
           ACCEPT WS-REPLY-KEY
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "MORE THAN 500 ROWS ON FILE - NOT CHANGED"
               WHEN NOT WS-FOUND
                   DISPLAY "DEPARTMENT " WS-REPLY-KEY
                       " HAS NO QUOTA ROW"
               WHEN OTHER
                   PERFORM 520-CHANGE-ROW-RTN
           END-EVALUATE.

       520-CHANGE-ROW-RTN.
           MOVE WS-QUOTA-ROW (SUB1) TO QUOTA-REC
           MOVE QUOTA-REC TO WS-BEFORE-IMAGE
           DISPLAY "DEPT " QTA-DEPT "  QUOTA " QTA-MONTH-QUOTA
           DISPLAY "ENTER MONTHLY QUOTA (6 DIGITS)"
           ACCEPT QTA-MONTH-QUOTA
           MOVE QUOTA-REC TO WS-QUOTA-ROW (SUB1)
           MOVE QUOTA-REC TO WS-AFTER-IMAGE
           MOVE ZERO TO WS-DEL-SUB
           PERFORM 680-REWRITE-RTN
           ADD 1 TO WS-CHG-CTR
           MOVE "C" TO WS-LOG-ACTION
           PERFORM 800-LOG-RTN.

       550-DELETE-RTN.
           DISPLAY "ENTER DEPARTMENT OF THE QUOTA TO DELETE"
           ACCEPT WS-REPLY-KEY
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "MORE THAN 500 ROWS ON FILE - NOT DELETED"
               WHEN NOT WS-FOUND
                   DISPLAY "DEPARTMENT " WS-REPLY-KEY
                       " HAS NO QUOTA ROW"
               WHEN OTHER
                   PERFORM 570-DELETE-ROW-RTN
           END-EVALUATE.

       570-DELETE-ROW-RTN.
           MOVE WS-QUOTA-ROW (SUB1) TO QUOTA-REC
           DISPLAY "DEPT " QTA-DEPT "  QUOTA " QTA-MONTH-QUOTA
           DISPLAY "DELETE THIS ROW? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOT DELETED"
           ELSE
               MOVE QUOTA-REC TO WS-BEFORE-IMAGE
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
           OPEN INPUT QUOTA-FILE
           IF WS-QUOTA-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 610-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE QUOTA-FILE
           END-IF.

       610-LOAD-ONE-RTN.
           READ QUOTA-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-ROW-CTR < 500
                       ADD 1 TO WS-ROW-CTR
                       MOVE QUOTA-REC TO WS-QUOTA-ROW (WS-ROW-CTR)
                   ELSE
                       MOVE "Y" TO WS-FULL-SW
                   END-IF
           END-READ.

       650-FIND-RTN.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-ROW-CTR OR WS-FOUND
               IF WS-QUOTA-ROW (SUB1) (1:2) = WS-REPLY-KEY
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM SUB1
               MOVE WS-QUOTA-ROW (SUB1) (1:2) TO WS-LOG-KEY
           END-IF.

      ******************************************************************
      * PUT THE FILE BACK FROM THE TABLE, LEAVING OUT THE DELETED ROW
      * (WS-DEL-SUB ZERO ON A CHANGE).
      ******************************************************************
       680-REWRITE-RTN.
           OPEN OUTPUT QUOTA-FILE
           PERFORM 690-WRITE-ONE-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ROW-CTR
           CLOSE QUOTA-FILE.

       690-WRITE-ONE-RTN.
           IF SUB1 NOT = WS-DEL-SUB
               MOVE WS-QUOTA-ROW (SUB1) TO QUOTA-REC
               WRITE QUOTA-REC
           END-IF.

       790-LOG-ADD-RTN.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE (1:2) TO WS-LOG-KEY
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
