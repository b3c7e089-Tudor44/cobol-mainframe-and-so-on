       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTER-MAINT.
       AUTHOR. GAETANO.
      *15-10-2026 GD - TUITION BILLING. THE ROSTER ROW IS NOW 32
      *BYTES - THE STUDENT'S RECEIVABLE ACCOUNT (THE 4-DIGIT CUSTOMER
      *ACCOUNT TUITION-BILLING CHARGES) FOLLOWS THE STATUS. ADD AND
      *CHANGE KEY IT; BLANK = NOT BILLED YET. A ROW WRITTEN BEFORE
      *THE CHANGE READS AS NO ACCOUNT.
      *15-10-2026 GD - C = CHANGE A STUDENT'S NAME OR ENROLLMENT
      *STATUS, D = DELETE A STUDENT, BOTH FOR OPERATORS WITH
      *REFERENCE-MAINTENANCE AUTHORITY (OPER-AUTH-RTN "REF"). EVERY
      *ADD, CHANGE AND DELETE GOES TO THE MAINTENANCE LOG THROUGH
      *MAINT-LOG-RTN WITH THE BEFORE AND AFTER IMAGES AND THE
      *OPERATOR.
      *22-08-2026 GD - STUDENT ROSTER MASTER MAINTENANCE. GRADE-SHEET
      *INPUT CARRIES ONLY A FOUR-CHARACTER NAME STUB, SO THE GRADE
      *REPORT, HONOR ROLL AND CSV EXTRACT ALL PRINTED TRUNCATED STUBS
       DATA DIVISION.
       FILE SECTION.
       FD ROSTER-FILE
           RECORD CONTAINS 32 CHARACTERS.
           01 ROSTER-REC.
              02 ROS-ID            PIC X(2).
              02 ROS-NAME          PIC X(25).
              02 ROS-STATUS        PIC X.
      *          "A" = ENROLLED, "W" = WITHDRAWN
              02 ROS-ACCT          PIC X(4).
      *          RECEIVABLE ACCOUNT, SPACES = NONE
       WORKING-STORAGE SECTION.
            01 WS-ROSTER-FILE-PATH PIC X(80) VALUE
                "/{YOUR_PATH}/Roster.txt".
                88 NO-MORE-RECORDS       VALUE "NO".
            01 WS-ACTION         PIC X VALUE "L".
            01 WS-NEW-ID         PIC X(2).
            01 WS-ACCT-SW        PIC X.
                88 WS-ACCT-OK            VALUE "Y".
            01 WS-DUP-SW         PIC X.
            01 WS-ADD-CTR        PIC 9(3) VALUE ZERO.
            01 WS-CHG-CTR        PIC 9(3) VALUE ZERO.
            01 WS-DEL-CTR        PIC 9(3) VALUE ZERO.
            01 WS-REPLY-KEY      PIC X(2).
            01 WS-CONFIRM        PIC X.
            01 WS-FOUND-SW       PIC X.
                88 WS-FOUND              VALUE "Y".
            01 WS-FULL-SW        PIC X VALUE "N".
                88 WS-TABLE-FULL         VALUE "Y".
      *    THE FILE IS HELD WHOLE WHILE A CHANGE OR DELETE REWRITES IT.
            01 WS-ROSTER-TABLE.
                02 WS-ROSTER-ROW OCCURS 500 TIMES PIC X(32).
            01 WS-ROW-CTR        PIC 9(3) VALUE ZERO.
            01 WS-DEL-SUB        PIC 9(3).
            01 SUB1              PIC 9(3).
            01 WS-OPERATOR-ID    PIC X(5) VALUE SPACES.
            01 WS-AUTH-FUNCTION  PIC X(3) VALUE "REF".
            01 WS-AUTH-FLAG      PIC X.
            01 WS-LOG-PROGRAM    PIC X(20) VALUE
                "ROSTER-MAINT".
            01 WS-LOG-FILE       PIC X(8) VALUE "ROSTER".
            01 WS-LOG-ACTION     PIC X.
            01 WS-LOG-KEY        PIC X(20).
            01 WS-BEFORE-IMAGE   PIC X(110).
            01 WS-AFTER-IMAGE    PIC X(110).
       PROCEDURE DIVISION.
       100-MAIN-PARA.
           MOVE SPACES TO WS-ENV-HOLD
           END-IF
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           DISPLAY "STUDENTS ADDED: " WS-ADD-CTR
               "  CHANGED: " WS-CHG-CTR "  DELETED: " WS-DEL-CTR
           STOP RUN.

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - A=ADD  C=CHANGE  D=DELETE  L=LIST"
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

               DISPLAY "STUDENT " WS-NEW-ID
                   " ALREADY ON THE ROSTER - ADD REFUSED"
           ELSE
               MOVE WS-NEW-ID TO ROS-ID
               DISPLAY "ENTER THE FULL NAME"
               ACCEPT ROS-NAME
               MOVE "A" TO ROS-STATUS
               PERFORM 330-ACCT-RTN
           END-IF
           IF WS-DUP-SW NOT = "Y" AND WS-ACCT-OK
               OPEN EXTEND ROSTER-FILE
               IF WS-ROSTER-STATUS = "35"
                   OPEN OUTPUT ROSTER-FILE
               END-IF
               MOVE ROSTER-REC TO WS-AFTER-IMAGE
               WRITE ROSTER-REC
               ADD 1 TO WS-ADD-CTR
               CLOSE ROSTER-FILE
               PERFORM 790-LOG-ADD-RTN
           END-IF.

      ******************************************************************
      * THE RECEIVABLE ACCOUNT TUITION IS BILLED TO - FOUR DIGITS, OR
      * BLANK WHEN THE STUDENT HAS NONE YET.
      ******************************************************************
       330-ACCT-RTN.
           DISPLAY "ENTER RECEIVABLE ACCOUNT (4 DIGITS, BLANK = NONE)"
           MOVE SPACES TO ROS-ACCT
           ACCEPT ROS-ACCT
           IF ROS-ACCT = SPACES OR ROS-ACCT IS NUMERIC
               MOVE "Y" TO WS-ACCT-SW
           ELSE
               DISPLAY "ACCOUNT " ROS-ACCT
                   " IS NOT 4 DIGITS - NOT SAVED"
               MOVE "N" TO WS-ACCT-SW
           END-IF.

       400-LIST-RTN.
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           DISPLAY ROS-ID " " ROS-NAME " STATUS "
                               ROS-STATUS " ACCOUNT " ROS-ACCT
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.

      ******************************************************************
      * CHANGE - THE ID STAYS, NAME, STATUS AND ACCOUNT ARE REKEYED.
      ******************************************************************
       500-CHANGE-RTN.
           DISPLAY "ENTER ID OF THE STUDENT TO CHANGE"
           ACCEPT WS-REPLY-KEY
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "MORE THAN 500 ROWS ON FILE - NOT CHANGED"
               WHEN NOT WS-FOUND
                   DISPLAY "STUDENT " WS-REPLY-KEY " NOT ON THE ROSTER"
               WHEN OTHER
                   PERFORM 520-CHANGE-ROW-RTN
           END-EVALUATE.

       520-CHANGE-ROW-RTN.
           MOVE WS-ROSTER-ROW (SUB1) TO ROSTER-REC
           MOVE ROSTER-REC TO WS-BEFORE-IMAGE
           DISPLAY ROS-ID " " ROS-NAME " STATUS " ROS-STATUS
               " ACCOUNT " ROS-ACCT
           DISPLAY "ENTER THE FULL NAME"
           ACCEPT ROS-NAME
           DISPLAY "ENTER STATUS (A=ENROLLED  W=WITHDRAWN)"
           ACCEPT ROS-STATUS
           IF ROS-STATUS NOT = "W"
               MOVE "A" TO ROS-STATUS
           END-IF
           PERFORM 330-ACCT-RTN
           IF WS-ACCT-OK
               MOVE ROSTER-REC TO WS-ROSTER-ROW (SUB1)
               MOVE ROSTER-REC TO WS-AFTER-IMAGE
               MOVE ZERO TO WS-DEL-SUB
               PERFORM 680-REWRITE-RTN
               ADD 1 TO WS-CHG-CTR
               MOVE "C" TO WS-LOG-ACTION
               PERFORM 800-LOG-RTN
           END-IF.

       550-DELETE-RTN.
           DISPLAY "ENTER ID OF THE STUDENT TO DELETE"
           ACCEPT WS-REPLY-KEY
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "MORE THAN 500 ROWS ON FILE - NOT DELETED"
               WHEN NOT WS-FOUND
                   DISPLAY "STUDENT " WS-REPLY-KEY " NOT ON THE ROSTER"
               WHEN OTHER
                   PERFORM 570-DELETE-ROW-RTN
           END-EVALUATE.

       570-DELETE-ROW-RTN.
           MOVE WS-ROSTER-ROW (SUB1) TO ROSTER-REC
           DISPLAY ROS-ID " " ROS-NAME " STATUS " ROS-STATUS
           DISPLAY "DELETE THIS ROW? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOT DELETED"
           ELSE
               MOVE ROSTER-REC TO WS-BEFORE-IMAGE
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
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 610-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE ROSTER-FILE
           END-IF.

       610-LOAD-ONE-RTN.
           READ ROSTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-ROW-CTR < 500
                       ADD 1 TO WS-ROW-CTR
                       MOVE ROSTER-REC TO WS-ROSTER-ROW (WS-ROW-CTR)
                   ELSE
                       MOVE "Y" TO WS-FULL-SW
                   END-IF
           END-READ.

       650-FIND-RTN.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-ROW-CTR OR WS-FOUND
               IF WS-ROSTER-ROW (SUB1) (1:2) = WS-REPLY-KEY
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM SUB1
               MOVE WS-ROSTER-ROW (SUB1) (1:2) TO WS-LOG-KEY
           END-IF.

      ******************************************************************
      * PUT THE FILE BACK FROM THE TABLE, LEAVING OUT THE DELETED ROW
      * (WS-DEL-SUB ZERO ON A CHANGE).
      ******************************************************************
       680-REWRITE-RTN.
           OPEN OUTPUT ROSTER-FILE
           PERFORM 690-WRITE-ONE-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ROW-CTR
           CLOSE ROSTER-FILE.

       690-WRITE-ONE-RTN.
           IF SUB1 NOT = WS-DEL-SUB
               MOVE WS-ROSTER-ROW (SUB1) TO ROSTER-REC
               WRITE ROSTER-REC
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
