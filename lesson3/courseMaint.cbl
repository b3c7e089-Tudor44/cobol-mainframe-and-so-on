       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-MAINT.
       AUTHOR. GAETANO D'ORSI
      *15-10-2026 GD - REGISTRATION. THE COURSE MASTER IS NOW 41
      *BYTES - THE SECTION CAPACITY (SEATS; ZERO = NO LIMIT) AND UP
      *TO THREE PREREQUISITE COURSE CODES FOLLOW THE CREDIT HOURS.
      *COURSE-REGISTER ENFORCES BOTH. ADD AND CHANGE KEY THEM; A
      *PREREQUISITE MUST ALREADY BE ON THE MASTER AND CANNOT BE THE
      *COURSE ITSELF. A ROW WRITTEN BEFORE THE CHANGE READS AS NO
      *LIMIT AND NO PREREQUISITES.
      *15-10-2026 GD - C = CHANGE A COURSE'S TITLE OR CREDIT HOURS,
      *D = DELETE A COURSE, BOTH FOR OPERATORS WITH
      *REFERENCE-MAINTENANCE AUTHORITY (OPER-AUTH-RTN "REF"). EVERY
      *ADD, CHANGE AND DELETE GOES TO THE MAINTENANCE LOG THROUGH
      *MAINT-LOG-RTN WITH THE BEFORE AND AFTER IMAGES AND THE
      *OPERATOR.
      *02-09-2026 GD - COURSE MASTER MAINTENANCE. THE GRADE SHEET
      *BOILED EACH STUDENT'S TERM DOWN TO ONE AVERAGE ACROSS
      *ANONYMOUS EXAM COLUMNS, SO THE TRANSCRIPT COULD NEVER SAY
       DATA DIVISION.
       FILE SECTION.
       FD CRS-FILE
           RECORD CONTAINS 41 CHARACTERS.
           01 CRS-REC.
              02 CRS-CODE          PIC X(4).
              02 CRS-TITLE         PIC X(20).
              02 CRS-CREDITS       PIC 9(2).
              02 CRS-CAPACITY      PIC 9(3).
              02 CRS-PREREQ        PIC X(4) OCCURS 3 TIMES.
            WORKING-STORAGE SECTION.
            01 WS-CRS-FILE-PATH  PIC X(80) VALUE "COURSES.txt".
            01 WS-ENV-HOLD       PIC X(80).
                88 NO-MORE-RECORDS       VALUE "NO".
            01 WS-ACTION         PIC X VALUE "L".
            01 WS-ADD-CTR        PIC 9(3) VALUE ZERO.
            01 WS-CHG-CTR        PIC 9(3) VALUE ZERO.
            01 WS-DEL-CTR        PIC 9(3) VALUE ZERO.
            01 WS-REPLY-KEY      PIC X(4).
            01 WS-CONFIRM        PIC X.
            01 WS-FOUND-SW       PIC X.
                88 WS-FOUND              VALUE "Y".
            01 WS-FULL-SW        PIC X VALUE "N".
                88 WS-TABLE-FULL         VALUE "Y".
      *    THE FILE IS HELD WHOLE WHILE A CHANGE OR DELETE REWRITES IT.
            01 WS-CRS-TABLE.
                02 WS-CRS-ROW OCCURS 500 TIMES PIC X(41).
            01 WS-ROW-CTR        PIC 9(3) VALUE ZERO.
            01 WS-DEL-SUB        PIC 9(3).
            01 SUB1              PIC 9(3).
            01 SUB2              PIC 9(3).
            01 SUB3              PIC 9.
            01 WS-PRQ-SW         PIC X.
                88 WS-PRQ-OK             VALUE "Y".
            01 WS-PRQ-FOUND-SW   PIC X.
            01 WS-OPERATOR-ID    PIC X(5) VALUE SPACES.
            01 WS-AUTH-FUNCTION  PIC X(3) VALUE "REF".
            01 WS-AUTH-FLAG      PIC X.
            01 WS-LOG-PROGRAM    PIC X(20) VALUE
                "COURSE-MAINT".
            01 WS-LOG-FILE       PIC X(8) VALUE "COURSE".
            01 WS-LOG-ACTION     PIC X.
            01 WS-LOG-KEY        PIC X(20).
            01 WS-BEFORE-IMAGE   PIC X(110).
            01 WS-AFTER-IMAGE    PIC X(110).
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           END-IF
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           DISPLAY "COURSES ADDED: " WS-ADD-CTR
               "  CHANGED: " WS-CHG-CTR "  DELETED: " WS-DEL-CTR
           STOP RUN.

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - A=ADD COURSE  C=CHANGE  D=DELETE"
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

       300-ADD-RTN.
           DISPLAY "ENTER COURSE CODE (4 CHARACTERS)"
           ACCEPT CRS-CODE
           DISPLAY "ENTER COURSE TITLE"
           ACCEPT CRS-TITLE
           DISPLAY "ENTER CREDIT HOURS (2 DIGITS)"
           ACCEPT CRS-CREDITS
           PERFORM 320-SEATS-PREREQ-RTN
           MOVE CRS-REC TO WS-AFTER-IMAGE
           PERFORM 600-LOAD-RTN
           MOVE WS-AFTER-IMAGE TO CRS-REC
           PERFORM 340-CHECK-PREREQ-RTN
           IF WS-PRQ-OK
               OPEN EXTEND CRS-FILE
               IF WS-CRS-STATUS = "35"
                   OPEN OUTPUT CRS-FILE
               END-IF
               WRITE CRS-REC
               ADD 1 TO WS-ADD-CTR
               CLOSE CRS-FILE
               PERFORM 790-LOG-ADD-RTN
           END-IF.

       320-SEATS-PREREQ-RTN.
           DISPLAY "ENTER SECTION CAPACITY (3 DIGITS, 000 = NO LIMIT)"
           ACCEPT CRS-CAPACITY
           PERFORM VARYING SUB3 FROM 1 BY 1 UNTIL SUB3 > 3
               DISPLAY "ENTER PREREQUISITE COURSE CODE " SUB3
                   " (BLANK = NONE)"
               MOVE SPACES TO CRS-PREREQ (SUB3)
               ACCEPT CRS-PREREQ (SUB3)
           END-PERFORM.

      ******************************************************************
      * EVERY PREREQUISITE MUST BE A COURSE ALREADY ON THE MASTER
      * (THE TABLE LOADED BY 600) AND NOT THE COURSE ITSELF.
      ******************************************************************
       340-CHECK-PREREQ-RTN.
           MOVE "Y" TO WS-PRQ-SW
           PERFORM VARYING SUB3 FROM 1 BY 1 UNTIL SUB3 > 3
               IF CRS-PREREQ (SUB3) NOT = SPACES
                   MOVE "N" TO WS-PRQ-FOUND-SW
                   PERFORM VARYING SUB2 FROM 1 BY 1
                       UNTIL SUB2 > WS-ROW-CTR
                       IF WS-CRS-ROW (SUB2) (1:4) = CRS-PREREQ (SUB3)
                           MOVE "Y" TO WS-PRQ-FOUND-SW
                       END-IF
                   END-PERFORM
                   IF CRS-PREREQ (SUB3) = CRS-CODE
                       OR WS-PRQ-FOUND-SW NOT = "Y"
                       DISPLAY "PREREQUISITE " CRS-PREREQ (SUB3)
                           " IS NOT ANOTHER COURSE ON THE MASTER"
                           " - NOT SAVED"
                       MOVE "N" TO WS-PRQ-SW
                   END-IF
               END-IF
           END-PERFORM.

       400-LIST-RTN.
           OPEN INPUT CRS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 450-SHOW-RTN
                   END-READ
               END-PERFORM
               CLOSE CRS-FILE
           END-IF.

       450-SHOW-RTN.
           IF CRS-CAPACITY NOT NUMERIC
               MOVE ZERO TO CRS-CAPACITY
           END-IF
           DISPLAY "COURSE " CRS-CODE "  " CRS-TITLE
               "  CREDITS " CRS-CREDITS "  SEATS " CRS-CAPACITY
               "  PREREQ " CRS-PREREQ (1) " " CRS-PREREQ (2) " "
               CRS-PREREQ (3).

      ******************************************************************
      * CHANGE - THE CODE STAYS, TITLE, CREDITS, SEATS AND
      * PREREQUISITES ARE REKEYED.
      ******************************************************************
       500-CHANGE-RTN.
           DISPLAY "ENTER CODE OF THE COURSE TO CHANGE"
           ACCEPT WS-REPLY-KEY
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "MORE THAN 500 ROWS ON FILE - NOT CHANGED"
               WHEN NOT WS-FOUND
                   DISPLAY "COURSE " WS-REPLY-KEY " IS NOT ON FILE"
               WHEN OTHER
                   PERFORM 520-CHANGE-ROW-RTN
           END-EVALUATE.

       520-CHANGE-ROW-RTN.
           MOVE WS-CRS-ROW (SUB1) TO CRS-REC
           MOVE CRS-REC TO WS-BEFORE-IMAGE
           PERFORM 450-SHOW-RTN
           DISPLAY "ENTER COURSE TITLE"
           ACCEPT CRS-TITLE
           DISPLAY "ENTER CREDIT HOURS (2 DIGITS)"
           ACCEPT CRS-CREDITS
           PERFORM 320-SEATS-PREREQ-RTN
           PERFORM 340-CHECK-PREREQ-RTN
           IF WS-PRQ-OK
               MOVE CRS-REC TO WS-CRS-ROW (SUB1)
               MOVE CRS-REC TO WS-AFTER-IMAGE
               MOVE ZERO TO WS-DEL-SUB
               PERFORM 680-REWRITE-RTN
               ADD 1 TO WS-CHG-CTR
               MOVE "C" TO WS-LOG-ACTION
               PERFORM 800-LOG-RTN
           END-IF.

       550-DELETE-RTN.
           DISPLAY "ENTER CODE OF THE COURSE TO DELETE"
           ACCEPT WS-REPLY-KEY
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "MORE THAN 500 ROWS ON FILE - NOT DELETED"
               WHEN NOT WS-FOUND
                   DISPLAY "COURSE " WS-REPLY-KEY " IS NOT ON FILE"
               WHEN OTHER
                   PERFORM 570-DELETE-ROW-RTN
           END-EVALUATE.

       570-DELETE-ROW-RTN.
           MOVE WS-CRS-ROW (SUB1) TO CRS-REC
           PERFORM 450-SHOW-RTN
           DISPLAY "DELETE THIS ROW? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOT DELETED"
           ELSE
               MOVE CRS-REC TO WS-BEFORE-IMAGE
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
           OPEN INPUT CRS-FILE
           IF WS-CRS-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 610-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE CRS-FILE
           END-IF.

       610-LOAD-ONE-RTN.
           READ CRS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-ROW-CTR < 500
                       ADD 1 TO WS-ROW-CTR
                       MOVE CRS-REC TO WS-CRS-ROW (WS-ROW-CTR)
                   ELSE
                       MOVE "Y" TO WS-FULL-SW
                   END-IF
           END-READ.

       650-FIND-RTN.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-ROW-CTR OR WS-FOUND
               IF WS-CRS-ROW (SUB1) (1:4) = WS-REPLY-KEY
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM SUB1
               MOVE WS-CRS-ROW (SUB1) (1:4) TO WS-LOG-KEY
           END-IF.

      ******************************************************************
      * PUT THE FILE BACK FROM THE TABLE, LEAVING OUT THE DELETED ROW
      * (WS-DEL-SUB ZERO ON A CHANGE).
      ******************************************************************
       680-REWRITE-RTN.
           OPEN OUTPUT CRS-FILE
           PERFORM 690-WRITE-ONE-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ROW-CTR
           CLOSE CRS-FILE.

       690-WRITE-ONE-RTN.
           IF SUB1 NOT = WS-DEL-SUB
               MOVE WS-CRS-ROW (SUB1) TO CRS-REC
               WRITE CRS-REC
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
