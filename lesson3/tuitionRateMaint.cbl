      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-RATE-MAINT.
       AUTHOR. GAETANO D'ORSI
      *15-10-2026 GD - TUITION RATE TABLE MAINTENANCE. TUITION-BILLING
      *PRICES EACH REGISTERED COURSE FROM THIS TABLE (COPYBOOK
      *TUIRATE) AND SETTLES DROPS ON ITS REFUND SCHEDULE. TWO KINDS
      *OF ROW, BOTH BY TERM:
      *  R = RATE PER CREDIT HOUR - FOR ONE COURSE, OR WITH THE
      *      COURSE LEFT BLANK FOR EVERY COURSE IN THE TERM WITHOUT A
      *      RATE OF ITS OWN
      *  F = REFUND TIER - A DROP ON OR BEFORE THE DATE GETS THE
      *      PERCENTAGE OF THE TUITION BACK
      *ACTIONS: A = ADD A ROW, L = LIST THE FILE, C = CHANGE THE RATE
      *OR PERCENTAGE, D = DELETE A ROW. AN ADD REFUSES A ROW ALREADY
      *ON FILE. C AND D NEED REFERENCE-MAINTENANCE AUTHORITY
      *(OPER-AUTH-RTN "REF"); EVERY ADD, CHANGE AND DELETE GOES TO THE
      *MAINTENANCE LOG THROUGH MAINT-LOG-RTN. FILE PATH FROM
      *TUITION_RATE_PATH.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT TR-FILE ASSIGN TO
               WS-TR-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TR-FILE
           RECORD CONTAINS 28 CHARACTERS.
           01 TR-REC.
           COPY TUIRATE.
            WORKING-STORAGE SECTION.
            01 WS-TR-FILE-PATH   PIC X(80) VALUE "TuitionRates.txt".
            01 WS-ENV-HOLD       PIC X(80).
            01 WS-TR-STATUS      PIC XX.
            01 WS-EOF-SW         PIC X VALUE "N".
                88 WS-EOF                VALUE "Y".
            01 ARE-THERE-MORE-RECORDS PIC XXX VALUE "YES".
                88 NO-MORE-RECORDS       VALUE "NO".
            01 WS-ACTION         PIC X VALUE "L".
            01 WS-ADD-CTR        PIC 9(3) VALUE ZERO.
            01 WS-CHG-CTR        PIC 9(3) VALUE ZERO.
            01 WS-DEL-CTR        PIC 9(3) VALUE ZERO.
      *    A ROW IS KNOWN BY TYPE, TERM AND COURSE (RATE) OR TYPE,
      *    TERM AND DROP-BY DATE (REFUND TIER).
            01 WS-REPLY-KEY.
                02 WS-KEY-TYPE   PIC X.
                02 WS-KEY-TERM   PIC X(6).
                02 WS-KEY-COURSE PIC X(4).
                02 WS-KEY-DROP-BY PIC 9(8).
            01 WS-CONFIRM        PIC X.
            01 WS-FOUND-SW       PIC X.
                88 WS-FOUND              VALUE "Y".
            01 WS-FULL-SW        PIC X VALUE "N".
                88 WS-TABLE-FULL         VALUE "Y".
            01 WS-VALID-SW       PIC X.
                88 WS-VALID              VALUE "Y".
      *    THE FILE IS HELD WHOLE WHILE A CHANGE OR DELETE REWRITES IT.
            01 WS-TR-TABLE.
                02 WS-TR-ROW OCCURS 500 TIMES PIC X(28).
            01 WS-ROW-CTR        PIC 9(3) VALUE ZERO.
            01 WS-DEL-SUB        PIC 9(3).
            01 SUB1              PIC 9(3).
            01 WS-RATE-OUT       PIC Z,ZZ9.99.
            01 WS-OPERATOR-ID    PIC X(5) VALUE SPACES.
            01 WS-AUTH-FUNCTION  PIC X(3) VALUE "REF".
            01 WS-AUTH-FLAG      PIC X.
            01 WS-LOG-PROGRAM    PIC X(20) VALUE
                "TUITION-RATE-MAINT".
            01 WS-LOG-FILE       PIC X(8) VALUE "TUIRATE".
            01 WS-LOG-ACTION     PIC X.
            01 WS-LOG-KEY        PIC X(20).
            01 WS-BEFORE-IMAGE   PIC X(110).
            01 WS-AFTER-IMAGE    PIC X(110).
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TUITION_RATE_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-TR-FILE-PATH
           END-IF
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           DISPLAY "ROWS ADDED: " WS-ADD-CTR
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

       300-ADD-RTN.
           PERFORM 250-ACCEPT-KEY-RTN
           IF WS-VALID
               PERFORM 600-LOAD-RTN
               PERFORM 650-FIND-RTN
               IF WS-FOUND
                   DISPLAY "THAT ROW IS ALREADY ON FILE - ADD REFUSED"
               ELSE
                   MOVE WS-KEY-TYPE TO TR-TYPE
                   MOVE WS-KEY-TERM TO TR-TERM
                   MOVE WS-KEY-COURSE TO TR-COURSE
                   MOVE WS-KEY-DROP-BY TO TR-DROP-BY
                   PERFORM 320-ACCEPT-VALUE-RTN
                   IF WS-VALID
                       MOVE TR-REC TO WS-AFTER-IMAGE
                       OPEN EXTEND TR-FILE
                       IF WS-TR-STATUS = "35"
                           OPEN OUTPUT TR-FILE
                       END-IF
                       WRITE TR-REC
                       ADD 1 TO WS-ADD-CTR
                       CLOSE TR-FILE
                       PERFORM 790-LOG-ADD-RTN
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * THE KEY OF THE ROW TO ADD, CHANGE OR DELETE.
      ******************************************************************
       250-ACCEPT-KEY-RTN.
           MOVE "Y" TO WS-VALID-SW
           MOVE SPACES TO WS-KEY-COURSE
           MOVE ZERO TO WS-KEY-DROP-BY
           DISPLAY "ENTER ROW TYPE - R=RATE PER CREDIT HOUR"
               "  F=REFUND TIER"
           ACCEPT WS-KEY-TYPE
           DISPLAY "ENTER TERM (AS COURSE-GRADES KEYS IT)"
           ACCEPT WS-KEY-TERM
           EVALUATE WS-KEY-TYPE
               WHEN "R"
                   DISPLAY "ENTER COURSE CODE (BLANK = EVERY COURSE)"
                   ACCEPT WS-KEY-COURSE
               WHEN "F"
                   DISPLAY "ENTER DROP-BY DATE (YYYYMMDD)"
                   ACCEPT WS-KEY-DROP-BY
                   IF WS-KEY-DROP-BY NOT NUMERIC
                       OR WS-KEY-DROP-BY = ZERO
                       DISPLAY "DROP-BY DATE MUST BE YYYYMMDD"
                       MOVE "N" TO WS-VALID-SW
                   END-IF
               WHEN OTHER
                   DISPLAY "ROW TYPE MUST BE R OR F"
                   MOVE "N" TO WS-VALID-SW
           END-EVALUATE
           IF WS-KEY-TERM = SPACES
               DISPLAY "TERM IS REQUIRED"
               MOVE "N" TO WS-VALID-SW
           END-IF.

      ******************************************************************
      * THE RATE OF AN R ROW OR THE PERCENTAGE OF AN F ROW.
      ******************************************************************
       320-ACCEPT-VALUE-RTN.
           MOVE "Y" TO WS-VALID-SW
           MOVE ZERO TO TR-RATE
           MOVE ZERO TO TR-REFUND-PCT
           IF TR-RATE-ROW
               DISPLAY "ENTER RATE PER CREDIT HOUR (6 DIGITS, 9999V99)"
               ACCEPT TR-RATE
               IF TR-RATE NOT NUMERIC OR TR-RATE = ZERO
                   DISPLAY "RATE MUST BE A NON-ZERO AMOUNT - NOT SAVED"
                   MOVE "N" TO WS-VALID-SW
               END-IF
           ELSE
               DISPLAY "ENTER REFUND PERCENTAGE (3 DIGITS, 000-100)"
               ACCEPT TR-REFUND-PCT
               IF TR-REFUND-PCT NOT NUMERIC OR TR-REFUND-PCT > 100
                   DISPLAY "PERCENTAGE MUST BE 000 TO 100 - NOT SAVED"
                   MOVE "N" TO WS-VALID-SW
               END-IF
           END-IF.

       400-LIST-RTN.
           OPEN INPUT TR-FILE
           IF WS-TR-STATUS NOT = "00"
               DISPLAY "TUITION RATE TABLE NOT AVAILABLE - STATUS "
                   WS-TR-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ TR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 450-SHOW-RTN
                   END-READ
               END-PERFORM
               CLOSE TR-FILE
           END-IF.

       450-SHOW-RTN.
           IF TR-RATE-ROW
               MOVE TR-RATE TO WS-RATE-OUT
               DISPLAY "RATE    TERM " TR-TERM "  COURSE " TR-COURSE
                   "  PER CREDIT HOUR " WS-RATE-OUT
           ELSE
               DISPLAY "REFUND  TERM " TR-TERM "  DROP BY " TR-DROP-BY
                   "  REFUND " TR-REFUND-PCT "%"
           END-IF.

      ******************************************************************
      * CHANGE - THE KEY STAYS, THE RATE OR PERCENTAGE IS REKEYED.
      ******************************************************************
       500-CHANGE-RTN.
           PERFORM 250-ACCEPT-KEY-RTN
           IF WS-VALID
               PERFORM 600-LOAD-RTN
               PERFORM 650-FIND-RTN
               EVALUATE TRUE
                   WHEN WS-TABLE-FULL
                       DISPLAY "MORE THAN 500 ROWS ON FILE"
                           " - NOT CHANGED"
                   WHEN NOT WS-FOUND
                       DISPLAY "THAT ROW IS NOT ON FILE"
                   WHEN OTHER
                       PERFORM 520-CHANGE-ROW-RTN
               END-EVALUATE
           END-IF.

       520-CHANGE-ROW-RTN.
           MOVE WS-TR-ROW (SUB1) TO TR-REC
           MOVE TR-REC TO WS-BEFORE-IMAGE
           PERFORM 450-SHOW-RTN
           PERFORM 320-ACCEPT-VALUE-RTN
           IF WS-VALID
               MOVE TR-REC TO WS-TR-ROW (SUB1)
               MOVE TR-REC TO WS-AFTER-IMAGE
               MOVE ZERO TO WS-DEL-SUB
               PERFORM 680-REWRITE-RTN
               ADD 1 TO WS-CHG-CTR
               MOVE "C" TO WS-LOG-ACTION
               PERFORM 800-LOG-RTN
           END-IF.

       550-DELETE-RTN.
           PERFORM 250-ACCEPT-KEY-RTN
           IF WS-VALID
               PERFORM 600-LOAD-RTN
               PERFORM 650-FIND-RTN
               EVALUATE TRUE
                   WHEN WS-TABLE-FULL
                       DISPLAY "MORE THAN 500 ROWS ON FILE"
                           " - NOT DELETED"
                   WHEN NOT WS-FOUND
                       DISPLAY "THAT ROW IS NOT ON FILE"
                   WHEN OTHER
                       PERFORM 570-DELETE-ROW-RTN
               END-EVALUATE
           END-IF.

       570-DELETE-ROW-RTN.
           MOVE WS-TR-ROW (SUB1) TO TR-REC
           PERFORM 450-SHOW-RTN
           DISPLAY "DELETE THIS ROW? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOT DELETED"
           ELSE
               MOVE TR-REC TO WS-BEFORE-IMAGE
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
           OPEN INPUT TR-FILE
           IF WS-TR-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 610-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE TR-FILE
           END-IF.

       610-LOAD-ONE-RTN.
           READ TR-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-ROW-CTR < 500
                       ADD 1 TO WS-ROW-CTR
                       MOVE TR-REC TO WS-TR-ROW (WS-ROW-CTR)
                   ELSE
                       MOVE "Y" TO WS-FULL-SW
                   END-IF
           END-READ.

      ******************************************************************
      * TYPE, TERM AND COURSE ARE THE FIRST 11 BYTES OF THE ROW, THE
      * DROP-BY DATE BYTES 18-25.
      ******************************************************************
       650-FIND-RTN.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-ROW-CTR OR WS-FOUND
               IF WS-TR-ROW (SUB1) (1:11) = WS-REPLY-KEY (1:11)
                   AND WS-TR-ROW (SUB1) (18:8) = WS-REPLY-KEY (12:8)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM SUB1
               MOVE WS-REPLY-KEY TO WS-LOG-KEY
           END-IF.

      ******************************************************************
      * PUT THE FILE BACK FROM THE TABLE, LEAVING OUT THE DELETED ROW
      * (WS-DEL-SUB ZERO ON A CHANGE).
      ******************************************************************
       680-REWRITE-RTN.
           OPEN OUTPUT TR-FILE
           PERFORM 690-WRITE-ONE-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ROW-CTR
           CLOSE TR-FILE.

       690-WRITE-ONE-RTN.
           IF SUB1 NOT = WS-DEL-SUB
               MOVE WS-TR-ROW (SUB1) TO TR-REC
               WRITE TR-REC
           END-IF.

       790-LOG-ADD-RTN.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-REPLY-KEY TO WS-LOG-KEY
           MOVE "A" TO WS-LOG-ACTION
           PERFORM 800-LOG-RTN.

      ******************************************************************
      * AN ADD IS OPEN TO ANY OPERATOR, AS IT IS ON THE OTHER
      * REFERENCE MASTERS - THE SIGN-ON HERE ONLY NAMES THEM ON THE
      * MAINTENANCE LOG.
      ******************************************************************
       800-LOG-RTN.
           IF WS-OPERATOR-ID = SPACES
               CALL 'OPER-AUTH-RTN' USING WS-OPERATOR-ID
                   WS-AUTH-FUNCTION WS-AUTH-FLAG
           END-IF
           CALL 'MAINT-LOG-RTN' USING WS-OPERATOR-ID WS-LOG-PROGRAM
               WS-LOG-FILE WS-LOG-ACTION WS-LOG-KEY WS-BEFORE-IMAGE
               WS-AFTER-IMAGE.
