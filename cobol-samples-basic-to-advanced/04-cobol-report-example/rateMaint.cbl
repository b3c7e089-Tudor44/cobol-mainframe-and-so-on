      ******************************************************************
      *15-10-2026 GD - C = CHANGE THE RATE ON A ROW, D = DELETE A
      *ROW, BOTH UNDER THE SAME RATE AUTHORITY AS AN ADD. EVERY ADD,
      *CHANGE AND DELETE GOES TO THE MAINTENANCE LOG THROUGH
      *MAINT-LOG-RTN WITH THE BEFORE AND AFTER IMAGES AND THE
      *OPERATOR.
      *15-10-2026 GD - PRODUCT "T" CARRIES THE TERM-DEPOSIT RATES THAT
      *TERM-DEPOSIT-RUN LOCKS IN ON EACH ROLL-OVER.
      *22-08-2026 GD - RATE MASTER MAINTENANCE. THE BOARD'S RATE
      *CHANGES USED TO MEAN HAND-EDITING THE RATE ON EVERY ACCOUNT
      *LINE OF THE COMPOUND-INTEREST INPUT. THE RATE MASTER THIS
           01 WS-OPERATOR-ID             PIC X(5) VALUE SPACES.
           01 WS-AUTH-FUNCTION           PIC X(3).
           01 WS-AUTH-FLAG               PIC X.
           01 WS-CHG-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-DEL-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-REPLY-KEY               PIC X(14).
           01 WS-REPLY-RATE-KEY REDEFINES WS-REPLY-KEY.
               02 WS-REPLY-PRODUCT       PIC X.
               02 WS-REPLY-FLOOR         PIC 9(5).
               02 WS-REPLY-EFF-DATE      PIC 9(8).
           01 WS-CONFIRM                 PIC X.
           01 WS-FOUND-SW                PIC X.
               88 WS-FOUND                      VALUE "Y".
           01 WS-FULL-SW                 PIC X VALUE "N".
               88 WS-TABLE-FULL                 VALUE "Y".
      *    THE FILE IS HELD WHOLE WHILE A CHANGE OR DELETE REWRITES IT.
           01 WS-RATE-TABLE.
               02 WS-RATE-ROW OCCURS 500 TIMES PIC X(16).
           01 WS-ROW-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-DEL-SUB                 PIC 9(3).
           01 SUB1                       PIC 9(3).
           01 WS-LOG-PROGRAM             PIC X(20) VALUE
               "RATE-MAINT".
           01 WS-LOG-FILE                PIC X(8) VALUE "RATE".
           01 WS-LOG-ACTION              PIC X.
           01 WS-LOG-KEY                 PIC X(20).
           01 WS-BEFORE-IMAGE            PIC X(110).
           01 WS-AFTER-IMAGE             PIC X(110).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           END-IF
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           DISPLAY "RATE ROWS ADDED: " WS-ADD-CTR
               "  CHANGED: " WS-CHG-CTR "  DELETED: " WS-DEL-CTR
           STOP RUN.

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - A=ADD RATE ROW  C=CHANGE  D=DELETE"
               "  L=LIST FILE"
           ACCEPT WS-ACTION
           IF WS-ACTION = "A" OR "C" OR "D"
               MOVE "RAT" TO WS-AUTH-FUNCTION
               CALL 'OPER-AUTH-RTN' USING WS-OPERATOR-ID
                   WS-AUTH-FUNCTION WS-AUTH-FLAG
               IF WS-AUTH-FLAG NOT = "Y"
                   DISPLAY "OPERATOR " WS-OPERATOR-ID
                       " NOT AUTHORIZED FOR RATE MAINTENANCE"
               ELSE
                   EVALUATE WS-ACTION
                       WHEN "A"
                           PERFORM 300-ADD-RTN
                       WHEN "C"
                           PERFORM 500-CHANGE-RTN
                       WHEN OTHER
                           PERFORM 550-DELETE-RTN
                   END-EVALUATE
               END-IF
           ELSE
               PERFORM 400-LIST-RTN
           IF WS-RATE-STATUS = "35"
               OPEN OUTPUT RATE-FILE
           END-IF
           DISPLAY "ENTER PRODUCT CODE (C=COMPOUND S=SIMPLE "
               "T=TERM DEPOSIT)"
           ACCEPT RT-PRODUCT
           DISPLAY "ENTER BALANCE BAND FLOOR (5 DIGITS)"
           ACCEPT RT-BAND-FLOOR
           DISPLAY "ENTER RATE AS TWO DIGITS (05 = 5 PERCENT)"
           ACCEPT WS-RATE-IN
           MOVE WS-RATE-IN TO RATE-REC (15:2)
           MOVE RATE-REC TO WS-AFTER-IMAGE
           WRITE RATE-REC
           ADD 1 TO WS-ADD-CTR
           CLOSE RATE-FILE
           PERFORM 790-LOG-ADD-RTN.

       400-LIST-RTN.
           OPEN INPUT RATE-FILE
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

      ******************************************************************
      * CHANGE - THE PRODUCT, FLOOR AND DATE STAY, THE RATE IS REKEYED.
      ******************************************************************
       500-CHANGE-RTN.
           DISPLAY "ENTER PRODUCT CODE OF THE ROW TO CHANGE"
           ACCEPT WS-REPLY-PRODUCT
           DISPLAY "ENTER ITS BALANCE BAND FLOOR (5 DIGITS)"
           ACCEPT WS-REPLY-FLOOR
           DISPLAY "ENTER ITS EFFECTIVE DATE (YYYYMMDD)"
           ACCEPT WS-REPLY-EFF-DATE
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "MORE THAN 500 ROWS ON FILE - NOT CHANGED"
               WHEN NOT WS-FOUND
                   DISPLAY "NO RATE ROW FOR PRODUCT " WS-REPLY-PRODUCT
                       " FLOOR " WS-REPLY-FLOOR
                       " EFFECTIVE " WS-REPLY-EFF-DATE
               WHEN OTHER
                   PERFORM 520-CHANGE-ROW-RTN
           END-EVALUATE.

       520-CHANGE-ROW-RTN.
           MOVE WS-RATE-ROW (SUB1) TO RATE-REC
           MOVE RATE-REC TO WS-BEFORE-IMAGE
           MOVE RT-RATE TO WS-RATE-EDIT
           DISPLAY "PRODUCT " RT-PRODUCT "  BAND FLOOR " RT-BAND-FLOOR
               "  EFFECTIVE " RT-EFF-DATE "  RATE " WS-RATE-EDIT
           DISPLAY "ENTER RATE AS TWO DIGITS (05 = 5 PERCENT)"
           ACCEPT WS-RATE-IN
           MOVE WS-RATE-IN TO RATE-REC (15:2)
           MOVE RATE-REC TO WS-RATE-ROW (SUB1)
           MOVE RATE-REC TO WS-AFTER-IMAGE
           MOVE ZERO TO WS-DEL-SUB
           PERFORM 680-REWRITE-RTN
           ADD 1 TO WS-CHG-CTR
           MOVE "C" TO WS-LOG-ACTION
           PERFORM 800-LOG-RTN.

       550-DELETE-RTN.
           DISPLAY "ENTER PRODUCT CODE OF THE ROW TO DELETE"
           ACCEPT WS-REPLY-PRODUCT
           DISPLAY "ENTER ITS BALANCE BAND FLOOR (5 DIGITS)"
           ACCEPT WS-REPLY-FLOOR
           DISPLAY "ENTER ITS EFFECTIVE DATE (YYYYMMDD)"
           ACCEPT WS-REPLY-EFF-DATE
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "MORE THAN 500 ROWS ON FILE - NOT DELETED"
               WHEN NOT WS-FOUND
                   DISPLAY "NO RATE ROW FOR PRODUCT " WS-REPLY-PRODUCT
                       " FLOOR " WS-REPLY-FLOOR
                       " EFFECTIVE " WS-REPLY-EFF-DATE
               WHEN OTHER
                   PERFORM 570-DELETE-ROW-RTN
           END-EVALUATE.

       570-DELETE-ROW-RTN.
           MOVE WS-RATE-ROW (SUB1) TO RATE-REC
           MOVE RT-RATE TO WS-RATE-EDIT
           DISPLAY "PRODUCT " RT-PRODUCT "  BAND FLOOR " RT-BAND-FLOOR
               "  EFFECTIVE " RT-EFF-DATE "  RATE " WS-RATE-EDIT
           DISPLAY "DELETE THIS ROW? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOT DELETED"
           ELSE
               MOVE RATE-REC TO WS-BEFORE-IMAGE
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
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 610-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE RATE-FILE
           END-IF.

       610-LOAD-ONE-RTN.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-ROW-CTR < 500
                       ADD 1 TO WS-ROW-CTR
                       MOVE RATE-REC TO WS-RATE-ROW (WS-ROW-CTR)
                   ELSE
                       MOVE "Y" TO WS-FULL-SW
                   END-IF
           END-READ.

       650-FIND-RTN.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-ROW-CTR OR WS-FOUND
               IF WS-RATE-ROW (SUB1) (1:14) = WS-REPLY-KEY
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM SUB1
               MOVE WS-RATE-ROW (SUB1) (1:14) TO WS-LOG-KEY
           END-IF.

      ******************************************************************
      * PUT THE FILE BACK FROM THE TABLE, LEAVING OUT THE DELETED ROW
      * (WS-DEL-SUB ZERO ON A CHANGE).
      ******************************************************************
       680-REWRITE-RTN.
           OPEN OUTPUT RATE-FILE
           PERFORM 690-WRITE-ONE-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ROW-CTR
           CLOSE RATE-FILE.

       690-WRITE-ONE-RTN.
           IF SUB1 NOT = WS-DEL-SUB
               MOVE WS-RATE-ROW (SUB1) TO RATE-REC
               WRITE RATE-REC
           END-IF.

       790-LOG-ADD-RTN.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE (1:14) TO WS-LOG-KEY
           MOVE "A" TO WS-LOG-ACTION
           PERFORM 800-LOG-RTN.

      ******************************************************************
      * THE OPERATOR SIGNED ON FOR THE RATE AUTHORITY CHECK.
      ******************************************************************
       800-LOG-RTN.
           CALL 'MAINT-LOG-RTN' USING WS-OPERATOR-ID WS-LOG-PROGRAM
               WS-LOG-FILE WS-LOG-ACTION WS-LOG-KEY WS-BEFORE-IMAGE
               WS-AFTER-IMAGE.
