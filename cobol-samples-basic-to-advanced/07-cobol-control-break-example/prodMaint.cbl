      ******************************************************************
      *15-10-2026 GD - SALES PRODUCT MASTER MAINTENANCE. THE SALES
      *TRANSACTION NOW CARRIES A PRODUCT CODE; THIS PROGRAM KEEPS THE
      *PRODUCT MASTER (COPYBOOK SLSPROD - CODE, DESCRIPTION, PRODUCT
      *LINE, STANDARD UNIT COST) THAT SALES-BY-PRODUCT AND
      *SALES-HIST-ROLL READ FOR THE PRODUCT LINE AND THE MARGIN.
      *ACTIONS: A = ADD, L = LIST, AND FOR OPERATORS WITH
      *REFERENCE-MAINTENANCE AUTHORITY (OPER-AUTH-RTN "REF")
      *C = CHANGE, D = DELETE, AS QUOTA-MAINT. EVERY ADD, CHANGE AND
      *DELETE GOES TO THE MAINTENANCE LOG THROUGH MAINT-LOG-RTN WITH
      *THE BEFORE AND AFTER IMAGES AND THE OPERATOR.
      *FILE PATH FROM PRODMNT_PROD_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROD-MAINT.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT PROD-FILE ASSIGN TO WS-PROD-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PROD-FILE
           RECORD CONTAINS 35 CHARACTERS.
           01 PROD-REC.
           COPY SLSPROD.
       WORKING-STORAGE SECTION.
           01 WS-PROD-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/SalesProducts.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-PROD-STATUS             PIC XX.
           01 WS-EOF-SW                  PIC X.
               88 WS-EOF                        VALUE "Y".
           01 ARE-THERE-MORE-RECORDS     PIC XXX VALUE "YES".
               88 NO-MORE-RECORDS               VALUE "NO".
           01 WS-ACTION                  PIC X VALUE "L".
           01 WS-ADD-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-CHG-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-DEL-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-REPLY-KEY               PIC X(4).
           01 WS-CONFIRM                 PIC X.
           01 WS-FOUND-SW                PIC X.
               88 WS-FOUND                      VALUE "Y".
           01 WS-FULL-SW                 PIC X VALUE "N".
               88 WS-TABLE-FULL                 VALUE "Y".
           01 WS-COST-OUT                PIC ZZ,ZZ9.99.
      *    THE FILE IS HELD WHOLE WHILE A CHANGE OR DELETE REWRITES IT.
           01 WS-PROD-TABLE.
               02 WS-PROD-ROW OCCURS 500 TIMES PIC X(35).
           01 WS-ROW-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-DEL-SUB                 PIC 9(3).
           01 SUB1                       PIC 9(3).
           01 WS-OPERATOR-ID             PIC X(5) VALUE SPACES.
           01 WS-AUTH-FUNCTION           PIC X(3) VALUE "REF".
           01 WS-AUTH-FLAG               PIC X.
           01 WS-LOG-PROGRAM             PIC X(20) VALUE
               "PROD-MAINT".
           01 WS-LOG-FILE                PIC X(8) VALUE "PRODUCT".
           01 WS-LOG-ACTION              PIC X.
           01 WS-LOG-KEY                 PIC X(20).
           01 WS-BEFORE-IMAGE            PIC X(110).
           01 WS-AFTER-IMAGE             PIC X(110).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PRODMNT_PROD_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PROD-FILE-PATH
           END-IF
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           DISPLAY "PRODUCTS ADDED: " WS-ADD-CTR
               "  CHANGED: " WS-CHG-CTR "  DELETED: " WS-DEL-CTR
           STOP RUN.

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - A=ADD PRODUCT  C=CHANGE  D=DELETE"
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

      ******************************************************************
      * ADD - A CODE ALREADY ON THE MASTER IS REFUSED; A CHANGE IS THE
      * WAY TO ALTER IT.
      ******************************************************************
       300-ADD-RTN.
           DISPLAY "ENTER PRODUCT CODE (4 CHARACTERS)"
           ACCEPT WS-REPLY-KEY
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           IF WS-FOUND
               DISPLAY "PRODUCT " WS-REPLY-KEY " ALREADY ON FILE"
                   " - USE C TO CHANGE IT"
           ELSE
               MOVE SPACES TO PROD-REC
               MOVE WS-REPLY-KEY TO PRD-CODE
               PERFORM 350-KEY-FIELDS-RTN
               OPEN EXTEND PROD-FILE
               IF WS-PROD-STATUS = "35"
                   OPEN OUTPUT PROD-FILE
               END-IF
               MOVE PROD-REC TO WS-AFTER-IMAGE
               WRITE PROD-REC
               ADD 1 TO WS-ADD-CTR
               CLOSE PROD-FILE
               PERFORM 790-LOG-ADD-RTN
           END-IF.

       350-KEY-FIELDS-RTN.
           DISPLAY "ENTER DESCRIPTION (20 CHARACTERS)"
           ACCEPT PRD-DESC
           DISPLAY "ENTER PRODUCT LINE (4 CHARACTERS)"
           ACCEPT PRD-LINE
           DISPLAY "ENTER STANDARD UNIT COST (7 DIGITS, 2 DECIMALS)"
           ACCEPT PRD-STD-COST.

       400-LIST-RTN.
           OPEN INPUT PROD-FILE
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "PRODUCT MASTER NOT AVAILABLE - STATUS "
                   WS-PROD-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 410-LIST-ONE-RTN UNTIL WS-EOF
               CLOSE PROD-FILE
           END-IF.

       410-LIST-ONE-RTN.
           READ PROD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   PERFORM 420-SHOW-RTN
           END-READ.

       420-SHOW-RTN.
           MOVE PRD-STD-COST TO WS-COST-OUT
           DISPLAY "PRODUCT " PRD-CODE "  " PRD-DESC "  LINE "
               PRD-LINE "  STD COST " WS-COST-OUT.

      ******************************************************************
      * CHANGE - THE CODE STAYS, THE OTHER FIELDS ARE REKEYED.
      ******************************************************************
       500-CHANGE-RTN.
           DISPLAY "ENTER PRODUCT CODE TO CHANGE"
           ACCEPT WS-REPLY-KEY
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "MORE THAN 500 ROWS ON FILE - NOT CHANGED"
               WHEN NOT WS-FOUND
                   DISPLAY "PRODUCT " WS-REPLY-KEY " NOT ON FILE"
               WHEN OTHER
                   PERFORM 520-CHANGE-ROW-RTN
           END-EVALUATE.

       520-CHANGE-ROW-RTN.
           MOVE WS-PROD-ROW (SUB1) TO PROD-REC
           MOVE PROD-REC TO WS-BEFORE-IMAGE
           PERFORM 420-SHOW-RTN
           PERFORM 350-KEY-FIELDS-RTN
           MOVE PROD-REC TO WS-PROD-ROW (SUB1)
           MOVE PROD-REC TO WS-AFTER-IMAGE
           MOVE ZERO TO WS-DEL-SUB
           PERFORM 680-REWRITE-RTN
           ADD 1 TO WS-CHG-CTR
           MOVE "C" TO WS-LOG-ACTION
           PERFORM 800-LOG-RTN.

       550-DELETE-RTN.
           DISPLAY "ENTER PRODUCT CODE TO DELETE"
           ACCEPT WS-REPLY-KEY
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "MORE THAN 500 ROWS ON FILE - NOT DELETED"
               WHEN NOT WS-FOUND
                   DISPLAY "PRODUCT " WS-REPLY-KEY " NOT ON FILE"
               WHEN OTHER
                   PERFORM 570-DELETE-ROW-RTN
           END-EVALUATE.

       570-DELETE-ROW-RTN.
           MOVE WS-PROD-ROW (SUB1) TO PROD-REC
           PERFORM 420-SHOW-RTN
           DISPLAY "DELETE THIS ROW? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOT DELETED"
           ELSE
               MOVE PROD-REC TO WS-BEFORE-IMAGE
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
           OPEN INPUT PROD-FILE
           IF WS-PROD-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 610-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE PROD-FILE
           END-IF.

       610-LOAD-ONE-RTN.
           READ PROD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-ROW-CTR < 500
                       ADD 1 TO WS-ROW-CTR
                       MOVE PROD-REC TO WS-PROD-ROW (WS-ROW-CTR)
                   ELSE
                       MOVE "Y" TO WS-FULL-SW
                   END-IF
           END-READ.

       650-FIND-RTN.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-ROW-CTR OR WS-FOUND
               IF WS-PROD-ROW (SUB1) (1:4) = WS-REPLY-KEY
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM SUB1
               MOVE WS-PROD-ROW (SUB1) (1:4) TO WS-LOG-KEY
           END-IF.

      ******************************************************************
      * PUT THE FILE BACK FROM THE TABLE, LEAVING OUT THE DELETED ROW
      * (WS-DEL-SUB ZERO ON A CHANGE).
      ******************************************************************
       680-REWRITE-RTN.
           OPEN OUTPUT PROD-FILE
           PERFORM 690-WRITE-ONE-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ROW-CTR
           CLOSE PROD-FILE.

       690-WRITE-ONE-RTN.
           IF SUB1 NOT = WS-DEL-SUB
               MOVE WS-PROD-ROW (SUB1) TO PROD-REC
               WRITE PROD-REC
           END-IF.

       790-LOG-ADD-RTN.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE (1:4) TO WS-LOG-KEY
           MOVE "A" TO WS-LOG-ACTION
           PERFORM 800-LOG-RTN.

      ******************************************************************
      * AN ADD IS OPEN TO ANY OPERATOR - THE SIGN-ON HERE ONLY NAMES
      * THEM ON THE MAINTENANCE LOG.
      ******************************************************************
       800-LOG-RTN.
           IF WS-OPERATOR-ID = SPACES
               CALL 'OPER-AUTH-RTN' USING WS-OPERATOR-ID
                   WS-AUTH-FUNCTION WS-AUTH-FLAG
           END-IF
           CALL 'MAINT-LOG-RTN' USING WS-OPERATOR-ID WS-LOG-PROGRAM
               WS-LOG-FILE WS-LOG-ACTION WS-LOG-KEY WS-BEFORE-IMAGE
               WS-AFTER-IMAGE.
