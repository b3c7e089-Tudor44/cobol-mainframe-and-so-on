      ******************************************************************
      *15-10-2026 GD - C = CHANGE A ROW'S PRIMARY FLAG OR PROTECTING
      *ACCOUNT, D = DELETE A ROW, BOTH FOR OPERATORS WITH
      *REFERENCE-MAINTENANCE AUTHORITY (OPER-AUTH-RTN "REF"). EVERY
      *ADD, CHANGE AND DELETE GOES TO THE MAINTENANCE LOG THROUGH
      *MAINT-LOG-RTN WITH THE BEFORE AND AFTER IMAGES AND THE
      *OPERATOR.
      *15-10-2026 GD - OVERDRAFT PROTECTION - THE RELATIONSHIP RECORD
      *IS NOW 15 BYTES: REL-PROTECT-ACCT NAMES THE ACCOUNT SEQ-UPDATE
      *AND UPDATE-INDEX-FILE SWEEP A DEBIT'S SHORTFALL FROM. IT MUST
      *BE ANOTHER ACCOUNT OF THE SAME CUSTOMER (CHECKED AT POSTING
      *TIME); SPACES MEANS NOT ENROLLED. OLD 11-BYTE ROWS READ AS NOT
      *ENROLLED.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - RELATIONSHIP RECORD
      *IS NOW 11 BYTES.
      *02-09-2026 GD - CUSTOMER RELATIONSHIP MAINTENANCE. ONE CUSTOMER
      *CAN HOLD SEVERAL TWO-DIGIT ACCOUNTS BUT NOTHING IN THE SYSTEM
      *KNEW THEY WERE THE SAME PERSON - DUNNING CHASED ONE ACCOUNT
       DATA DIVISION.
       FILE SECTION.
       FD REL-FILE
           RECORD CONTAINS 15 CHARACTERS.
           01 REL-REC.
               02 REL-CUST-ID            PIC X(6).
               02 REL-ACCT-NO            PIC X(4).
               02 REL-PRIMARY            PIC X.
               02 REL-PROTECT-ACCT       PIC X(4).
       WORKING-STORAGE SECTION.
           01 WS-REL-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/CustRelations.txt".
               88 NO-MORE-RECORDS               VALUE "NO".
           01 WS-ACTION                  PIC X VALUE "L".
           01 WS-ADD-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-CHG-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-DEL-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-REPLY-KEY               PIC X(10).
           01 WS-REPLY-REL-KEY REDEFINES WS-REPLY-KEY.
               02 WS-REPLY-CUST-ID       PIC X(6).
               02 WS-REPLY-ACCT-NO       PIC X(4).
           01 WS-CONFIRM                 PIC X.
           01 WS-FOUND-SW                PIC X.
               88 WS-FOUND                      VALUE "Y".
           01 WS-FULL-SW                 PIC X VALUE "N".
               88 WS-TABLE-FULL                 VALUE "Y".
      *    THE FILE IS HELD WHOLE WHILE A CHANGE OR DELETE REWRITES IT.
           01 WS-REL-TABLE.
               02 WS-REL-ROW OCCURS 500 TIMES PIC X(15).
           01 WS-ROW-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-DEL-SUB                 PIC 9(3).
           01 SUB1                       PIC 9(3).
           01 WS-OPERATOR-ID             PIC X(5) VALUE SPACES.
           01 WS-AUTH-FUNCTION           PIC X(3) VALUE "REF".
           01 WS-AUTH-FLAG               PIC X.
           01 WS-LOG-PROGRAM             PIC X(20) VALUE
               "CUST-REL-MAINT".
           01 WS-LOG-FILE                PIC X(8) VALUE "CUSTREL".
           01 WS-LOG-ACTION              PIC X.
           01 WS-LOG-KEY                 PIC X(20).
           01 WS-BEFORE-IMAGE            PIC X(110).
           01 WS-AFTER-IMAGE             PIC X(110).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           END-IF
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           DISPLAY "RELATIONSHIP ROWS ADDED: " WS-ADD-CTR
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

           END-IF
           DISPLAY "ENTER CUSTOMER ID (6 CHARACTERS)"
           ACCEPT REL-CUST-ID
           DISPLAY "ENTER ACCOUNT NUMBER (4 DIGITS)"
           ACCEPT REL-ACCT-NO
           DISPLAY "PRIMARY ACCOUNT FOR THE CUSTOMER? (P=YES)"
           ACCEPT REL-PRIMARY
           IF REL-PRIMARY NOT = "P"
               MOVE SPACE TO REL-PRIMARY
           END-IF
           DISPLAY "OVERDRAFT PROTECTING ACCOUNT (4 DIGITS, BLANK=NONE)"
           MOVE SPACES TO REL-PROTECT-ACCT
           ACCEPT REL-PROTECT-ACCT
           IF REL-PROTECT-ACCT = REL-ACCT-NO
               DISPLAY "AN ACCOUNT CANNOT PROTECT ITSELF - NOT ENROLLED"
               MOVE SPACES TO REL-PROTECT-ACCT
           END-IF
           MOVE REL-REC TO WS-AFTER-IMAGE
           WRITE REL-REC
           ADD 1 TO WS-ADD-CTR
           CLOSE REL-FILE
           PERFORM 790-LOG-ADD-RTN.

       400-LIST-RTN.
           OPEN INPUT REL-FILE
                           DISPLAY "CUSTOMER " REL-CUST-ID
                               "  ACCOUNT " REL-ACCT-NO
                               "  PRIMARY " REL-PRIMARY
                               "  OD PROTECT " REL-PROTECT-ACCT
                   END-READ
               END-PERFORM
               CLOSE REL-FILE
           END-IF.

      ******************************************************************
      * CHANGE - CUSTOMER AND ACCOUNT STAY, THE FLAGS ARE REKEYED.
      ******************************************************************
       500-CHANGE-RTN.
           DISPLAY "ENTER CUSTOMER ID OF THE ROW TO CHANGE"
           ACCEPT WS-REPLY-CUST-ID
           DISPLAY "ENTER ITS ACCOUNT NUMBER (4 DIGITS)"
           ACCEPT WS-REPLY-ACCT-NO
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "MORE THAN 500 ROWS ON FILE - NOT CHANGED"
               WHEN NOT WS-FOUND
                   DISPLAY "NO ROW FOR CUSTOMER " WS-REPLY-CUST-ID
                       " ACCOUNT " WS-REPLY-ACCT-NO
               WHEN OTHER
                   PERFORM 520-CHANGE-ROW-RTN
           END-EVALUATE.

       520-CHANGE-ROW-RTN.
           MOVE WS-REL-ROW (SUB1) TO REL-REC
           MOVE REL-REC TO WS-BEFORE-IMAGE
           DISPLAY "CUSTOMER " REL-CUST-ID "  ACCOUNT " REL-ACCT-NO
               "  PRIMARY " REL-PRIMARY "  OD PROTECT " REL-PROTECT-ACCT
           DISPLAY "PRIMARY ACCOUNT FOR THE CUSTOMER? (P=YES)"
           ACCEPT REL-PRIMARY
           IF REL-PRIMARY NOT = "P"
               MOVE SPACE TO REL-PRIMARY
           END-IF
           DISPLAY "OVERDRAFT PROTECTING ACCOUNT (4 DIGITS, BLANK=NONE)"
           MOVE SPACES TO REL-PROTECT-ACCT
           ACCEPT REL-PROTECT-ACCT
           IF REL-PROTECT-ACCT = REL-ACCT-NO
               DISPLAY "AN ACCOUNT CANNOT PROTECT ITSELF - NOT ENROLLED"
               MOVE SPACES TO REL-PROTECT-ACCT
           END-IF
           MOVE REL-REC TO WS-REL-ROW (SUB1)
           MOVE REL-REC TO WS-AFTER-IMAGE
           MOVE ZERO TO WS-DEL-SUB
           PERFORM 680-REWRITE-RTN
           ADD 1 TO WS-CHG-CTR
           MOVE "C" TO WS-LOG-ACTION
           PERFORM 800-LOG-RTN.

       550-DELETE-RTN.
           DISPLAY "ENTER CUSTOMER ID OF THE ROW TO DELETE"
           ACCEPT WS-REPLY-CUST-ID
           DISPLAY "ENTER ITS ACCOUNT NUMBER (4 DIGITS)"
           ACCEPT WS-REPLY-ACCT-NO
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "MORE THAN 500 ROWS ON FILE - NOT DELETED"
               WHEN NOT WS-FOUND
                   DISPLAY "NO ROW FOR CUSTOMER " WS-REPLY-CUST-ID
                       " ACCOUNT " WS-REPLY-ACCT-NO
               WHEN OTHER
                   PERFORM 570-DELETE-ROW-RTN
           END-EVALUATE.

       570-DELETE-ROW-RTN.
           MOVE WS-REL-ROW (SUB1) TO REL-REC
           DISPLAY "CUSTOMER " REL-CUST-ID "  ACCOUNT " REL-ACCT-NO
               "  PRIMARY " REL-PRIMARY "  OD PROTECT " REL-PROTECT-ACCT
           DISPLAY "DELETE THIS ROW? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOT DELETED"
           ELSE
               MOVE REL-REC TO WS-BEFORE-IMAGE
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
           OPEN INPUT REL-FILE
           IF WS-REL-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 610-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE REL-FILE
           END-IF.

       610-LOAD-ONE-RTN.
           READ REL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-ROW-CTR < 500
                       ADD 1 TO WS-ROW-CTR
                       MOVE REL-REC TO WS-REL-ROW (WS-ROW-CTR)
                   ELSE
                       MOVE "Y" TO WS-FULL-SW
                   END-IF
           END-READ.

       650-FIND-RTN.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-ROW-CTR OR WS-FOUND
               IF WS-REL-ROW (SUB1) (1:10) = WS-REPLY-KEY
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM SUB1
               MOVE WS-REL-ROW (SUB1) (1:10) TO WS-LOG-KEY
           END-IF.

      ******************************************************************
      * PUT THE FILE BACK FROM THE TABLE, LEAVING OUT THE DELETED ROW
      * (WS-DEL-SUB ZERO ON A CHANGE).
      ******************************************************************
       680-REWRITE-RTN.
           OPEN OUTPUT REL-FILE
           PERFORM 690-WRITE-ONE-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ROW-CTR
           CLOSE REL-FILE.

       690-WRITE-ONE-RTN.
           IF SUB1 NOT = WS-DEL-SUB
               MOVE WS-REL-ROW (SUB1) TO REL-REC
               WRITE REL-REC
           END-IF.

       790-LOG-ADD-RTN.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE (1:10) TO WS-LOG-KEY
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
