      ******************************************************************
      *15-10-2026 GD - REFERENCE-DATA MAINTENANCE PERMISSION ("REF")
      *ON THE END OF THE ROW, NOW 32 BYTES - WHO MAY CHANGE OR DELETE
      *ROWS ON THE REFERENCE MASTERS, THIS ONE INCLUDED. ROWS ADDED
      *BEFORE IT READ AS "N". C = CHANGE AN OPERATOR'S NAME AND
      *PERMISSIONS, D = DELETE AN OPERATOR, BOTH UNDER "REF". EVERY
      *ADD, CHANGE AND DELETE GOES TO THE MAINTENANCE LOG THROUGH
      *MAINT-LOG-RTN WITH THE BEFORE AND AFTER IMAGES AND THE
      *OPERATOR.
      *15-10-2026 GD - TELLER OVERRIDE PERMISSION ("OVR") ON THE END OF
      *THE ROW, NOW 31 BYTES - WHO MAY LET A TELLER PAY OUT MORE THAN
      *THE AVAILABLE BALANCE. ROWS ADDED BEFORE IT READ AS "N".
      *02-09-2026 GD - OPERATOR MASTER MAINTENANCE. ONE ROW PER
      *OPERATOR - ID, NAME, AND A Y/N PERMISSION FLAG PER PROTECTED
      *FUNCTION (MASTER CORRECTION, EMPLOYEE MAINTENANCE, SUSPENSE
       DATA DIVISION.
       FILE SECTION.
       FD OPER-FILE
           RECORD CONTAINS 32 CHARACTERS.
           01 OPER-REC.
               02 OP-ID                  PIC X(5).
               02 OP-NAME                PIC X(20).
               02 OP-PERM-SUS            PIC X.
               02 OP-PERM-REJ            PIC X.
               02 OP-PERM-RAT            PIC X.
               02 OP-PERM-OVR            PIC X.
               02 OP-PERM-REF            PIC X.
       WORKING-STORAGE SECTION.
           01 WS-OPER-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/OperMaster.txt".
               88 NO-MORE-RECORDS               VALUE "NO".
           01 WS-ACTION                  PIC X VALUE "L".
           01 WS-ADD-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-CHG-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-DEL-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-REPLY-KEY               PIC X(5).
           01 WS-CONFIRM                 PIC X.
           01 WS-FOUND-SW                PIC X.
               88 WS-FOUND                      VALUE "Y".
           01 WS-FULL-SW                 PIC X VALUE "N".
               88 WS-TABLE-FULL                 VALUE "Y".
      *    THE FILE IS HELD WHOLE WHILE A CHANGE OR DELETE REWRITES IT.
           01 WS-OPER-TABLE.
               02 WS-OPER-ROW OCCURS 500 TIMES PIC X(32).
           01 WS-ROW-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-DEL-SUB                 PIC 9(3).
           01 SUB1                       PIC 9(3).
           01 WS-OPERATOR-ID             PIC X(5) VALUE SPACES.
           01 WS-AUTH-FUNCTION           PIC X(3) VALUE "REF".
           01 WS-AUTH-FLAG               PIC X.
           01 WS-LOG-PROGRAM             PIC X(20) VALUE
               "OPER-MAINT".
           01 WS-LOG-FILE                PIC X(8) VALUE "OPERATOR".
           01 WS-LOG-ACTION              PIC X.
           01 WS-LOG-KEY                 PIC X(20).
           01 WS-BEFORE-IMAGE            PIC X(110).
           01 WS-AFTER-IMAGE             PIC X(110).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           END-IF
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           DISPLAY "OPERATORS ADDED: " WS-ADD-CTR
               "  CHANGED: " WS-CHG-CTR "  DELETED: " WS-DEL-CTR
           STOP RUN.

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - A=ADD OPERATOR  C=CHANGE  D=DELETE"
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

           ACCEPT OP-PERM-REJ
           DISPLAY "RATE MAINTENANCE PERMISSION? (Y/N)"
           ACCEPT OP-PERM-RAT
           DISPLAY "TELLER OVERRIDE PERMISSION? (Y/N)"
           ACCEPT OP-PERM-OVR
           DISPLAY "REFERENCE DATA MAINTENANCE PERMISSION? (Y/N)"
           ACCEPT OP-PERM-REF
           MOVE OPER-REC TO WS-AFTER-IMAGE
           WRITE OPER-REC
           ADD 1 TO WS-ADD-CTR
           CLOSE OPER-FILE
           PERFORM 790-LOG-ADD-RTN.

       400-LIST-RTN.
           OPEN INPUT OPER-FILE
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           DISPLAY "OPERATOR " OP-ID "  " OP-NAME
                               "  IDX/EMP/SUS/REJ/RAT/OVR/REF "
                               OP-PERM-IDX OP-PERM-EMP OP-PERM-SUS
                               OP-PERM-REJ OP-PERM-RAT OP-PERM-OVR
                               OP-PERM-REF
                   END-READ
               END-PERFORM
               CLOSE OPER-FILE
           END-IF.

      ******************************************************************
      * CHANGE - THE ID STAYS, NAME AND PERMISSIONS ARE REKEYED.
      ******************************************************************
       500-CHANGE-RTN.
           DISPLAY "ENTER ID OF THE OPERATOR TO CHANGE"
           ACCEPT WS-REPLY-KEY
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "MORE THAN 500 ROWS ON FILE - NOT CHANGED"
               WHEN NOT WS-FOUND
                   DISPLAY "OPERATOR " WS-REPLY-KEY " IS NOT ON FILE"
               WHEN OTHER
                   PERFORM 520-CHANGE-ROW-RTN
           END-EVALUATE.

       520-CHANGE-ROW-RTN.
           MOVE WS-OPER-ROW (SUB1) TO OPER-REC
           MOVE OPER-REC TO WS-BEFORE-IMAGE
           DISPLAY "OPERATOR " OP-ID "  " OP-NAME
               "  IDX/EMP/SUS/REJ/RAT/OVR/REF "
               OP-PERM-IDX OP-PERM-EMP OP-PERM-SUS
               OP-PERM-REJ OP-PERM-RAT OP-PERM-OVR OP-PERM-REF
           DISPLAY "ENTER OPERATOR NAME"
           ACCEPT OP-NAME
           DISPLAY "MASTER CORRECTION PERMISSION? (Y/N)"
           ACCEPT OP-PERM-IDX
           DISPLAY "EMPLOYEE MAINTENANCE PERMISSION? (Y/N)"
           ACCEPT OP-PERM-EMP
           DISPLAY "SUSPENSE RELEASE PERMISSION? (Y/N)"
           ACCEPT OP-PERM-SUS
           DISPLAY "REJECT RELEASE PERMISSION? (Y/N)"
           ACCEPT OP-PERM-REJ
           DISPLAY "RATE MAINTENANCE PERMISSION? (Y/N)"
           ACCEPT OP-PERM-RAT
           DISPLAY "TELLER OVERRIDE PERMISSION? (Y/N)"
           ACCEPT OP-PERM-OVR
           DISPLAY "REFERENCE DATA MAINTENANCE PERMISSION? (Y/N)"
           ACCEPT OP-PERM-REF
           MOVE OPER-REC TO WS-OPER-ROW (SUB1)
           MOVE OPER-REC TO WS-AFTER-IMAGE
           MOVE ZERO TO WS-DEL-SUB
           PERFORM 680-REWRITE-RTN
           ADD 1 TO WS-CHG-CTR
           MOVE "C" TO WS-LOG-ACTION
           PERFORM 800-LOG-RTN.

       550-DELETE-RTN.
           DISPLAY "ENTER ID OF THE OPERATOR TO DELETE"
           ACCEPT WS-REPLY-KEY
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "MORE THAN 500 ROWS ON FILE - NOT DELETED"
               WHEN NOT WS-FOUND
                   DISPLAY "OPERATOR " WS-REPLY-KEY " IS NOT ON FILE"
               WHEN OTHER
                   PERFORM 570-DELETE-ROW-RTN
           END-EVALUATE.

       570-DELETE-ROW-RTN.
           MOVE WS-OPER-ROW (SUB1) TO OPER-REC
           DISPLAY "OPERATOR " OP-ID "  " OP-NAME
               "  IDX/EMP/SUS/REJ/RAT/OVR/REF "
               OP-PERM-IDX OP-PERM-EMP OP-PERM-SUS
               OP-PERM-REJ OP-PERM-RAT OP-PERM-OVR OP-PERM-REF
           DISPLAY "DELETE THIS ROW? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOT DELETED"
           ELSE
               MOVE OPER-REC TO WS-BEFORE-IMAGE
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
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 610-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE OPER-FILE
           END-IF.

       610-LOAD-ONE-RTN.
           READ OPER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-ROW-CTR < 500
                       ADD 1 TO WS-ROW-CTR
                       MOVE OPER-REC TO WS-OPER-ROW (WS-ROW-CTR)
                   ELSE
                       MOVE "Y" TO WS-FULL-SW
                   END-IF
           END-READ.

       650-FIND-RTN.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-ROW-CTR OR WS-FOUND
               IF WS-OPER-ROW (SUB1) (1:5) = WS-REPLY-KEY
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM SUB1
               MOVE WS-OPER-ROW (SUB1) (1:5) TO WS-LOG-KEY
           END-IF.

      ******************************************************************
      * PUT THE FILE BACK FROM THE TABLE, LEAVING OUT THE DELETED ROW
      * (WS-DEL-SUB ZERO ON A CHANGE).
      ******************************************************************
       680-REWRITE-RTN.
           OPEN OUTPUT OPER-FILE
           PERFORM 690-WRITE-ONE-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ROW-CTR
           CLOSE OPER-FILE.

       690-WRITE-ONE-RTN.
           IF SUB1 NOT = WS-DEL-SUB
               MOVE WS-OPER-ROW (SUB1) TO OPER-REC
               WRITE OPER-REC
           END-IF.

       790-LOG-ADD-RTN.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE (1:5) TO WS-LOG-KEY
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
