      ******************************************************************
      *15-10-2026 GD - ACCESS LOG. WHEN ACCESSLOG_PATH IS SET EVERY
      *SIGN-ON, EVERY AUTHORITY CHECK AND EVERY OVERRIDE CHECK IS
      *APPENDED (COPYBOOK ACCLOG) WITH THE BUSINESS DATE, THE TIME,
      *THE OPERATOR, THE FUNCTION AND WHETHER IT WAS GRANTED OR
      *REFUSED, FOR THE QUARTERLY ACCESS-REVIEW. UNSET, NOTHING IS
      *WRITTEN, AS BEFORE.
      *15-10-2026 GD - FUNCTION "REF" - REFERENCE-DATA MAINTENANCE, THE
      *CHANGE AND DELETE ACTIONS OF THE REFERENCE MASTER MAINTENANCE
      *PROGRAMS. THE OPERATOR MASTER IS NOW 32 BYTES WITH THE FLAG ON
      *THE END; ROWS ADDED BEFORE IT READ AS "N".
      *15-10-2026 GD - SUPERVISOR OVERRIDE. FUNCTION "OVR" ANSWERS FOR
      *THE ID THE CALLER PASSES - A SECOND PERSON, SUCH AS THE
      *SUPERVISOR WHO LETS A TELLER PAY OUT MORE THAN THE AVAILABLE
      *BALANCE - NOT FOR THE OPERATOR SIGNED ON, AND LEAVES THE
      *SIGN-ON ALONE. THE OPERATOR MASTER IS NOW 31 BYTES WITH THE
      *OVERRIDE FLAG ON THE END; WITH NO MASTER CONFIGURED ANY
      *NON-BLANK ID MAY OVERRIDE.
      *02-09-2026 GD - SHARED OPERATOR SIGN-ON AND AUTHORITY CHECK.
      *THE INTERACTIVE PROGRAMS USED TO DO ANYTHING FOR ANYONE WHO
      *COULD START THEM, AND THE MAINTENANCE LOGS SAID WHAT CHANGED
       SELECT OPER-FILE ASSIGN TO WS-OPER-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.
       SELECT ACCESS-FILE ASSIGN TO WS-ACC-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACC-STATUS.
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
       FD ACCESS-FILE
           RECORD CONTAINS 29 CHARACTERS.
           01 ACCESS-REC.
           COPY ACCLOG.
       WORKING-STORAGE SECTION.
           01 WS-OPER-FILE-PATH          PIC X(80) VALUE SPACES.
           01 WS-OPER-STATUS             PIC XX.
           01 WS-OVR-FILE-PATH           PIC X(80).
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-EOF-SW                  PIC X.
           01 WS-SIGNED-SW               PIC X VALUE "N".
               02 WS-PERM-SUS            PIC X.
               02 WS-PERM-REJ            PIC X.
               02 WS-PERM-RAT            PIC X.
               02 WS-PERM-REF            PIC X.
           01 WS-ACC-FILE-PATH           PIC X(80) VALUE SPACES.
           01 WS-ACC-STATUS              PIC XX.
           01 WS-ACC-SW                  PIC X VALUE SPACE.
               88 WS-ACC-CHECKED                VALUE "Y" "N".
               88 WS-ACC-ON                     VALUE "Y".
           01 WS-ACC-BUS-DATE            PIC 9(8).
           01 WS-ACC-TIME-HOLD           PIC 9(8).
           01 WS-ACC-EVENT               PIC X.
           01 WS-ACC-OPERATOR            PIC X(5).
           01 WS-ACC-FUNCTION            PIC X(3).
           01 WS-ACC-RESULT              PIC X.
       LINKAGE SECTION.
           01 LK-OPERATOR-ID             PIC X(5).
           01 LK-FUNCTION                PIC X(3).
       PROCEDURE DIVISION USING LK-OPERATOR-ID LK-FUNCTION
           LK-AUTH-FLAG.
       100-MAIN-RTN.
           IF LK-FUNCTION = "OVR"
               PERFORM 500-OVERRIDE-RTN
               MOVE "O" TO WS-ACC-EVENT
               MOVE LK-OPERATOR-ID TO WS-ACC-OPERATOR
               MOVE LK-FUNCTION TO WS-ACC-FUNCTION
               MOVE LK-AUTH-FLAG TO WS-ACC-RESULT
               PERFORM 700-ACCESS-LOG-RTN
           ELSE
               IF NOT WS-SIGNED-ON
                   PERFORM 200-SIGN-ON-RTN
                   MOVE "S" TO WS-ACC-EVENT
                   MOVE WS-OPERATOR-ID TO WS-ACC-OPERATOR
                   MOVE SPACES TO WS-ACC-FUNCTION
                   MOVE WS-FOUND-SW TO WS-ACC-RESULT
                   PERFORM 700-ACCESS-LOG-RTN
               END-IF
               MOVE WS-OPERATOR-ID TO LK-OPERATOR-ID
               PERFORM 400-CHECK-RTN
               MOVE "C" TO WS-ACC-EVENT
               MOVE WS-OPERATOR-ID TO WS-ACC-OPERATOR
               MOVE LK-FUNCTION TO WS-ACC-FUNCTION
               MOVE LK-AUTH-FLAG TO WS-ACC-RESULT
               PERFORM 700-ACCESS-LOG-RTN
           END-IF
           EXIT PROGRAM.

       200-SIGN-ON-RTN.
                       MOVE OP-PERM-SUS TO WS-PERM-SUS
                       MOVE OP-PERM-REJ TO WS-PERM-REJ
                       MOVE OP-PERM-RAT TO WS-PERM-RAT
                       MOVE OP-PERM-REF TO WS-PERM-REF
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
           END-READ.
                   MOVE WS-PERM-REJ TO LK-AUTH-FLAG
               WHEN "RAT"
                   MOVE WS-PERM-RAT TO LK-AUTH-FLAG
               WHEN "REF"
                   MOVE WS-PERM-REF TO LK-AUTH-FLAG
           END-EVALUATE
           IF LK-AUTH-FLAG NOT = "Y"
               MOVE "N" TO LK-AUTH-FLAG
           END-IF.

      ******************************************************************
      * AN OVERRIDE IS GRANTED BY SOMEONE OTHER THAN THE OPERATOR AT
      * THE KEYBOARD - LOOK THE GIVEN ID UP ON ITS OWN, WITHOUT
      * TOUCHING THE SIGNED-ON OPERATOR OR THEIR PERMISSIONS.
      ******************************************************************
       500-OVERRIDE-RTN.
           MOVE "N" TO LK-AUTH-FLAG
           MOVE SPACES TO WS-OVR-FILE-PATH
           ACCEPT WS-OVR-FILE-PATH FROM ENVIRONMENT "OPERMAST_PATH"
           IF LK-OPERATOR-ID = SPACES
               CONTINUE
           ELSE
               IF WS-OVR-FILE-PATH = SPACES
                   MOVE "Y" TO LK-AUTH-FLAG
               ELSE
                   MOVE WS-OVR-FILE-PATH TO WS-OPER-FILE-PATH
                   OPEN INPUT OPER-FILE
                   IF WS-OPER-STATUS NOT = "00"
                       DISPLAY "OPERATOR MASTER NOT AVAILABLE - STATUS "
                           WS-OPER-STATUS
                   ELSE
                       MOVE "N" TO WS-EOF-SW
                       PERFORM 550-OVERRIDE-ONE-RTN
                           UNTIL WS-EOF-SW = "Y"
                       CLOSE OPER-FILE
                   END-IF
               END-IF
           END-IF.

       550-OVERRIDE-ONE-RTN.
           READ OPER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF OP-ID = LK-OPERATOR-ID
                       IF OP-PERM-OVR = "Y"
                           MOVE "Y" TO LK-AUTH-FLAG
                       END-IF
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
           END-READ.

      ******************************************************************
      * ONE ROW ON THE ACCESS LOG. THE PATH AND THE BUSINESS DATE ARE
      * TAKEN ON THE FIRST CALL OF THE RUN; NO PATH MEANS NO LOG.
      ******************************************************************
       700-ACCESS-LOG-RTN.
           IF NOT WS-ACC-CHECKED
               MOVE "N" TO WS-ACC-SW
               ACCEPT WS-ACC-FILE-PATH FROM ENVIRONMENT "ACCESSLOG_PATH"
               IF WS-ACC-FILE-PATH NOT = SPACES
                   MOVE "Y" TO WS-ACC-SW
                   CALL 'BUS-DATE-RTN' USING
                       BY REFERENCE WS-ACC-BUS-DATE
               END-IF
           END-IF
           IF WS-ACC-ON
               OPEN EXTEND ACCESS-FILE
               IF WS-ACC-STATUS = "35"
                   OPEN OUTPUT ACCESS-FILE
               END-IF
               IF WS-ACC-STATUS = "00"
                   MOVE SPACES TO ACCESS-REC
                   MOVE WS-ACC-BUS-DATE TO AL-DATE
                   ACCEPT WS-ACC-TIME-HOLD FROM TIME
                   MOVE WS-ACC-TIME-HOLD (1:6) TO AL-TIME
                   MOVE WS-ACC-OPERATOR TO AL-OPERATOR
                   MOVE WS-ACC-EVENT TO AL-EVENT
                   MOVE WS-ACC-FUNCTION TO AL-FUNCTION
                   MOVE WS-ACC-RESULT TO AL-RESULT
                   WRITE ACCESS-REC
                   CLOSE ACCESS-FILE
               END-IF
           END-IF.
