      ******************************************************************
      *15-10-2026 GD - SHARED ACCOUNT-NUMBER CONTROL. NEW ACCOUNTS
      *USED TO APPEAR THREE WAYS (UPDATE-INDEX-FILE'S ADD, SEQ-
      *UPDATE'S NEW-ACCOUNT TRANSACTION AND PURGE-RESTORE) AND NOTHING
      *OWNED THE QUESTION "WHICH NUMBER IS FREE?" - A NUMBER DORMANT-
      *PURGE HAD JUST RELEASED COULD GO STRAIGHT TO A STRANGER WHILE
      *THE OLD OWNER'S HISTORY STILL SAT UNDER IT. EVERY PROGRAM THAT
      *ISSUES OR RELEASES A NUMBER NOW CALLS THIS ROUTINE, WHICH
      *KEEPS THE NUMBER-CONTROL FILE (COPYBOOK NUMCTL). FUNCTIONS:
      *  "C" CHECK   - RESULT "Y" FREE TO ISSUE, "C" RELEASED AND
      *                STILL COOLING OFF (LK-DATE = RELEASE DATE),
      *                "I" ALREADY ISSUED.
      *  "N" NEXT    - THE NEXT NUMBER ABOVE LK-ACCT-NO THAT IS
      *                NEITHER ISSUED NOR COOLING OFF; RESULT "Y", OR
      *                "N" WHEN THE NUMBER RANGE IS EXHAUSTED. THE
      *                CALLER STILL CHECKS ITS MASTER - ACCOUNTS
      *                OPENED BEFORE THIS FILE EXISTED ARE NOT ON IT.
      *  "I" ISSUE   - RECORD THE NUMBER AS IN USE (LK-REF = WHO).
      *  "R" RELEASE - RECORD THE NUMBER AS RELEASED TODAY.
      *THE FILE IS READ ONCE, ON THE FIRST CALL OF THE RUN, INTO A
      *TABLE SUBSCRIPTED BY THE ACCOUNT NUMBER ITSELF; ISSUE AND
      *RELEASE APPEND ONE ROW EACH. THE COOLING-OFF PERIOD IS
      *NUMCTL_COOL_DAYS (DEFAULT 365). THE FILE PATH COMES FROM
      *NUMCTL_PATH - WHEN IT IS NOT SET (A STANDALONE LESSON RUN)
      *EVERY NUMBER CHECKS FREE AND NOTHING IS WRITTEN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUM-CONTROL-RTN.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT NUMCTL-FILE ASSIGN TO WS-NC-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD NUMCTL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           01 NUMCTL-REC.
           COPY NUMCTL.
       WORKING-STORAGE SECTION.
           01 WS-NC-FILE-PATH            PIC X(80) VALUE SPACES.
           01 WS-NC-STATUS               PIC XX.
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-EOF-SW                  PIC X.
           01 WS-LOADED-SW               PIC X VALUE "N".
               88 WS-TABLE-LOADED               VALUE "Y".
           01 WS-COOL-DAYS               PIC 9(5) VALUE 365.
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-BUS-DAYS                PIC 9(7).
           01 WS-REL-DAYS                PIC 9(7).
           01 WS-NUM                     PIC 9(4).
           01 WS-NUM-X REDEFINES WS-NUM  PIC X(4).
           01 WS-NEXT-IDX                PIC 9(5).
           01 WS-STATE                   PIC X.
      *    ONE SLOT PER ACCOUNT NUMBER - SPACE = NEVER SEEN.
           01 WS-NC-TABLE.
               02 WS-NC-ENTRY OCCURS 9999 TIMES.
                   03 WS-NC-STATE        PIC X.
                   03 WS-NC-DATE         PIC 9(8).
       LINKAGE SECTION.
           01 LK-FUNCTION                PIC X.
           01 LK-ACCT-NO                 PIC X(4).
           01 LK-REF                     PIC X(8).
           01 LK-RESULT                  PIC X.
           01 LK-DATE                    PIC 9(8).
       PROCEDURE DIVISION USING LK-FUNCTION LK-ACCT-NO LK-REF
           LK-RESULT LK-DATE.
       100-MAIN-RTN.
           IF NOT WS-TABLE-LOADED
               PERFORM 200-LOAD-RTN
           END-IF
           MOVE "Y" TO LK-RESULT
           MOVE ZERO TO LK-DATE
           EVALUATE LK-FUNCTION
               WHEN "C"
                   IF LK-ACCT-NO IS NUMERIC AND LK-ACCT-NO NOT = "0000"
                       MOVE LK-ACCT-NO TO WS-NUM-X
                       PERFORM 300-STATE-RTN
                       MOVE WS-STATE TO LK-RESULT
                       MOVE WS-NC-DATE (WS-NUM) TO LK-DATE
                   END-IF
               WHEN "N"
                   PERFORM 400-NEXT-RTN
               WHEN "I"
                   PERFORM 500-APPEND-RTN
               WHEN "R"
                   PERFORM 500-APPEND-RTN
           END-EVALUATE
           EXIT PROGRAM.

       200-LOAD-RTN.
           MOVE "Y" TO WS-LOADED-SW
           INITIALIZE WS-NC-TABLE
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-BUS-DATE
               BY REFERENCE WS-BUS-DAYS
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "NUMCTL_COOL_DAYS"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:5) TO WS-COOL-DAYS
           END-IF
           ACCEPT WS-NC-FILE-PATH FROM ENVIRONMENT "NUMCTL_PATH"
           IF WS-NC-FILE-PATH NOT = SPACES
               OPEN INPUT NUMCTL-FILE
               IF WS-NC-STATUS = "00"
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 250-LOAD-ONE-RTN UNTIL WS-EOF-SW = "Y"
                   CLOSE NUMCTL-FILE
               END-IF
           END-IF.

       250-LOAD-ONE-RTN.
           READ NUMCTL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF NC-ACCT-NO IS NUMERIC AND NC-ACCT-NO NOT = "0000"
                       MOVE NC-ACCT-NO TO WS-NUM-X
                       MOVE NC-STATE TO WS-NC-STATE (WS-NUM)
                       MOVE NC-DATE TO WS-NC-DATE (WS-NUM)
                   END-IF
           END-READ.

      ******************************************************************
      * THE STATE OF ONE NUMBER (WS-NUM) TODAY - "I" IN USE, "C" STILL
      * COOLING OFF FROM A RELEASE, "Y" FREE.
      ******************************************************************
       300-STATE-RTN.
           EVALUATE WS-NC-STATE (WS-NUM)
               WHEN "I"
                   MOVE "I" TO WS-STATE
               WHEN "R"
                   CALL 'DATE-DAYS-RTN' USING
                       BY CONTENT WS-NC-DATE (WS-NUM)
                       BY REFERENCE WS-REL-DAYS
                   IF WS-BUS-DAYS < WS-REL-DAYS + WS-COOL-DAYS
                       MOVE "C" TO WS-STATE
                   ELSE
                       MOVE "Y" TO WS-STATE
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-STATE
           END-EVALUATE.

       400-NEXT-RTN.
           MOVE "N" TO LK-RESULT
           IF LK-ACCT-NO IS NUMERIC
               MOVE LK-ACCT-NO TO WS-NUM-X
               COMPUTE WS-NEXT-IDX = WS-NUM + 1
           ELSE
               MOVE 1 TO WS-NEXT-IDX
           END-IF
           PERFORM 450-TRY-ONE-RTN
               UNTIL LK-RESULT = "Y" OR WS-NEXT-IDX > 9999.

       450-TRY-ONE-RTN.
           MOVE WS-NEXT-IDX TO WS-NUM
           PERFORM 300-STATE-RTN
           IF WS-STATE = "Y"
               MOVE "Y" TO LK-RESULT
               MOVE WS-NUM-X TO LK-ACCT-NO
           ELSE
               ADD 1 TO WS-NEXT-IDX
           END-IF.

       500-APPEND-RTN.
           IF LK-ACCT-NO IS NUMERIC AND LK-ACCT-NO NOT = "0000"
               MOVE LK-ACCT-NO TO WS-NUM-X
               MOVE LK-FUNCTION TO WS-NC-STATE (WS-NUM)
               MOVE WS-BUS-DATE TO WS-NC-DATE (WS-NUM)
               IF WS-NC-FILE-PATH NOT = SPACES
                   OPEN EXTEND NUMCTL-FILE
                   IF WS-NC-STATUS = "35"
                       OPEN OUTPUT NUMCTL-FILE
                   END-IF
                   IF WS-NC-STATUS = "00"
                       MOVE LK-ACCT-NO TO NC-ACCT-NO
                       MOVE LK-FUNCTION TO NC-STATE
                       MOVE WS-BUS-DATE TO NC-DATE
                       MOVE LK-REF TO NC-REF
                       WRITE NUMCTL-REC
                       CLOSE NUMCTL-FILE
                   ELSE
                       DISPLAY "NUMBER-CONTROL FILE NOT AVAILABLE -"
                           " STATUS " WS-NC-STATUS " - ACCOUNT "
                           LK-ACCT-NO " NOT RECORDED"
                       MOVE "N" TO LK-RESULT
                   END-IF
               END-IF
           END-IF.
