      ******************************************************************
      *15-10-2026 GD - SHARED NIGHT MAIL SPOOL. EACH LETTER RUN STILL
      *PRINTS ITS OWN FILE, BUT A CUSTOMER WITH SEVERAL ACCOUNTS COULD
      *GET FIVE ENVELOPES IN A WEEK. EVERY RUN THAT PRINTS A
      *CUSTOMER-FACING DOCUMENT NOW ALSO HANDS EACH PRINTED LINE TO
      *THIS ROUTINE, WHICH APPENDS IT TO THE NIGHT MAIL SPOOL
      *(COPYBOOK MAILSPL) FOR MAIL-CONSOLIDATE TO HOUSEHOLD AND
      *PRESORT. FUNCTIONS:
      *  "L" LINE - LK-LINE PRINTED AFTER LK-SPACING LINES; SPACING 0
      *             IS THE TOP OF A NEW PAGE AND OPENS A NEW PIECE
      *             MAILED TO THE CUSTOMER OF LK-ACCT-NO.
      *  "E" END  - CLOSE THE SPOOL AT THE END OF THE CALLER'S RUN.
      *THE FIRST CALL STAMPS THE RUN (BUSINESS DATE AND TIME OF DAY)
      *SO TWO RUNS OF ONE SOURCE IN A NIGHT KEEP APART. THE SPOOL PATH
      *COMES FROM MAILSPOOL_PATH - WHEN IT IS NOT SET (A STANDALONE
      *LESSON RUN) THE CALL IS A QUIET NO-OP.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL-SPOOL-RTN.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT SPOOL-FILE ASSIGN TO WS-SPOOL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SPOOL-FILE
           RECORD CONTAINS 115 CHARACTERS.
           01 SPOOL-REC.
           COPY MAILSPL.
       WORKING-STORAGE SECTION.
           01 WS-SPOOL-FILE-PATH         PIC X(80) VALUE SPACES.
           01 WS-SPOOL-STATUS            PIC XX.
           01 WS-FIRST-SW                PIC X VALUE "Y".
               88 WS-FIRST-CALL                 VALUE "Y".
           01 WS-OPEN-SW                 PIC X VALUE "N".
               88 WS-SPOOL-OPEN                 VALUE "Y".
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-TIME-HOLD               PIC 9(8).
           01 WS-RUN-TIME                PIC 9(6).
           01 WS-PIECE-NO                PIC 9(5) VALUE ZERO.
           01 WS-LINE-NO                 PIC 9(3) VALUE ZERO.
       LINKAGE SECTION.
           01 LK-FUNCTION                PIC X.
           01 LK-SOURCE                  PIC X(8).
           01 LK-ACCT-NO                 PIC X(4).
           01 LK-SPACING                 PIC 9.
           01 LK-LINE                    PIC X(80).
       PROCEDURE DIVISION USING LK-FUNCTION LK-SOURCE LK-ACCT-NO
           LK-SPACING LK-LINE.
       100-MAIN-RTN.
           IF WS-FIRST-CALL
               PERFORM 200-FIRST-CALL-RTN
           END-IF
           IF WS-SPOOL-FILE-PATH NOT = SPACES
               EVALUATE LK-FUNCTION
                   WHEN "L"
                       PERFORM 300-LINE-RTN
                   WHEN "E"
                       IF WS-SPOOL-OPEN
                           CLOSE SPOOL-FILE
                           MOVE "N" TO WS-OPEN-SW
                       END-IF
               END-EVALUATE
           END-IF
           EXIT PROGRAM.

       200-FIRST-CALL-RTN.
           MOVE "N" TO WS-FIRST-SW
           ACCEPT WS-SPOOL-FILE-PATH FROM ENVIRONMENT "MAILSPOOL_PATH"
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           ACCEPT WS-TIME-HOLD FROM TIME
           MOVE WS-TIME-HOLD (1:6) TO WS-RUN-TIME.

      ******************************************************************
      * ONE LINE. A LINE AT THE TOP OF A PAGE STARTS THE NEXT PIECE;
      * A LINE ARRIVING BEFORE ANY PAGE BELONGS TO PIECE 1.
      ******************************************************************
       300-LINE-RTN.
           IF NOT WS-SPOOL-OPEN
               OPEN EXTEND SPOOL-FILE
               IF WS-SPOOL-STATUS = "35"
                   OPEN OUTPUT SPOOL-FILE
               END-IF
               IF WS-SPOOL-STATUS = "00"
                   MOVE "Y" TO WS-OPEN-SW
               ELSE
                   DISPLAY "MAIL SPOOL NOT AVAILABLE - STATUS "
                       WS-SPOOL-STATUS " - NOTHING SPOOLED"
                   MOVE SPACES TO WS-SPOOL-FILE-PATH
               END-IF
           END-IF
           IF WS-SPOOL-OPEN
               IF LK-SPACING = ZERO OR WS-PIECE-NO = ZERO
                   ADD 1 TO WS-PIECE-NO
                   MOVE ZERO TO WS-LINE-NO
               END-IF
               ADD 1 TO WS-LINE-NO
               MOVE WS-BUS-DATE TO MS-RUN-DATE
               MOVE LK-SOURCE TO MS-SOURCE
               MOVE WS-RUN-TIME TO MS-RUN-TIME
               MOVE LK-ACCT-NO TO MS-ACCT-NO
               MOVE WS-PIECE-NO TO MS-PIECE-NO
               MOVE WS-LINE-NO TO MS-LINE-NO
               MOVE LK-SPACING TO MS-SPACING
               MOVE LK-LINE TO MS-TEXT
               WRITE SPOOL-REC
           END-IF.
