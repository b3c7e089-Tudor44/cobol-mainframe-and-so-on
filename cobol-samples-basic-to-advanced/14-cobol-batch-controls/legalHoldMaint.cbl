      ******************************************************************
      *15-10-2026 GD - LEGAL-HOLD MAINTENANCE. COUNSEL'S HOLDS ON
      *ARCHIVED RECORDS WERE KEPT ON PAPER, AND NOTHING STOPPED AN
      *ARCHIVE UNDER HOLD BEING PURGED. THIS PROGRAM KEEPS THE
      *LEGAL-HOLD FILE (COPYBOOK LEGLHOLD) RETENTION-RUN CHECKS BEFORE
      *IT DESTROYS ANYTHING: ONE ROW PER HOLD, NAMING AN ACCOUNT, A
      *DATE RANGE, OR AN ACCOUNT WITHIN A RANGE, WITH THE MATTER IT
      *IS FOR. A HOLD IS NEVER DELETED - RELEASING IT STAMPS THE
      *RELEASE DATE AND THE ROW STAYS AS THE RECORD THAT IT EXISTED.
      *ACTIONS: A = PLACE A HOLD, R = RELEASE A HOLD, L = LIST. FILE
      *PATH FROM LHMNT_HOLD_PATH. DATES STAMPED ARE BUSINESS DATES.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-HOLD-MAINT.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT LH-FILE ASSIGN TO WS-LH-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LH-FILE
           RECORD CONTAINS 70 CHARACTERS.
           01 LH-REC.
           COPY LEGLHOLD.
       WORKING-STORAGE SECTION.
           01 WS-LH-FILE-PATH            PIC X(80) VALUE
               "/Users/gaetanodorsi/LegalHolds.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-LH-STATUS               PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 ARE-THERE-MORE-RECORDS     PIC XXX VALUE "YES".
               88 NO-MORE-RECORDS               VALUE "NO".
           01 WS-ACTION                  PIC X VALUE "L".
           01 WS-ADD-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-RELEASE-CTR             PIC 9(3) VALUE ZERO.
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-REPLY-ID                PIC X(8).
           01 WS-FOUND-SW                PIC X.
               88 WS-FOUND                      VALUE "Y".
           01 WS-NEW-HOLD.
           COPY LEGLHOLD REPLACING LEADING ==LH-== BY ==NH-==.
           01 WS-HOLD-TABLE.
               02 WS-HOLD-ROW OCCURS 200 TIMES PIC X(70).
           01 WS-HOLD-CTR                PIC 9(3) VALUE ZERO.
           01 WS-FULL-SW                 PIC X VALUE "N".
               88 WS-TABLE-FULL                 VALUE "Y".
           01 SUB1                       PIC 9(3).
           01 WS-STATE-OUT               PIC X(17).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "LHMNT_HOLD_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-LH-FILE-PATH
           END-IF
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           DISPLAY "HOLDS PLACED: " WS-ADD-CTR
               "  RELEASED: " WS-RELEASE-CTR
           STOP RUN.

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - A=PLACE HOLD  R=RELEASE HOLD  L=LIST"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM 300-ADD-RTN
               WHEN "R"
                   PERFORM 500-RELEASE-RTN
               WHEN OTHER
                   PERFORM 400-LIST-RTN
           END-EVALUATE
           DISPLAY " DO YOU WANT TO CONTINUE ? "
           ACCEPT ARE-THERE-MORE-RECORDS.

      ******************************************************************
      * A HOLD MUST NAME AN ACCOUNT OR A DATE, ITS RANGE MUST RUN
      * FORWARD, AND ITS ID MUST NOT ALREADY BE ON THE FILE.
      ******************************************************************
       300-ADD-RTN.
           MOVE SPACES TO WS-NEW-HOLD
           DISPLAY "ENTER HOLD ID (8 CHARACTERS)"
           ACCEPT NH-HOLD-ID
           DISPLAY "ENTER ACCOUNT NUMBER (4 DIGITS, BLANK = EVERY"
               " ACCOUNT)"
           ACCEPT NH-ACCT
           DISPLAY "ENTER FIRST DATE HELD (YYYYMMDD, 0 = NO START)"
           ACCEPT NH-FROM-DATE
           DISPLAY "ENTER LAST DATE HELD (YYYYMMDD, 0 = NO END)"
           ACCEPT NH-TO-DATE
           DISPLAY "ENTER THE MATTER (26 CHARACTERS)"
           ACCEPT NH-MATTER
           PERFORM 600-LOAD-RTN
           MOVE WS-NEW-HOLD (1:8) TO WS-REPLY-ID
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN NH-HOLD-ID = SPACES
                   DISPLAY "A HOLD NEEDS AN ID - NOT PLACED"
               WHEN WS-FOUND
                   DISPLAY "HOLD " NH-HOLD-ID
                       " IS ALREADY ON FILE - NOT PLACED"
               WHEN NH-ACCT NOT = SPACES AND NH-ACCT NOT NUMERIC
                   DISPLAY "ACCOUNT MUST BE FOUR DIGITS - NOT PLACED"
               WHEN NH-FROM-DATE NOT NUMERIC
                   OR NH-TO-DATE NOT NUMERIC
                   DISPLAY "DATES MUST BE YYYYMMDD OR 0 - NOT PLACED"
               WHEN NH-ACCT = SPACES AND NH-FROM-DATE = ZERO
                   AND NH-TO-DATE = ZERO
                   DISPLAY "NAME AN ACCOUNT OR A DATE RANGE"
                       " - NOT PLACED"
               WHEN NH-TO-DATE NOT = ZERO
                   AND NH-FROM-DATE > NH-TO-DATE
                   DISPLAY "THE RANGE ENDS BEFORE IT STARTS"
                       " - NOT PLACED"
               WHEN OTHER
                   MOVE WS-BUS-DATE TO NH-PLACED-DATE
                   MOVE ZERO TO NH-RELEASE-DATE
                   OPEN EXTEND LH-FILE
                   IF WS-LH-STATUS = "35"
                       OPEN OUTPUT LH-FILE
                   END-IF
                   WRITE LH-REC FROM WS-NEW-HOLD
                   CLOSE LH-FILE
                   ADD 1 TO WS-ADD-CTR
                   DISPLAY "HOLD " NH-HOLD-ID " PLACED"
           END-EVALUATE.

       400-LIST-RTN.
           OPEN INPUT LH-FILE
           IF WS-LH-STATUS NOT = "00"
               DISPLAY "LEGAL-HOLD FILE NOT AVAILABLE - STATUS "
                   WS-LH-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 450-LIST-ONE-RTN UNTIL WS-EOF
               CLOSE LH-FILE
           END-IF.

       450-LIST-ONE-RTN.
           READ LH-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF LH-OPEN
                       MOVE "OPEN" TO WS-STATE-OUT
                   ELSE
                       MOVE SPACES TO WS-STATE-OUT
                       STRING "RELEASED " LH-RELEASE-DATE
                           DELIMITED BY SIZE INTO WS-STATE-OUT
                   END-IF
                   DISPLAY LH-HOLD-ID "  ACCOUNT " LH-ACCT
                       "  " LH-FROM-DATE " - " LH-TO-DATE
                       "  " LH-MATTER "  " WS-STATE-OUT
           END-READ.

      ******************************************************************
      * RELEASE - STAMP THE RELEASE DATE ON THE OPEN HOLD AND REWRITE
      * THE FILE. THE ROW ITSELF IS KEPT.
      ******************************************************************
       500-RELEASE-RTN.
           DISPLAY "ENTER THE ID OF THE HOLD TO RELEASE"
           ACCEPT WS-REPLY-ID
           PERFORM 600-LOAD-RTN
           PERFORM 650-FIND-RTN
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "MORE THAN 200 HOLDS ON FILE - THE FILE"
                       " CANNOT BE REWRITTEN HERE"
               WHEN NOT WS-FOUND
                   DISPLAY "HOLD " WS-REPLY-ID " IS NOT ON FILE"
               WHEN OTHER
                   PERFORM 550-STAMP-RELEASE-RTN
           END-EVALUATE.

       550-STAMP-RELEASE-RTN.
           MOVE WS-HOLD-ROW (SUB1) TO LH-REC
           IF NOT LH-OPEN
               DISPLAY "HOLD " WS-REPLY-ID " WAS RELEASED ON "
                   LH-RELEASE-DATE
           ELSE
               MOVE WS-BUS-DATE TO LH-RELEASE-DATE
               MOVE LH-REC TO WS-HOLD-ROW (SUB1)
               OPEN OUTPUT LH-FILE
               PERFORM 560-WRITE-ONE-RTN
                   VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-HOLD-CTR
               CLOSE LH-FILE
               ADD 1 TO WS-RELEASE-CTR
               DISPLAY "HOLD " WS-REPLY-ID " RELEASED"
           END-IF.

       560-WRITE-ONE-RTN.
           MOVE WS-HOLD-ROW (SUB1) TO LH-REC
           WRITE LH-REC.

       600-LOAD-RTN.
           MOVE ZERO TO WS-HOLD-CTR
           MOVE "N" TO WS-FULL-SW
           OPEN INPUT LH-FILE
           IF WS-LH-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 610-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE LH-FILE
           END-IF.

       610-LOAD-ONE-RTN.
           READ LH-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-HOLD-CTR < 200
                       ADD 1 TO WS-HOLD-CTR
                       MOVE LH-REC TO WS-HOLD-ROW (WS-HOLD-CTR)
                   ELSE
                       MOVE "Y" TO WS-FULL-SW
                   END-IF
           END-READ.

       650-FIND-RTN.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-HOLD-CTR OR WS-FOUND
               IF WS-HOLD-ROW (SUB1) (1:8) = WS-REPLY-ID
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM SUB1
           END-IF.
