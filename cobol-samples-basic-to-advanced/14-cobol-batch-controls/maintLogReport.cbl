      ******************************************************************
      *15-10-2026 GD - WEEKLY REFERENCE-DATA CHANGE REPORT. THE
      *REFERENCE MASTER MAINTENANCE PROGRAMS (CREDIT LIMITS, BRANCHES,
      *RATES, QUOTAS, STANDING ORDERS, RELATIONSHIPS, OPERATORS, RUN
      *PARAMETERS, DEDUCTIONS, LEAVE RULES, COURSES, ROSTER) LOG EVERY
      *ADD, CHANGE AND DELETE THROUGH MAINT-LOG-RTN. THIS STEP PRINTS
      *THE LAST WEEK OF THE LOG (THE SEVEN DAYS ENDING ON THE
      *BUSINESS DATE, MAINTRPT_DAYS TO WIDEN IT) SORTED BY FILE, THEN
      *OPERATOR, THEN WHEN - EACH ENTRY WITH ITS BEFORE AND AFTER
      *IMAGES - WITH ADD / CHANGE / DELETE COUNTS PER OPERATOR, PER
      *FILE AND FOR THE WEEK. NO LOG FILE IS A QUIET WEEK, NOT AN
      *ERROR. FILE PATHS FROM MAINTLOG_PATH / MAINTRPT_OUT_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-LOG-REPORT.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT LOG-FILE ASSIGN TO WS-LOG-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
       SELECT RPT-FILE ASSIGN TO WS-RPT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SORT-FILE ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
       FD LOG-FILE
           RECORD CONTAINS 296 CHARACTERS.
           01 LOG-REC.
           COPY MNTLOG.
       FD RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           01 RPT-REC                    PIC X(132).
       SD SORT-FILE.
           01 SORT-REC.
               02 SRT-FILE               PIC X(8).
               02 SRT-OPERATOR           PIC X(5).
               02 SRT-DATE               PIC 9(8).
               02 SRT-TIME               PIC 9(6).
               02 SRT-SEQ                PIC 9(6).
               02 SRT-LOG-REC            PIC X(296).
       WORKING-STORAGE SECTION.
           01 WS-LOG-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/MaintLog.txt".
           01 WS-RPT-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/MaintLogReport.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-LOG-STATUS              PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-LOG-OPEN-SW             PIC X VALUE "N".
               88 WS-LOG-OPEN                   VALUE "Y".
           01 WS-SORT-EOF-SW             PIC X VALUE "N".
               88 WS-SORT-EOF                   VALUE "Y".
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-BUS-DAYS                PIC 9(7).
           01 WS-ENTRY-DAYS              PIC 9(7).
           01 WS-FROM-DAYS               PIC 9(7).
           01 WS-WINDOW-DAYS             PIC 9(3) VALUE 7.
           01 WS-READ-CTR                PIC 9(6) VALUE ZERO.
           01 WS-SELECT-CTR              PIC 9(6) VALUE ZERO.
           01 WS-PREV-FILE               PIC X(8).
           01 WS-PREV-OPERATOR           PIC X(5).
           01 WS-FIRST-SW                PIC X VALUE "Y".
               88 WS-FIRST-ENTRY                VALUE "Y".
      *    ADD / CHANGE / DELETE COUNTS - OPERATOR, FILE AND WEEK.
           01 WS-COUNTS.
               02 WS-COUNT-SET OCCURS 3 TIMES.
                   03 WS-ADD-CT          PIC 9(5).
                   03 WS-CHG-CT          PIC 9(5).
                   03 WS-DEL-CT          PIC 9(5).
           01 SUB1                       PIC 9.
           01 WS-SKIP                    PIC 9.
           01 WS-LOG-PROGRAM  PIC X(20) VALUE "MAINT-LOG-REPORT".
           01 WS-LOG-START.
               02 WS-LOG-START-DATE  PIC 9(6).
               02 WS-LOG-START-TIME  PIC 9(6).
           01 WS-LOG-READ     PIC 9(6).
           01 WS-LOG-WRITTEN  PIC 9(6).
           01 WS-LOG-REJECTED PIC 9(6).
           01 WS-LOG-RC       PIC 9(2).
           01 WS-LOG-TIME-HOLD PIC 9(8).
           01 HD-LINE1.
               02 FILLER             PIC X(34) VALUE
                   "REFERENCE DATA CHANGES - WEEK TO ".
               02 HD-DATE-OUT        PIC 9(8).
               02 FILLER             PIC X(8) VALUE "  (LAST ".
               02 HD-DAYS-OUT        PIC ZZ9.
               02 FILLER             PIC X(6) VALUE " DAYS)".
           01 FILE-HD-LINE.
               02 FILLER             PIC X(6) VALUE "FILE  ".
               02 FILE-HD-OUT        PIC X(8).
           01 OPER-HD-LINE.
               02 FILLER             PIC X(12) VALUE "  OPERATOR ".
               02 OPER-HD-OUT        PIC X(5).
           01 DTL-LINE.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 DTL-DATE-OUT       PIC 9(8).
               02 FILLER             PIC X VALUE SPACE.
               02 DTL-TIME-OUT       PIC 9(6).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DTL-ACTION-OUT     PIC X(6).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DTL-KEY-OUT        PIC X(20).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DTL-PROGRAM-OUT    PIC X(20).
           01 IMG-LINE.
               02 FILLER             PIC X(6) VALUE SPACES.
               02 IMG-LABEL-OUT      PIC X(8).
               02 IMG-DATA-OUT       PIC X(110).
           01 CT-LINE.
               02 CT-LABEL-OUT       PIC X(24).
               02 FILLER             PIC X(6) VALUE "ADDS ".
               02 CT-ADD-OUT         PIC ZZZZ9.
               02 FILLER             PIC X(10) VALUE "  CHANGES ".
               02 CT-CHG-OUT         PIC ZZZZ9.
               02 FILLER             PIC X(10) VALUE "  DELETES ".
               02 CT-DEL-OUT         PIC ZZZZ9.
           01 NONE-LINE              PIC X(40) VALUE
               "NO REFERENCE DATA CHANGES IN THE WEEK".
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-GET-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-BUS-DATE
               BY REFERENCE WS-BUS-DAYS
           COMPUTE WS-FROM-DAYS = WS-BUS-DAYS - WS-WINDOW-DAYS + 1
           INITIALIZE WS-COUNTS
           OPEN OUTPUT RPT-FILE
           MOVE WS-BUS-DATE TO HD-DATE-OUT
           MOVE WS-WINDOW-DAYS TO HD-DAYS-OUT
           WRITE RPT-REC FROM HD-LINE1 AFTER ADVANCING PAGE
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00"
               MOVE "Y" TO WS-LOG-OPEN-SW
           ELSE
               DISPLAY "NO MAINTENANCE LOG - A QUIET WEEK"
               MOVE "Y" TO WS-EOF-SW
           END-IF
           SORT SORT-FILE
               ON ASCENDING KEY SRT-FILE
               ON ASCENDING KEY SRT-OPERATOR
               ON ASCENDING KEY SRT-DATE
               ON ASCENDING KEY SRT-TIME
               ON ASCENDING KEY SRT-SEQ
               INPUT PROCEDURE 200-SELECT-RTN
               OUTPUT PROCEDURE 400-PRINT-RTN
           IF WS-LOG-OPEN
               CLOSE LOG-FILE
           END-IF
           CLOSE RPT-FILE
           DISPLAY "MAINTENANCE LOG ENTRIES READ: " WS-READ-CTR
               "  REPORTED: " WS-SELECT-CTR
           MOVE ZERO TO RETURN-CODE
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

       150-GET-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "MAINTLOG_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-LOG-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "MAINTRPT_OUT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "MAINTRPT_DAYS"
           IF WS-ENV-HOLD (1:3) IS NUMERIC
               AND WS-ENV-HOLD (1:3) NOT = "000"
               MOVE WS-ENV-HOLD (1:3) TO WS-WINDOW-DAYS
           END-IF.

      ******************************************************************
      * INPUT SIDE - ONLY ENTRIES DATED INSIDE THE WINDOW ARE RELEASED.
      * THE READ SEQUENCE KEEPS ENTRIES MADE IN THE SAME SECOND IN
      * THE ORDER THEY WERE LOGGED.
      ******************************************************************
       200-SELECT-RTN.
           PERFORM 250-SELECT-ONE-RTN UNTIL WS-EOF.

       250-SELECT-ONE-RTN.
           READ LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   MOVE ZERO TO WS-ENTRY-DAYS
                   IF ML-DATE IS NUMERIC
                       CALL 'DATE-DAYS-RTN' USING BY CONTENT ML-DATE
                           BY REFERENCE WS-ENTRY-DAYS
                   END-IF
                   IF WS-ENTRY-DAYS >= WS-FROM-DAYS
                       AND WS-ENTRY-DAYS <= WS-BUS-DAYS
                       ADD 1 TO WS-SELECT-CTR
                       MOVE ML-FILE TO SRT-FILE
                       MOVE ML-OPERATOR TO SRT-OPERATOR
                       MOVE ML-DATE TO SRT-DATE
                       MOVE ML-TIME TO SRT-TIME
                       MOVE WS-READ-CTR TO SRT-SEQ
                       MOVE LOG-REC TO SRT-LOG-REC
                       RELEASE SORT-REC
                   END-IF
           END-READ.

      ******************************************************************
      * OUTPUT SIDE - CONTROL BREAKS ON OPERATOR WITHIN FILE.
      ******************************************************************
       400-PRINT-RTN.
           PERFORM 450-PRINT-ONE-RTN UNTIL WS-SORT-EOF
           IF WS-FIRST-ENTRY
               WRITE RPT-REC FROM NONE-LINE AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 500-OPERATOR-TOTAL-RTN
               PERFORM 550-FILE-TOTAL-RTN
           END-IF
           MOVE "WEEK" TO CT-LABEL-OUT
           MOVE 3 TO SUB1
           MOVE 2 TO WS-SKIP
           PERFORM 600-COUNT-LINE-RTN.

       450-PRINT-ONE-RTN.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
               NOT AT END
                   MOVE SRT-LOG-REC TO LOG-REC
                   PERFORM 470-BREAK-RTN
                   PERFORM 480-DETAIL-RTN
           END-RETURN.

       470-BREAK-RTN.
           IF WS-FIRST-ENTRY
               MOVE "N" TO WS-FIRST-SW
               PERFORM 520-NEW-FILE-RTN
           ELSE
               IF ML-FILE NOT = WS-PREV-FILE
                   PERFORM 500-OPERATOR-TOTAL-RTN
                   PERFORM 550-FILE-TOTAL-RTN
                   PERFORM 520-NEW-FILE-RTN
               ELSE
                   IF ML-OPERATOR NOT = WS-PREV-OPERATOR
                       PERFORM 500-OPERATOR-TOTAL-RTN
                       PERFORM 530-NEW-OPERATOR-RTN
                   END-IF
               END-IF
           END-IF.

       480-DETAIL-RTN.
           MOVE ML-DATE TO DTL-DATE-OUT
           MOVE ML-TIME TO DTL-TIME-OUT
           MOVE ML-KEY TO DTL-KEY-OUT
           MOVE ML-PROGRAM TO DTL-PROGRAM-OUT
           EVALUATE ML-ACTION
               WHEN "A"
                   MOVE "ADD" TO DTL-ACTION-OUT
                   ADD 1 TO WS-ADD-CT (1) WS-ADD-CT (2) WS-ADD-CT (3)
               WHEN "C"
                   MOVE "CHANGE" TO DTL-ACTION-OUT
                   ADD 1 TO WS-CHG-CT (1) WS-CHG-CT (2) WS-CHG-CT (3)
               WHEN OTHER
                   MOVE "DELETE" TO DTL-ACTION-OUT
                   ADD 1 TO WS-DEL-CT (1) WS-DEL-CT (2) WS-DEL-CT (3)
           END-EVALUATE
           WRITE RPT-REC FROM DTL-LINE AFTER ADVANCING 1 LINE
           IF ML-BEFORE NOT = SPACES
               MOVE "BEFORE" TO IMG-LABEL-OUT
               MOVE ML-BEFORE TO IMG-DATA-OUT
               WRITE RPT-REC FROM IMG-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF ML-AFTER NOT = SPACES
               MOVE "AFTER" TO IMG-LABEL-OUT
               MOVE ML-AFTER TO IMG-DATA-OUT
               WRITE RPT-REC FROM IMG-LINE AFTER ADVANCING 1 LINE
           END-IF.

       500-OPERATOR-TOTAL-RTN.
           MOVE SPACES TO CT-LABEL-OUT
           STRING "  OPERATOR " WS-PREV-OPERATOR
               DELIMITED BY SIZE INTO CT-LABEL-OUT
           MOVE 1 TO SUB1
           MOVE 1 TO WS-SKIP
           PERFORM 600-COUNT-LINE-RTN
           INITIALIZE WS-COUNT-SET (1).

       520-NEW-FILE-RTN.
           MOVE ML-FILE TO WS-PREV-FILE
           MOVE ML-FILE TO FILE-HD-OUT
           WRITE RPT-REC FROM FILE-HD-LINE AFTER ADVANCING 2 LINES
           PERFORM 530-NEW-OPERATOR-RTN.

       530-NEW-OPERATOR-RTN.
           MOVE ML-OPERATOR TO WS-PREV-OPERATOR
           MOVE ML-OPERATOR TO OPER-HD-OUT
           WRITE RPT-REC FROM OPER-HD-LINE AFTER ADVANCING 1 LINE.

       550-FILE-TOTAL-RTN.
           MOVE SPACES TO CT-LABEL-OUT
           STRING "FILE " WS-PREV-FILE
               DELIMITED BY SIZE INTO CT-LABEL-OUT
           MOVE 2 TO SUB1
           MOVE 1 TO WS-SKIP
           PERFORM 600-COUNT-LINE-RTN
           INITIALIZE WS-COUNT-SET (2).

       600-COUNT-LINE-RTN.
           MOVE WS-ADD-CT (SUB1) TO CT-ADD-OUT
           MOVE WS-CHG-CT (SUB1) TO CT-CHG-OUT
           MOVE WS-DEL-CT (SUB1) TO CT-DEL-OUT
           WRITE RPT-REC FROM CT-LINE AFTER ADVANCING WS-SKIP LINES.

       900-RUN-LOG-RTN.
           MOVE WS-READ-CTR TO WS-LOG-READ
           MOVE WS-SELECT-CTR TO WS-LOG-WRITTEN
           MOVE ZERO TO WS-LOG-REJECTED
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
