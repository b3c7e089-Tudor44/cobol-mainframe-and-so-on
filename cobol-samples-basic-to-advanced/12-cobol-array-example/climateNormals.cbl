      *15-10-2026 GD - CLIMATE NORMALS. WEATHER-MONTHLY TELLS
      *FACILITIES THE MONTH'S MEAN AND DEGREE DAYS BUT NOT WHETHER
      *THEY ARE UNUSUAL, AND BUDGETING ALWAYS ASKS FOR THE NORMAL
      *MONTH. WEATHER-MONTHLY NOW KEEPS A STATION DAILY HISTORY
      *(COPYBOOK WXHIST) AND THIS RUN BUILDS THE CLIMATE-NORMALS FILE
      *(COPYBOOK WXNORM) FROM IT - PER STATION AND CALENDAR DAY, THE
      *NORMAL MEAN, HIGH, LOW AND DEGREE DAYS AVERAGED OVER THE LAST
      *CLIMATE_YEARS YEARS OF HISTORY (DEFAULT 30, THE PERIOD ENDING
      *WITH THE LATEST YEAR ON FILE), AND THE RECORD HIGH AND LOW
      *WITH THEIR YEAR OVER THE WHOLE HISTORY. THE FILE IS REBUILT
      *WHOLE EACH RUN, SO A RERUN OR A CHANGE OF PERIOD SIMPLY
      *REFRESHES IT. WHERE THE HISTORY HOLDS MORE THAN ONE ROW FOR A
      *STATION AND DATE (A MONTH RUN TWICE) THE LAST ROW WRITTEN
      *COUNTS. A HISTORY ROW WITH NO STATION OR AN IMPOSSIBLE DATE IS
      *COUNTED AND PASSED OVER. RC 8 WHEN THE HISTORY IS MISSING, RC
      *4 WHEN IT HOLDS NOTHING USABLE - THE NORMALS FILE IS THEN LEFT
      *AS IT WAS.
      *FILE PATHS MAY BE OVERRIDDEN AT RUN TIME BY THE
      *CLIMATE_HIST_PATH/CLIMATE_NORM_PATH ENVIRONMENT VARIABLES
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMATE-NORMALS.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO
           WS-HIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT NORM-FILE ASSIGN TO
           WS-NORM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
       FD HIST-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 HIST-REC.
           COPY WXHIST.
       FD NORM-FILE
           RECORD CONTAINS 50 CHARACTERS.
           01 NORM-REC.
           COPY WXNORM.
       SD SORT-FILE.
           01 SORT-REC.
               05 SRT-STATION                         PIC X(2).
               05 SRT-MMDD                            PIC 9(4).
               05 SRT-YEAR                            PIC 9(4).
               05 SRT-SEQ                             PIC 9(7).
               05 SRT-MEAN                            PIC S99V9.
               05 SRT-HIGH                            PIC S99.
               05 SRT-LOW                             PIC S99.
               05 SRT-HDD                             PIC 9(3)V9.
               05 SRT-CDD                             PIC 9(3)V9.
       WORKING-STORAGE SECTION.
       01 WS-HIST-FILE-PATH                     PIC X(80) VALUE
           "/Users/gaetanodorsi/StationHist.txt".
       01 WS-NORM-FILE-PATH                     PIC X(80) VALUE
           "/Users/gaetanodorsi/ClimateNormals.txt".
       01 WS-ENV-HOLD                           PIC X(80).
       01 WS-STATUS                             PIC XX.
       01 WS-EOF-SW                             PIC X VALUE "N".
           88 WS-EOF                                   VALUE "Y".
       01 WS-HELD-SW                            PIC X VALUE "N".
           88 WS-ROW-HELD                              VALUE "Y".
       01 WS-GROUP-SW                           PIC X VALUE "N".
           88 WS-GROUP-OPEN                            VALUE "Y".
       01 WS-NORM-OPEN-SW                       PIC X VALUE "N".
           88 WS-NORM-OPEN                             VALUE "Y".
       01 WS-YEARS-WANTED                       PIC 99 VALUE 30.
       01 WS-LATEST-YEAR                        PIC 9(4) VALUE ZERO.
       01 WS-FIRST-YEAR                         PIC 9(4) VALUE ZERO.
       01 WS-READ-CTR                           PIC 9(7) VALUE ZERO.
       01 WS-REJECT-CTR                         PIC 9(7) VALUE ZERO.
       01 WS-SUPERSEDED-CTR                     PIC 9(7) VALUE ZERO.
       01 WS-USED-CTR                           PIC 9(7) VALUE ZERO.
       01 WS-NORM-CTR                           PIC 9(5) VALUE ZERO.
       01 WS-STATION-CTR                        PIC 9(3) VALUE ZERO.
      *    THE ROW WAITING TO SEE WHETHER A LATER ONE FOR THE SAME
      *    STATION AND DATE REPLACES IT.
       01 WS-HELD-ROW.
           05 WS-HD-STATION                     PIC X(2).
           05 WS-HD-MMDD                        PIC 9(4).
           05 WS-HD-YEAR                        PIC 9(4).
           05 WS-HD-MEAN                        PIC S99V9.
           05 WS-HD-HIGH                        PIC S99.
           05 WS-HD-LOW                         PIC S99.
           05 WS-HD-HDD                         PIC 9(3)V9.
           05 WS-HD-CDD                         PIC 9(3)V9.
      *    THE STATION AND CALENDAR DAY BEING ACCUMULATED.
       01 WS-GROUP.
           05 WS-GP-STATION                     PIC X(2).
           05 WS-GP-MMDD                        PIC 9(4).
           05 WS-GP-MEAN-TOTAL                  PIC S9(5)V9.
           05 WS-GP-HIGH-TOTAL                  PIC S9(5).
           05 WS-GP-LOW-TOTAL                   PIC S9(5).
           05 WS-GP-HDD-TOTAL                   PIC 9(6)V9.
           05 WS-GP-CDD-TOTAL                   PIC 9(6)V9.
           05 WS-GP-YEARS                       PIC 99.
           05 WS-GP-REC-HIGH                    PIC S99.
           05 WS-GP-REC-HIGH-YEAR               PIC 9(4).
           05 WS-GP-REC-LOW                     PIC S99.
           05 WS-GP-REC-LOW-YEAR                PIC 9(4).
       01 WS-LAST-STATION                       PIC X(2) VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CLIMATE_HIST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-HIST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CLIMATE_NORM_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-NORM-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CLIMATE_YEARS"
           IF WS-ENV-HOLD (1:2) IS NUMERIC
               AND WS-ENV-HOLD (1:2) NOT = "00"
               MOVE WS-ENV-HOLD (1:2) TO WS-YEARS-WANTED
           END-IF
           OPEN INPUT HIST-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "STATION HISTORY NOT AVAILABLE - STATUS "
                   WS-STATUS " - NORMALS NOT REBUILT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT SORT-FILE
               ON ASCENDING KEY SRT-STATION
               ON ASCENDING KEY SRT-MMDD
               ON ASCENDING KEY SRT-YEAR
               ON ASCENDING KEY SRT-SEQ
               INPUT PROCEDURE 200-LOAD-HIST-RTN
               OUTPUT PROCEDURE 400-BUILD-RTN
           CLOSE HIST-FILE
           IF WS-NORM-OPEN
               CLOSE NORM-FILE
           ELSE
               DISPLAY "NO USABLE STATION HISTORY - NORMALS NOT "
                   "REBUILT"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "HISTORY ROWS READ:   " WS-READ-CTR
           DISPLAY "ROWS REJECTED:       " WS-REJECT-CTR
           DISPLAY "ROWS SUPERSEDED:     " WS-SUPERSEDED-CTR
           DISPLAY "ROWS IN NORMALS:     " WS-USED-CTR
           DISPLAY "NORMALS PERIOD:      " WS-FIRST-YEAR " - "
               WS-LATEST-YEAR
           DISPLAY "STATIONS:            " WS-STATION-CTR
           DISPLAY "NORMALS WRITTEN:     " WS-NORM-CTR
           STOP RUN.

      ******************************************************************
      * INPUT SIDE - EVERY USABLE HISTORY ROW IS RELEASED WITH ITS
      * POSITION ON THE FILE, SO ROWS FOR THE SAME STATION AND DATE
      * COME BACK IN THE ORDER THEY WERE WRITTEN. THE LATEST YEAR ON
      * FILE CLOSES THE NORMALS PERIOD.
      ******************************************************************
       200-LOAD-HIST-RTN.
           PERFORM 250-LOAD-ONE-RTN UNTIL WS-EOF
           IF WS-LATEST-YEAR > WS-YEARS-WANTED
               COMPUTE WS-FIRST-YEAR =
                   WS-LATEST-YEAR - WS-YEARS-WANTED + 1
           END-IF.

       250-LOAD-ONE-RTN.
           READ HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   IF WH-STATION = SPACES
                       OR WH-DATE IS NOT NUMERIC
                       OR WH-MMDD < 0101 OR WH-MMDD > 1231
                       OR WH-MMDD (3:2) < "01" OR WH-MMDD (3:2) > "31"
                       ADD 1 TO WS-REJECT-CTR
                   ELSE
                       IF WH-YEAR > WS-LATEST-YEAR
                           MOVE WH-YEAR TO WS-LATEST-YEAR
                       END-IF
                       MOVE WH-STATION TO SRT-STATION
                       MOVE WH-MMDD TO SRT-MMDD
                       MOVE WH-YEAR TO SRT-YEAR
                       MOVE WS-READ-CTR TO SRT-SEQ
                       MOVE WH-MEAN TO SRT-MEAN
                       MOVE WH-HIGH TO SRT-HIGH
                       MOVE WH-LOW TO SRT-LOW
                       MOVE WH-HDD TO SRT-HDD
                       MOVE WH-CDD TO SRT-CDD
                       RELEASE SORT-REC
                   END-IF
           END-READ.

      ******************************************************************
      * OUTPUT SIDE - STATION, CALENDAR DAY, YEAR. A ROW IS HELD UNTIL
      * THE NEXT ONE SHOWS IT WAS NOT REPLACED FOR THE SAME DATE; A
      * CHANGE OF STATION OR CALENDAR DAY WRITES THE DAY'S NORMAL.
      ******************************************************************
       400-BUILD-RTN.
           MOVE "N" TO WS-EOF-SW
           PERFORM 450-BUILD-ONE-RTN UNTIL WS-EOF
           IF WS-ROW-HELD
               PERFORM 500-USE-ROW-RTN
           END-IF
           IF WS-GROUP-OPEN
               PERFORM 600-WRITE-NORMAL-RTN
           END-IF.

       450-BUILD-ONE-RTN.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-ROW-HELD
                       IF SRT-STATION = WS-HD-STATION
                           AND SRT-MMDD = WS-HD-MMDD
                           AND SRT-YEAR = WS-HD-YEAR
                           ADD 1 TO WS-SUPERSEDED-CTR
                       ELSE
                           PERFORM 500-USE-ROW-RTN
                       END-IF
                   END-IF
                   MOVE SRT-STATION TO WS-HD-STATION
                   MOVE SRT-MMDD TO WS-HD-MMDD
                   MOVE SRT-YEAR TO WS-HD-YEAR
                   MOVE SRT-MEAN TO WS-HD-MEAN
                   MOVE SRT-HIGH TO WS-HD-HIGH
                   MOVE SRT-LOW TO WS-HD-LOW
                   MOVE SRT-HDD TO WS-HD-HDD
                   MOVE SRT-CDD TO WS-HD-CDD
                   MOVE "Y" TO WS-HELD-SW
           END-RETURN.

      ******************************************************************
      * ONE STATION-DAY FOR GOOD. THE RECORDS TAKE EVERY YEAR; THE
      * NORMAL TAKES ONLY THE YEARS OF THE PERIOD. YEARS COME UP IN
      * ORDER, SO A TIE NEVER MOVES A RECORD OFF ITS EARLIER YEAR.
      ******************************************************************
       500-USE-ROW-RTN.
           IF WS-GROUP-OPEN
               IF WS-HD-STATION NOT = WS-GP-STATION
                   OR WS-HD-MMDD NOT = WS-GP-MMDD
                   PERFORM 600-WRITE-NORMAL-RTN
               END-IF
           END-IF
           IF NOT WS-GROUP-OPEN
               INITIALIZE WS-GROUP
               MOVE WS-HD-STATION TO WS-GP-STATION
               MOVE WS-HD-MMDD TO WS-GP-MMDD
               MOVE WS-HD-HIGH TO WS-GP-REC-HIGH
               MOVE WS-HD-YEAR TO WS-GP-REC-HIGH-YEAR
               MOVE WS-HD-LOW TO WS-GP-REC-LOW
               MOVE WS-HD-YEAR TO WS-GP-REC-LOW-YEAR
               MOVE "Y" TO WS-GROUP-SW
               IF WS-HD-STATION NOT = WS-LAST-STATION
                   ADD 1 TO WS-STATION-CTR
                   MOVE WS-HD-STATION TO WS-LAST-STATION
               END-IF
           END-IF
           IF WS-HD-HIGH > WS-GP-REC-HIGH
               MOVE WS-HD-HIGH TO WS-GP-REC-HIGH
               MOVE WS-HD-YEAR TO WS-GP-REC-HIGH-YEAR
           END-IF
           IF WS-HD-LOW < WS-GP-REC-LOW
               MOVE WS-HD-LOW TO WS-GP-REC-LOW
               MOVE WS-HD-YEAR TO WS-GP-REC-LOW-YEAR
           END-IF
           IF WS-HD-YEAR NOT < WS-FIRST-YEAR
               ADD WS-HD-MEAN TO WS-GP-MEAN-TOTAL
               ADD WS-HD-HIGH TO WS-GP-HIGH-TOTAL
               ADD WS-HD-LOW TO WS-GP-LOW-TOTAL
               ADD WS-HD-HDD TO WS-GP-HDD-TOTAL
               ADD WS-HD-CDD TO WS-GP-CDD-TOTAL
               ADD 1 TO WS-GP-YEARS
               ADD 1 TO WS-USED-CTR
           END-IF
           MOVE "N" TO WS-HELD-SW.

       600-WRITE-NORMAL-RTN.
           IF NOT WS-NORM-OPEN
               OPEN OUTPUT NORM-FILE
               MOVE "Y" TO WS-NORM-OPEN-SW
           END-IF
           INITIALIZE NORM-REC
           MOVE WS-GP-STATION TO WN-STATION
           MOVE WS-GP-MMDD TO WN-MMDD
           MOVE WS-GP-YEARS TO WN-YEARS
           MOVE WS-FIRST-YEAR TO WN-FROM-YEAR
           MOVE WS-LATEST-YEAR TO WN-TO-YEAR
           IF WS-GP-YEARS > ZERO
               COMPUTE WN-MEAN ROUNDED =
                   WS-GP-MEAN-TOTAL / WS-GP-YEARS
               COMPUTE WN-HIGH ROUNDED =
                   WS-GP-HIGH-TOTAL / WS-GP-YEARS
               COMPUTE WN-LOW ROUNDED =
                   WS-GP-LOW-TOTAL / WS-GP-YEARS
               COMPUTE WN-HDD ROUNDED =
                   WS-GP-HDD-TOTAL / WS-GP-YEARS
               COMPUTE WN-CDD ROUNDED =
                   WS-GP-CDD-TOTAL / WS-GP-YEARS
           END-IF
           MOVE WS-GP-REC-HIGH TO WN-REC-HIGH
           MOVE WS-GP-REC-HIGH-YEAR TO WN-REC-HIGH-YEAR
           MOVE WS-GP-REC-LOW TO WN-REC-LOW
           MOVE WS-GP-REC-LOW-YEAR TO WN-REC-LOW-YEAR
           WRITE NORM-REC
           ADD 1 TO WS-NORM-CTR
           MOVE "N" TO WS-GROUP-SW.
