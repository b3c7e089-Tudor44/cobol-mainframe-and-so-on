      *SITES STILL PRODUCES A CLEAN DAILY REPORT PER SITE. SET
      *ARRFILE_STATION TO REPORT A SINGLE SITE - OTHER STATIONS'
      *READINGS ARE PASSED OVER WITHOUT COUNTING AS REJECTS.
      *15-10-2026 GD - DEPARTURE FROM NORMAL IN READING MODE. THE
      *READINGS CARRY ONLY THE DAY, SO ARRFILE_MONTH (YYYYMM, DEFAULT
      *THE BUSINESS DATE'S MONTH) SAYS WHICH MONTH THEY ARE. WHEN THE
      *CLIMATE-NORMALS FILE (COPYBOOK WXNORM, ARRFILE_NORM_PATH) IS
      *THERE, EACH DAY'S REPORT CLOSES WITH THE DAY'S MEAN AGAINST
      *THE STATION'S NORMAL FOR THE CALENDAR DAY, THE NORMAL HIGH AND
      *LOW, AND A FLAG WHEN THE DAY'S PEAK OR LOW SETS OR TIES THE
      *STATION'S RECORD; THE RUN SUMMARY ADDS EACH STATION'S
      *DEPARTURE FOR THE MONTH OVER THE DAYS REPORTED. THE RIGID
      *24-READINGS-PER-LINE MODE HAS NO STATION OR CALENDAR DAY AND
      *IS UNCHANGED.
      *15-10-2026 GD - FROST, HEAT AND SILENT-LOGGER ALERTS IN READING
      *MODE. A STATION THAT SAT BELOW FREEZING OVERNIGHT OR ABOVE THE
      *HEAT LEVEL FOR HOURS WAS ONLY NOTICED FROM COMPLAINTS NEXT
      *MORNING. EACH STATION NOW HAS A FROST LEVEL, A HEAT LEVEL, A
      *MINIMUM RUN OF CONSECUTIVE HOURS AND A SILENT-LOGGER GAP ON
      *THE THRESHOLD FILE (COPYBOOK WXTHRSH, ARRFILE_THRESH_PATH; A
      *"**" ROW IS THE DEFAULT, AND WITH NO FILE EVERY STATION GETS
      *32 / 90 / 3 HOURS / 3 HOURS). AS THE DAYS ARE ASSEMBLED THE
      *VALIDATED HOURS ARE WATCHED FOR A RUN AT OR BELOW FROST OR AT
      *OR ABOVE HEAT, AND THE MISSING HOURS FOR A SILENT LOGGER; A
      *RUN CARRIES ACROSS MIDNIGHT INTO THE STATION'S NEXT DAY, AND
      *WHOLE DAYS WITH NO READINGS COUNT AS SILENT HOURS. A RUN AS
      *LONG AS THE MINIMUM (THE GAP, FOR A SILENT LOGGER) IS AN
      *EVENT: IT GOES ON THE EVENTS REPORT (ARRFILE_EVENT_PATH) AND
      *TO ALERT-RTN NAMING THE STATION, THE HOURS AND THE EXTREME
      *READING - A WARNING, OR CRITICAL WHEN FROST OR HEAT LASTED
      *TWICE THE MINIMUM OR THE LOGGER WAS SILENT A FULL DAY. ANY
      *EVENT ENDS RC 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRAY-WITH-FILE.
       AUTHOR. GAETANO.
           SELECT RDG-FILE ASSIGN TO
           WS-IN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NORM-FILE ASSIGN TO
           WS-NORM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NORM-STATUS.
           SELECT THRESH-FILE ASSIGN TO
           WS-THRESH-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESH-STATUS.
           SELECT EVENT-FILE ASSIGN TO
           WS-EVENT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE.
               05 RD-HOUR                             PIC 99.
               05 RD-TEMP                             PIC S99
                   SIGN IS TRAILING SEPARATE CHARACTER.
       FD NORM-FILE
           RECORD CONTAINS 50 CHARACTERS.
           01 NORM-REC.
           COPY WXNORM.
       FD THRESH-FILE
           RECORD CONTAINS 12 CHARACTERS.
           01 THRESH-REC.
           COPY WXTHRSH.
       FD EVENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 EVENT-REC                               PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-IN-FILE-PATH                       PIC X(80) VALUE
           "/Users/gaetanodorsi/arrayFile.txt".
       01 WS-OUT-FILE-PATH                      PIC X(80) VALUE
           "/Users/gaetanodorsi/arrayFile1.txt".
       01 WS-NORM-FILE-PATH                     PIC X(80) VALUE
           "/Users/gaetanodorsi/ClimateNormals.txt".
       01 WS-THRESH-FILE-PATH                   PIC X(80) VALUE
           "/Users/gaetanodorsi/StationThresh.txt".
       01 WS-EVENT-FILE-PATH                    PIC X(80) VALUE
           "/Users/gaetanodorsi/TempEvents.txt".
       01 WS-ENV-HOLD                           PIC X(80).
       01 WS-NORM-STATUS                        PIC XX.
       01 WS-THRESH-STATUS                      PIC XX.
       01 WS-THRESH-EOF-SW                      PIC X VALUE "N".
           88 WS-THRESH-EOF                            VALUE "Y".
      *    THE THRESHOLDS - ONE SLOT PER STATION ROW ON THE FILE, AND
      *    THE DEFAULT FOR A STATION WITH NONE.
       01 WS-TH-TABLE.
           05 WS-TH-ENTRY OCCURS 20 TIMES.
               10 WS-TH-STATION                 PIC X(2).
               10 WS-TH-FROST                   PIC S99.
               10 WS-TH-HEAT                    PIC S99.
               10 WS-TH-MIN-HOURS               PIC 99.
               10 WS-TH-SILENT-HOURS            PIC 99.
       01 WS-TH-CTR                             PIC 99 VALUE ZERO.
       01 WS-TH-IDX                             PIC 99.
       01 WS-TH-DEFAULT.
           05 WS-DF-FROST                       PIC S99 VALUE 32.
           05 WS-DF-HEAT                        PIC S99 VALUE 90.
           05 WS-DF-MIN-HOURS                   PIC 99 VALUE 3.
           05 WS-DF-SILENT-HOURS                PIC 99 VALUE 3.
      *    THE LEVELS FOR THE STATION BEING WATCHED.
       01 WS-LIMITS.
           05 WS-LM-FROST                       PIC S99.
           05 WS-LM-HEAT                        PIC S99.
           05 WS-LM-MIN-HOURS                   PIC 99.
           05 WS-LM-SILENT-HOURS                PIC 99.
      *    THE RUNS OPEN FOR THE STATION BEING WATCHED - HOURS IN THE
      *    RUN (ZERO = NONE OPEN), WHERE IT STARTED AND LAST EXTENDED,
      *    AND THE EXTREME READING IN IT.
       01 WS-WATCH-STATION                      PIC X(2) VALUE SPACES.
       01 WS-WATCH-LAST-DAY                     PIC 99 VALUE ZERO.
       01 WS-FROST-RUN.
           05 WS-FR-HOURS                       PIC 9(4) VALUE ZERO.
           05 WS-FR-FROM-DAY                    PIC 99.
           05 WS-FR-FROM-HOUR                   PIC 99.
           05 WS-FR-TO-DAY                      PIC 99.
           05 WS-FR-TO-HOUR                     PIC 99.
           05 WS-FR-EXTREME                     PIC S99.
       01 WS-HEAT-RUN.
           05 WS-HT-HOURS                       PIC 9(4) VALUE ZERO.
           05 WS-HT-FROM-DAY                    PIC 99.
           05 WS-HT-FROM-HOUR                   PIC 99.
           05 WS-HT-TO-DAY                      PIC 99.
           05 WS-HT-TO-HOUR                     PIC 99.
           05 WS-HT-EXTREME                     PIC S99.
       01 WS-SILENT-RUN.
           05 WS-SL-HOURS                       PIC 9(4) VALUE ZERO.
           05 WS-SL-FROM-DAY                    PIC 99.
           05 WS-SL-FROM-HOUR                   PIC 99.
           05 WS-SL-TO-DAY                      PIC 99.
           05 WS-SL-TO-HOUR                     PIC 99.
       01 WS-GAP-DAYS                           PIC 99.
      *    THE EVENT BEING REPORTED.
       01 WS-EVENT.
           05 WS-EV-TYPE                        PIC X(6).
           05 WS-EV-HOURS                       PIC 9(4).
           05 WS-EV-FROM-DAY                    PIC 99.
           05 WS-EV-FROM-HOUR                   PIC 99.
           05 WS-EV-TO-DAY                      PIC 99.
           05 WS-EV-TO-HOUR                     PIC 99.
           05 WS-EV-EXTREME                     PIC S99.
           05 WS-EV-LIMIT                       PIC 99.
       01 WS-EV-EXTREME-OUT                     PIC -99.
       01 WS-EV-HOURS-OUT                       PIC ZZZ9.
       01 WS-EVENT-CTR                          PIC 9(3) VALUE ZERO.
       01 WS-CRIT-CTR                           PIC 9(3) VALUE ZERO.
       01 WS-ALERT-SEV                          PIC X.
       01 WS-ALERT-PROGRAM                      PIC X(20)
           VALUE "ARRAY-WITH-FILE".
       01 WS-ALERT-MSG                          PIC X(60).
       01 WS-NORM-EOF-SW                        PIC X VALUE "N".
           88 WS-NORM-EOF                              VALUE "Y".
       01 WS-NORM-SW                            PIC X VALUE "N".
           88 WS-NORMALS-LOADED                        VALUE "Y".
       01 WS-BUS-DATE                           PIC 9(8).
      *    THE MONTH THE READINGS BELONG TO.
       01 WS-RPT-MONTH.
           05 WS-RPT-YEAR                       PIC 9(4).
           05 WS-RPT-MM                         PIC 99.
      *    EACH STATION'S NORMALS FOR THE MONTH, AND THE DAYS REPORTED
      *    AGAINST THEM - A SLOT OPENS FOR A STATION THE FIRST TIME
      *    THE NORMALS FILE SHOWS IT FOR THE MONTH.
       01 WS-NM-TABLE.
           05 WS-NM-ENTRY OCCURS 10 TIMES.
               10 WS-NM-STATION                 PIC X(2).
               10 WS-NM-DAY-ENTRY OCCURS 31 TIMES.
                   15 WS-NM-FOUND               PIC X.
                   15 WS-NM-YEARS               PIC 99.
                   15 WS-NM-MEAN                PIC S99V9.
                   15 WS-NM-HIGH                PIC S99V9.
                   15 WS-NM-LOW                 PIC S99V9.
                   15 WS-NM-REC-HIGH            PIC S99.
                   15 WS-NM-REC-HIGH-YEAR       PIC 9(4).
                   15 WS-NM-REC-LOW             PIC S99.
                   15 WS-NM-REC-LOW-YEAR        PIC 9(4).
               10 WS-NM-DAYS                    PIC 99.
               10 WS-NM-DAY-MEANS               PIC S9(5)V9.
               10 WS-NM-MEANS                   PIC S9(5)V9.
               10 WS-NM-REC-HIGH-CTR            PIC 99.
               10 WS-NM-REC-LOW-CTR             PIC 99.
       01 WS-NM-CTR                             PIC 99 VALUE ZERO.
       01 WS-NM-IDX                             PIC 99.
       01 WS-NM-SCAN                            PIC 99.
       01 WS-NM-DAY                             PIC 99.
       01 WS-DAY-TOTAL                          PIC S9(5).
       01 WS-DAY-MEAN                           PIC S99V9.
       01 WS-NM-MONTH-MEAN                      PIC S99V9.
       01 WS-DEPART                             PIC S9(3)V9.
       01 STORED-AREAS.
           05 ARE-THERE-MORE-RECS                   PIC XXX VALUE "YES".
           05 SUB                                   PIC 99.
               VALUE "LOW HOUR: ".
           05 LOW-HOUR-OUT                 PIC Z9.
           05 FILLER                       PIC X(92) VALUE SPACES.
       01 NORMAL-LINE.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(10) VALUE "DAY MEAN: ".
           05 NML-MEAN-OUT                 PIC -99.9.
           05 FILLER                       PIC X(10) VALUE "  NORMAL: ".
           05 NML-NORMAL-OUT               PIC -99.9.
           05 FILLER                       PIC X(13)
               VALUE "  DEPARTURE: ".
           05 NML-DEP-OUT                  PIC +Z9.9.
           05 FILLER                       PIC X(15)
               VALUE "  NORMAL HIGH: ".
           05 NML-HIGH-OUT                 PIC -99.9.
           05 FILLER                       PIC X(7) VALUE "  LOW: ".
           05 NML-LOW-OUT                  PIC -99.9.
           05 FILLER                       PIC X(42) VALUE SPACES.
       01 RECORD-LINE.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(13)
               VALUE "RECORD HIGH: ".
           05 REC-HIGH-OUT                 PIC -Z9.
           05 FILLER                       PIC X(2) VALUE " (".
           05 REC-HIGH-YEAR-OUT            PIC 9(4).
           05 FILLER                       PIC X(2) VALUE ") ".
           05 REC-HIGH-FLAG                PIC X(20).
           05 FILLER                       PIC X(12)
               VALUE "RECORD LOW: ".
           05 REC-LOW-OUT                  PIC -Z9.
           05 FILLER                       PIC X(2) VALUE " (".
           05 REC-LOW-YEAR-OUT             PIC 9(4).
           05 FILLER                       PIC X(2) VALUE ") ".
           05 REC-LOW-FLAG                 PIC X(20).
           05 FILLER                       PIC X(35) VALUE SPACES.
       01 NO-NORMAL-LINE.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(10) VALUE "DAY MEAN: ".
           05 NNL-MEAN-OUT                 PIC -99.9.
           05 FILLER                       PIC X(40)
               VALUE "  NO CLIMATE NORMAL FOR THE STATION-DAY".
           05 FILLER                       PIC X(67) VALUE SPACES.
       01 MONTH-NORMAL-HD-LINE.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(34)
               VALUE "DEPARTURE FROM NORMAL FOR MONTH  ".
           05 MNH-YEAR-OUT                 PIC 9(4).
           05 FILLER                       PIC X VALUE "-".
           05 MNH-MM-OUT                   PIC 99.
           05 FILLER                       PIC X(81) VALUE SPACES.
       01 MONTH-NORMAL-LINE.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 FILLER                       PIC X(8) VALUE "STATION ".
           05 MNL-STATION-OUT              PIC X(2).
           05 FILLER                       PIC X(8) VALUE "  DAYS: ".
           05 MNL-DAYS-OUT                 PIC Z9.
           05 FILLER                       PIC X(8) VALUE "  MEAN: ".
           05 MNL-MEAN-OUT                 PIC -99.9.
           05 FILLER                       PIC X(10) VALUE "  NORMAL: ".
           05 MNL-NORMAL-OUT               PIC -99.9.
           05 FILLER                       PIC X(13)
               VALUE "  DEPARTURE: ".
           05 MNL-DEP-OUT                  PIC +Z9.9.
           05 FILLER                       PIC X(16)
               VALUE "  RECORD HIGHS: ".
           05 MNL-REC-HIGH-OUT             PIC Z9.
           05 FILLER                       PIC X(15)
               VALUE "  RECORD LOWS: ".
           05 MNL-REC-LOW-OUT              PIC Z9.
           05 FILLER                       PIC X(21) VALUE SPACES.
       01 EVT-HD-LINE1.
           05 FILLER                       PIC X(30)
               VALUE "TEMPERATURE THRESHOLD EVENTS".
           05 FILLER                       PIC X(7) VALUE "MONTH: ".
           05 EVT-HD-YEAR-OUT              PIC 9(4).
           05 FILLER                       PIC X VALUE "-".
           05 EVT-HD-MM-OUT                PIC 99.
           05 FILLER                       PIC X(36) VALUE SPACES.
       01 EVT-HD-LINE2.
           05 FILLER                       PIC X(36) VALUE
               "STN EVENT   FROM    TO      HOURS  E".
           05 FILLER                       PIC X(44) VALUE
               "XTREME  LIMIT  SEVERITY".
       01 EVT-DTL-LINE.
           05 EVT-STATION-OUT              PIC X(2).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 EVT-TYPE-OUT                 PIC X(6).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 EVT-FROM-DAY-OUT             PIC 99.
           05 FILLER                       PIC X VALUE "/".
           05 EVT-FROM-HOUR-OUT            PIC 99.
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 EVT-TO-DAY-OUT               PIC 99.
           05 FILLER                       PIC X VALUE "/".
           05 EVT-TO-HOUR-OUT              PIC 99.
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 EVT-HOURS-OUT                PIC ZZZ9.
           05 FILLER                       PIC X(5) VALUE SPACES.
           05 EVT-EXTREME-OUT              PIC -99.
           05 EVT-EXTREME-NONE REDEFINES EVT-EXTREME-OUT
                                           PIC X(3).
           05 FILLER                       PIC X(5) VALUE SPACES.
           05 EVT-LIMIT-OUT                PIC -99.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 EVT-SEVERITY-OUT             PIC X(8).
           05 FILLER                       PIC X(20) VALUE SPACES.
       01 EVT-TOTAL-LINE.
           05 FILLER                       PIC X(8) VALUE "EVENTS: ".
           05 EVT-TOTAL-OUT                PIC ZZ9.
           05 FILLER                       PIC X(13)
               VALUE "  CRITICAL: ".
           05 EVT-CRIT-OUT                 PIC ZZ9.
           05 FILLER                       PIC X(53) VALUE SPACES.
       01 RUN-SUMMARY-HD-LINE.
           05 FILLER                       PIC X(40) VALUE SPACES.
           05 FILLER                       PIC X(30)
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:2) TO WS-STATION-WANTED
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ARRFILE_NORM_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-NORM-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ARRFILE_MONTH"
           IF WS-ENV-HOLD (1:6) IS NUMERIC
               AND WS-ENV-HOLD (5:2) > "00" AND WS-ENV-HOLD (5:2) < "13"
               MOVE WS-ENV-HOLD (1:6) TO WS-RPT-MONTH
           ELSE
               CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
               MOVE WS-BUS-DATE (1:6) TO WS-RPT-MONTH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ARRFILE_THRESH_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-THRESH-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ARRFILE_EVENT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-EVENT-FILE-PATH
           END-IF
           OPEN OUTPUT OUT-FILE
           IF WS-READING-MODE
               PERFORM 800-LOAD-NORMALS-RTN
               PERFORM 950-LOAD-THRESHOLDS-RTN
               OPEN OUTPUT EVENT-FILE
               MOVE WS-RPT-YEAR TO EVT-HD-YEAR-OUT
               MOVE WS-RPT-MM TO EVT-HD-MM-OUT
               WRITE EVENT-REC FROM EVT-HD-LINE1 AFTER ADVANCING PAGE
               WRITE EVENT-REC FROM EVT-HD-LINE2
                   AFTER ADVANCING 2 LINES
               PERFORM 700-READING-INGEST-RTN
               PERFORM 990-CLOSE-RUNS-RTN
               MOVE WS-EVENT-CTR TO EVT-TOTAL-OUT
               MOVE WS-CRIT-CTR TO EVT-CRIT-OUT
               WRITE EVENT-REC FROM EVT-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE EVENT-FILE
               IF WS-EVENT-CTR > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               OPEN INPUT IN-FILE
               READ IN-FILE
           IF WS-READING-MODE
               DISPLAY "HOURS MISSING    " WS-MISSING-CTR
               DISPLAY "DUPLICATE HOURS  " WS-DUPL-CTR
               DISPLAY "THRESHOLD EVENTS " WS-EVENT-CTR
           END-IF
           PERFORM 750-RUN-SUMMARY-RTN
           CLOSE OUT-FILE
           PERFORM 300-AM-AND-PM-TEMP-PER-LINE
           PERFORM 500-TWELVE-TEMP-PER-LINE
           PERFORM 650-PEAK-LOW-LINE-RTN
           IF WS-READING-MODE AND WS-NORMALS-LOADED
               PERFORM 850-DAY-NORMAL-RTN
           END-IF
           PERFORM 270-PRINT-EXCEPTIONS-RTN.

      ******************************************************************
           MOVE " STATION: " TO DAY-STATION-TAG
           MOVE WS-CUR-STATION TO DAY-STATION-OUT
           PERFORM 175-DAY-REPORT-RTN
           PERFORM 960-WATCH-DAY-RTN
           MOVE ZERO TO WS-CUR-DAY.

       740-STORE-READING-RTN.
                   WS-RUN-READING-TOTAL / WS-RUN-READING-CTR
           END-IF
           MOVE WS-RUN-AVERAGE TO RUN-AVG-OUT
           WRITE PRINT-REC FROM RUN-AVG-LINE AFTER ADVANCING 2 LINES
           IF WS-READING-MODE AND WS-NORMALS-LOADED
               MOVE WS-RPT-YEAR TO MNH-YEAR-OUT
               MOVE WS-RPT-MM TO MNH-MM-OUT
               WRITE PRINT-REC FROM MONTH-NORMAL-HD-LINE
                   AFTER ADVANCING 3 LINES
               PERFORM 900-MONTH-NORMAL-LINE-RTN
                   VARYING WS-NM-IDX FROM 1 BY 1
                   UNTIL WS-NM-IDX > WS-NM-CTR
           END-IF.

      ******************************************************************
      * THE MONTH'S NORMALS AND RECORDS FOR EVERY STATION THE RUN MAY
      * SEE. NO NORMALS FILE MEANS NO DEPARTURES, NOTHING WORSE.
      ******************************************************************
       800-LOAD-NORMALS-RTN.
           INITIALIZE WS-NM-TABLE
           OPEN INPUT NORM-FILE
           IF WS-NORM-STATUS NOT = "00"
               DISPLAY "CLIMATE NORMALS NOT AVAILABLE - STATUS "
                   WS-NORM-STATUS " - NO DEPARTURES SHOWN"
           ELSE
               PERFORM 810-LOAD-NORMAL-RTN UNTIL WS-NORM-EOF
               CLOSE NORM-FILE
               MOVE "Y" TO WS-NORM-SW
           END-IF.

       810-LOAD-NORMAL-RTN.
           READ NORM-FILE
               AT END
                   MOVE "Y" TO WS-NORM-EOF-SW
               NOT AT END
                   IF WN-MONTH = WS-RPT-MM
                       AND WN-DAY > ZERO AND WN-DAY < 32
                       AND (WS-STATION-WANTED = SPACES
                           OR WN-STATION = WS-STATION-WANTED)
                       PERFORM 820-STORE-NORMAL-RTN
                   END-IF
           END-READ.

       820-STORE-NORMAL-RTN.
           MOVE WN-STATION TO WS-CUR-STATION
           PERFORM 830-FIND-NORM-STATION-RTN
           IF WS-NM-IDX = ZERO
               IF WS-NM-CTR < 10
                   ADD 1 TO WS-NM-CTR
                   MOVE WS-NM-CTR TO WS-NM-IDX
                   MOVE WN-STATION TO WS-NM-STATION (WS-NM-IDX)
               ELSE
                   DISPLAY "NORMALS TABLE FULL - STATION "
                       WN-STATION " DAY " WN-DAY " IGNORED"
               END-IF
           END-IF
           IF WS-NM-IDX > ZERO
               MOVE WN-DAY TO WS-NM-DAY
               MOVE "Y" TO WS-NM-FOUND (WS-NM-IDX, WS-NM-DAY)
               MOVE WN-YEARS TO WS-NM-YEARS (WS-NM-IDX, WS-NM-DAY)
               MOVE WN-MEAN TO WS-NM-MEAN (WS-NM-IDX, WS-NM-DAY)
               MOVE WN-HIGH TO WS-NM-HIGH (WS-NM-IDX, WS-NM-DAY)
               MOVE WN-LOW TO WS-NM-LOW (WS-NM-IDX, WS-NM-DAY)
               MOVE WN-REC-HIGH
                   TO WS-NM-REC-HIGH (WS-NM-IDX, WS-NM-DAY)
               MOVE WN-REC-HIGH-YEAR
                   TO WS-NM-REC-HIGH-YEAR (WS-NM-IDX, WS-NM-DAY)
               MOVE WN-REC-LOW
                   TO WS-NM-REC-LOW (WS-NM-IDX, WS-NM-DAY)
               MOVE WN-REC-LOW-YEAR
                   TO WS-NM-REC-LOW-YEAR (WS-NM-IDX, WS-NM-DAY)
           END-IF.

       830-FIND-NORM-STATION-RTN.
           MOVE ZERO TO WS-NM-IDX
           PERFORM VARYING WS-NM-SCAN FROM 1 BY 1
               UNTIL WS-NM-SCAN > WS-NM-CTR
               IF WS-NM-STATION (WS-NM-SCAN) = WS-CUR-STATION
                   MOVE WS-NM-SCAN TO WS-NM-IDX
                   MOVE WS-NM-CTR TO WS-NM-SCAN
               END-IF
           END-PERFORM.

      ******************************************************************
      * THE DAY AGAINST THE STATION'S NORMAL FOR THE CALENDAR DAY. THE
      * MEAN IS OF THE 24 VALIDATED HOURS; THE PEAK AND LOW ARE THE
      * DAY'S FLAGGED ONES. BEYOND THE RECORD SETS IT, EQUAL TIES IT -
      * UNLESS THE RECORD IS THIS DAY'S OWN, WHICH STILL SHOWS AS SET.
      ******************************************************************
       850-DAY-NORMAL-RTN.
           MOVE ZERO TO WS-DAY-TOTAL
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 24
               ADD WS-TEMP-VALID (SUB) TO WS-DAY-TOTAL
           END-PERFORM
           COMPUTE WS-DAY-MEAN ROUNDED = WS-DAY-TOTAL / 24
           PERFORM 830-FIND-NORM-STATION-RTN
           MOVE WS-CUR-DAY TO WS-NM-DAY
           IF WS-NM-IDX = ZERO
               MOVE WS-DAY-MEAN TO NNL-MEAN-OUT
               WRITE PRINT-REC FROM NO-NORMAL-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               IF WS-NM-FOUND (WS-NM-IDX, WS-NM-DAY) NOT = "Y"
                   OR WS-NM-YEARS (WS-NM-IDX, WS-NM-DAY) = ZERO
                   MOVE WS-DAY-MEAN TO NNL-MEAN-OUT
                   WRITE PRINT-REC FROM NO-NORMAL-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   PERFORM 860-DEPARTURE-LINE-RTN
               END-IF
               IF WS-NM-FOUND (WS-NM-IDX, WS-NM-DAY) = "Y"
                   PERFORM 870-RECORD-LINE-RTN
               END-IF
           END-IF.

       860-DEPARTURE-LINE-RTN.
           COMPUTE WS-DEPART =
               WS-DAY-MEAN - WS-NM-MEAN (WS-NM-IDX, WS-NM-DAY)
           ADD 1 TO WS-NM-DAYS (WS-NM-IDX)
           ADD WS-DAY-MEAN TO WS-NM-DAY-MEANS (WS-NM-IDX)
           ADD WS-NM-MEAN (WS-NM-IDX, WS-NM-DAY)
               TO WS-NM-MEANS (WS-NM-IDX)
           MOVE WS-DAY-MEAN TO NML-MEAN-OUT
           MOVE WS-NM-MEAN (WS-NM-IDX, WS-NM-DAY) TO NML-NORMAL-OUT
           MOVE WS-DEPART TO NML-DEP-OUT
           MOVE WS-NM-HIGH (WS-NM-IDX, WS-NM-DAY) TO NML-HIGH-OUT
           MOVE WS-NM-LOW (WS-NM-IDX, WS-NM-DAY) TO NML-LOW-OUT
           WRITE PRINT-REC FROM NORMAL-LINE AFTER ADVANCING 2 LINES.

       870-RECORD-LINE-RTN.
           MOVE WS-NM-REC-HIGH (WS-NM-IDX, WS-NM-DAY) TO REC-HIGH-OUT
           MOVE WS-NM-REC-HIGH-YEAR (WS-NM-IDX, WS-NM-DAY)
               TO REC-HIGH-YEAR-OUT
           MOVE WS-NM-REC-LOW (WS-NM-IDX, WS-NM-DAY) TO REC-LOW-OUT
           MOVE WS-NM-REC-LOW-YEAR (WS-NM-IDX, WS-NM-DAY)
               TO REC-LOW-YEAR-OUT
           MOVE SPACES TO REC-HIGH-FLAG
           MOVE SPACES TO REC-LOW-FLAG
           EVALUATE TRUE
               WHEN WS-PEAK-VALUE
                   > WS-NM-REC-HIGH (WS-NM-IDX, WS-NM-DAY)
               WHEN WS-PEAK-VALUE
                   = WS-NM-REC-HIGH (WS-NM-IDX, WS-NM-DAY)
                   AND WS-NM-REC-HIGH-YEAR (WS-NM-IDX, WS-NM-DAY)
                   = WS-RPT-YEAR
                   MOVE "*** NEW RECORD HIGH" TO REC-HIGH-FLAG
                   ADD 1 TO WS-NM-REC-HIGH-CTR (WS-NM-IDX)
               WHEN WS-PEAK-VALUE
                   = WS-NM-REC-HIGH (WS-NM-IDX, WS-NM-DAY)
                   MOVE "*** TIES RECORD" TO REC-HIGH-FLAG
                   ADD 1 TO WS-NM-REC-HIGH-CTR (WS-NM-IDX)
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-LOW-VALUE
                   < WS-NM-REC-LOW (WS-NM-IDX, WS-NM-DAY)
               WHEN WS-LOW-VALUE
                   = WS-NM-REC-LOW (WS-NM-IDX, WS-NM-DAY)
                   AND WS-NM-REC-LOW-YEAR (WS-NM-IDX, WS-NM-DAY)
                   = WS-RPT-YEAR
                   MOVE "*** NEW RECORD LOW" TO REC-LOW-FLAG
                   ADD 1 TO WS-NM-REC-LOW-CTR (WS-NM-IDX)
               WHEN WS-LOW-VALUE
                   = WS-NM-REC-LOW (WS-NM-IDX, WS-NM-DAY)
                   MOVE "*** TIES RECORD" TO REC-LOW-FLAG
                   ADD 1 TO WS-NM-REC-LOW-CTR (WS-NM-IDX)
           END-EVALUATE
           WRITE PRINT-REC FROM RECORD-LINE AFTER ADVANCING 1 LINES.

      ******************************************************************
      * EACH STATION'S MONTH SO FAR AGAINST NORMAL, OVER THE DAYS THE
      * RUN REPORTED THAT HAVE A NORMAL.
      ******************************************************************
       900-MONTH-NORMAL-LINE-RTN.
           MOVE WS-NM-STATION (WS-NM-IDX) TO MNL-STATION-OUT
           MOVE WS-NM-DAYS (WS-NM-IDX) TO MNL-DAYS-OUT
           MOVE ZERO TO WS-DAY-MEAN
           MOVE ZERO TO WS-NM-MONTH-MEAN
           IF WS-NM-DAYS (WS-NM-IDX) > ZERO
               COMPUTE WS-DAY-MEAN ROUNDED =
                   WS-NM-DAY-MEANS (WS-NM-IDX) / WS-NM-DAYS (WS-NM-IDX)
               COMPUTE WS-NM-MONTH-MEAN ROUNDED =
                   WS-NM-MEANS (WS-NM-IDX) / WS-NM-DAYS (WS-NM-IDX)
           END-IF
           COMPUTE WS-DEPART = WS-DAY-MEAN - WS-NM-MONTH-MEAN
           MOVE WS-DAY-MEAN TO MNL-MEAN-OUT
           MOVE WS-NM-MONTH-MEAN TO MNL-NORMAL-OUT
           MOVE WS-DEPART TO MNL-DEP-OUT
           MOVE WS-NM-REC-HIGH-CTR (WS-NM-IDX) TO MNL-REC-HIGH-OUT
           MOVE WS-NM-REC-LOW-CTR (WS-NM-IDX) TO MNL-REC-LOW-OUT
           WRITE PRINT-REC FROM MONTH-NORMAL-LINE
               AFTER ADVANCING 2 LINES.

      ******************************************************************
      * THE STATION THRESHOLDS. NO FILE, OR NO ROW FOR A STATION,
      * LEAVES THE DEFAULT LEVELS; A "**" ROW REPLACES THE DEFAULT.
      ******************************************************************
       950-LOAD-THRESHOLDS-RTN.
           OPEN INPUT THRESH-FILE
           IF WS-THRESH-STATUS NOT = "00"
               DISPLAY "STATION THRESHOLDS NOT AVAILABLE - STATUS "
                   WS-THRESH-STATUS " - DEFAULT LEVELS USED"
           ELSE
               PERFORM 955-LOAD-THRESHOLD-RTN UNTIL WS-THRESH-EOF
               CLOSE THRESH-FILE
           END-IF.

       955-LOAD-THRESHOLD-RTN.
           READ THRESH-FILE
               AT END
                   MOVE "Y" TO WS-THRESH-EOF-SW
               NOT AT END
                   IF WT-FROST-LEVEL IS NOT NUMERIC
                       OR WT-HEAT-LEVEL IS NOT NUMERIC
                       OR WT-MIN-HOURS IS NOT NUMERIC
                       OR WT-SILENT-HOURS IS NOT NUMERIC
                       OR WT-MIN-HOURS = ZERO
                       OR WT-SILENT-HOURS = ZERO
                       OR WT-FROST-LEVEL NOT < WT-HEAT-LEVEL
                       DISPLAY "THRESHOLD ROW FOR STATION " WT-STATION
                           " NOT VALID - IGNORED"
                   ELSE
                       IF WT-DEFAULT-ROW
                           MOVE WT-FROST-LEVEL TO WS-DF-FROST
                           MOVE WT-HEAT-LEVEL TO WS-DF-HEAT
                           MOVE WT-MIN-HOURS TO WS-DF-MIN-HOURS
                           MOVE WT-SILENT-HOURS TO WS-DF-SILENT-HOURS
                       ELSE
                           IF WS-TH-CTR < 20
                               ADD 1 TO WS-TH-CTR
                               MOVE WT-STATION
                                   TO WS-TH-STATION (WS-TH-CTR)
                               MOVE WT-FROST-LEVEL
                                   TO WS-TH-FROST (WS-TH-CTR)
                               MOVE WT-HEAT-LEVEL
                                   TO WS-TH-HEAT (WS-TH-CTR)
                               MOVE WT-MIN-HOURS
                                   TO WS-TH-MIN-HOURS (WS-TH-CTR)
                               MOVE WT-SILENT-HOURS
                                   TO WS-TH-SILENT-HOURS (WS-TH-CTR)
                           ELSE
                               DISPLAY "THRESHOLD TABLE FULL - STATION "
                                   WT-STATION " IGNORED"
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * WATCH ONE ASSEMBLED DAY. A NEW STATION CLOSES THE LAST ONE'S
      * RUNS AND TAKES ITS OWN LEVELS. THE SAME STATION'S NEXT DAY
      * CARRIES ITS RUNS ON; SKIPPED DAYS END ANY FROST OR HEAT RUN
      * AND ARE SILENT HOURS.
      ******************************************************************
       960-WATCH-DAY-RTN.
           IF WS-CUR-STATION NOT = WS-WATCH-STATION
               PERFORM 990-CLOSE-RUNS-RTN
               MOVE WS-CUR-STATION TO WS-WATCH-STATION
               PERFORM 965-STATION-LIMITS-RTN
           ELSE
               IF WS-CUR-DAY NOT = WS-WATCH-LAST-DAY + 1
                   PERFORM 975-END-FROST-RTN
                   PERFORM 980-END-HEAT-RTN
                   IF WS-CUR-DAY > WS-WATCH-LAST-DAY
                       PERFORM 970-SKIPPED-DAYS-RTN
                   ELSE
                       PERFORM 985-END-SILENT-RTN
                   END-IF
               END-IF
           END-IF
           MOVE WS-CUR-DAY TO WS-WATCH-LAST-DAY
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 24
               IF WS-MISSING-FLAG (SUB) = "Y"
                   PERFORM 975-END-FROST-RTN
                   PERFORM 980-END-HEAT-RTN
                   IF WS-SL-HOURS = ZERO
                       MOVE WS-CUR-DAY TO WS-SL-FROM-DAY
                       MOVE SUB TO WS-SL-FROM-HOUR
                   END-IF
                   ADD 1 TO WS-SL-HOURS
                   MOVE WS-CUR-DAY TO WS-SL-TO-DAY
                   MOVE SUB TO WS-SL-TO-HOUR
               ELSE
                   PERFORM 985-END-SILENT-RTN
                   IF WS-TEMP-VALID (SUB) NOT > WS-LM-FROST
                       IF WS-FR-HOURS = ZERO
                           MOVE WS-CUR-DAY TO WS-FR-FROM-DAY
                           MOVE SUB TO WS-FR-FROM-HOUR
                           MOVE WS-TEMP-VALID (SUB) TO WS-FR-EXTREME
                       END-IF
                       ADD 1 TO WS-FR-HOURS
                       MOVE WS-CUR-DAY TO WS-FR-TO-DAY
                       MOVE SUB TO WS-FR-TO-HOUR
                       IF WS-TEMP-VALID (SUB) < WS-FR-EXTREME
                           MOVE WS-TEMP-VALID (SUB) TO WS-FR-EXTREME
                       END-IF
                   ELSE
                       PERFORM 975-END-FROST-RTN
                   END-IF
                   IF WS-TEMP-VALID (SUB) NOT < WS-LM-HEAT
                       IF WS-HT-HOURS = ZERO
                           MOVE WS-CUR-DAY TO WS-HT-FROM-DAY
                           MOVE SUB TO WS-HT-FROM-HOUR
                           MOVE WS-TEMP-VALID (SUB) TO WS-HT-EXTREME
                       END-IF
                       ADD 1 TO WS-HT-HOURS
                       MOVE WS-CUR-DAY TO WS-HT-TO-DAY
                       MOVE SUB TO WS-HT-TO-HOUR
                       IF WS-TEMP-VALID (SUB) > WS-HT-EXTREME
                           MOVE WS-TEMP-VALID (SUB) TO WS-HT-EXTREME
                       END-IF
                   ELSE
                       PERFORM 980-END-HEAT-RTN
                   END-IF
               END-IF
           END-PERFORM.

       965-STATION-LIMITS-RTN.
           MOVE WS-DF-FROST TO WS-LM-FROST
           MOVE WS-DF-HEAT TO WS-LM-HEAT
           MOVE WS-DF-MIN-HOURS TO WS-LM-MIN-HOURS
           MOVE WS-DF-SILENT-HOURS TO WS-LM-SILENT-HOURS
           PERFORM VARYING WS-TH-IDX FROM 1 BY 1
               UNTIL WS-TH-IDX > WS-TH-CTR
               IF WS-TH-STATION (WS-TH-IDX) = WS-WATCH-STATION
                   MOVE WS-TH-FROST (WS-TH-IDX) TO WS-LM-FROST
                   MOVE WS-TH-HEAT (WS-TH-IDX) TO WS-LM-HEAT
                   MOVE WS-TH-MIN-HOURS (WS-TH-IDX) TO WS-LM-MIN-HOURS
                   MOVE WS-TH-SILENT-HOURS (WS-TH-IDX)
                       TO WS-LM-SILENT-HOURS
                   MOVE WS-TH-CTR TO WS-TH-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * WHOLE DAYS WITH NO READINGS BETWEEN TWO OF THE STATION'S DAYS
      * JOIN (OR START) THE SILENT RUN.
      ******************************************************************
       970-SKIPPED-DAYS-RTN.
           COMPUTE WS-GAP-DAYS = WS-CUR-DAY - WS-WATCH-LAST-DAY - 1
           IF WS-SL-HOURS = ZERO
               COMPUTE WS-SL-FROM-DAY = WS-WATCH-LAST-DAY + 1
               MOVE 1 TO WS-SL-FROM-HOUR
           END-IF
           COMPUTE WS-SL-HOURS = WS-SL-HOURS + WS-GAP-DAYS * 24
           COMPUTE WS-SL-TO-DAY = WS-CUR-DAY - 1
           MOVE 24 TO WS-SL-TO-HOUR.

       975-END-FROST-RTN.
           IF WS-FR-HOURS NOT < WS-LM-MIN-HOURS
               MOVE "FROST" TO WS-EV-TYPE
               MOVE WS-FR-HOURS TO WS-EV-HOURS
               MOVE WS-FR-FROM-DAY TO WS-EV-FROM-DAY
               MOVE WS-FR-FROM-HOUR TO WS-EV-FROM-HOUR
               MOVE WS-FR-TO-DAY TO WS-EV-TO-DAY
               MOVE WS-FR-TO-HOUR TO WS-EV-TO-HOUR
               MOVE WS-FR-EXTREME TO WS-EV-EXTREME
               IF WS-FR-HOURS NOT < WS-LM-MIN-HOURS * 2
                   MOVE "C" TO WS-ALERT-SEV
               ELSE
                   MOVE "W" TO WS-ALERT-SEV
               END-IF
               PERFORM 995-EVENT-RTN
           END-IF
           MOVE ZERO TO WS-FR-HOURS.

       980-END-HEAT-RTN.
           IF WS-HT-HOURS NOT < WS-LM-MIN-HOURS
               MOVE "HEAT" TO WS-EV-TYPE
               MOVE WS-HT-HOURS TO WS-EV-HOURS
               MOVE WS-HT-FROM-DAY TO WS-EV-FROM-DAY
               MOVE WS-HT-FROM-HOUR TO WS-EV-FROM-HOUR
               MOVE WS-HT-TO-DAY TO WS-EV-TO-DAY
               MOVE WS-HT-TO-HOUR TO WS-EV-TO-HOUR
               MOVE WS-HT-EXTREME TO WS-EV-EXTREME
               IF WS-HT-HOURS NOT < WS-LM-MIN-HOURS * 2
                   MOVE "C" TO WS-ALERT-SEV
               ELSE
                   MOVE "W" TO WS-ALERT-SEV
               END-IF
               PERFORM 995-EVENT-RTN
           END-IF
           MOVE ZERO TO WS-HT-HOURS.

       985-END-SILENT-RTN.
           IF WS-SL-HOURS NOT < WS-LM-SILENT-HOURS
               MOVE "SILENT" TO WS-EV-TYPE
               MOVE WS-SL-HOURS TO WS-EV-HOURS
               MOVE WS-SL-FROM-DAY TO WS-EV-FROM-DAY
               MOVE WS-SL-FROM-HOUR TO WS-EV-FROM-HOUR
               MOVE WS-SL-TO-DAY TO WS-EV-TO-DAY
               MOVE WS-SL-TO-HOUR TO WS-EV-TO-HOUR
               MOVE ZERO TO WS-EV-EXTREME
               IF WS-SL-HOURS NOT < 24
                   MOVE "C" TO WS-ALERT-SEV
               ELSE
                   MOVE "W" TO WS-ALERT-SEV
               END-IF
               PERFORM 995-EVENT-RTN
           END-IF
           MOVE ZERO TO WS-SL-HOURS.

      ******************************************************************
      * THE STATION IS DONE (A NEW STATION, OR THE END OF THE READINGS)
      * - WHATEVER RUNS ARE STILL OPEN ARE JUDGED AS THEY STAND.
      ******************************************************************
       990-CLOSE-RUNS-RTN.
           IF WS-WATCH-STATION NOT = SPACES
               PERFORM 975-END-FROST-RTN
               PERFORM 980-END-HEAT-RTN
               PERFORM 985-END-SILENT-RTN
           END-IF.

      ******************************************************************
      * ONE EVENT - A LINE ON THE EVENTS REPORT AND AN ALERT NAMING
      * THE STATION, THE HOURS AND THE EXTREME READING.
      ******************************************************************
       995-EVENT-RTN.
           ADD 1 TO WS-EVENT-CTR
           MOVE WS-WATCH-STATION TO EVT-STATION-OUT
           MOVE WS-EV-TYPE TO EVT-TYPE-OUT
           MOVE WS-EV-FROM-DAY TO EVT-FROM-DAY-OUT
           MOVE WS-EV-FROM-HOUR TO EVT-FROM-HOUR-OUT
           MOVE WS-EV-TO-DAY TO EVT-TO-DAY-OUT
           MOVE WS-EV-TO-HOUR TO EVT-TO-HOUR-OUT
           MOVE WS-EV-HOURS TO EVT-HOURS-OUT
           MOVE WS-EV-HOURS TO WS-EV-HOURS-OUT
           MOVE WS-EV-EXTREME TO WS-EV-EXTREME-OUT
           MOVE SPACES TO WS-ALERT-MSG
           EVALUATE WS-EV-TYPE
               WHEN "FROST"
                   MOVE WS-EV-EXTREME TO EVT-EXTREME-OUT
                   MOVE WS-LM-FROST TO EVT-LIMIT-OUT
                   STRING "FROST AT " WS-WATCH-STATION
                       " DAY " WS-EV-FROM-DAY " HR " WS-EV-FROM-HOUR
                       " TO DAY " WS-EV-TO-DAY " HR " WS-EV-TO-HOUR
                       WS-EV-HOURS-OUT " HRS LOW " WS-EV-EXTREME-OUT
                       DELIMITED BY SIZE INTO WS-ALERT-MSG
               WHEN "HEAT"
                   MOVE WS-EV-EXTREME TO EVT-EXTREME-OUT
                   MOVE WS-LM-HEAT TO EVT-LIMIT-OUT
                   STRING "HEAT AT " WS-WATCH-STATION
                       " DAY " WS-EV-FROM-DAY " HR " WS-EV-FROM-HOUR
                       " TO DAY " WS-EV-TO-DAY " HR " WS-EV-TO-HOUR
                       WS-EV-HOURS-OUT " HRS HIGH " WS-EV-EXTREME-OUT
                       DELIMITED BY SIZE INTO WS-ALERT-MSG
               WHEN OTHER
                   MOVE SPACES TO EVT-EXTREME-NONE
                   MOVE WS-LM-SILENT-HOURS TO EVT-LIMIT-OUT
                   STRING "LOGGER SILENT AT " WS-WATCH-STATION
                       " DAY " WS-EV-FROM-DAY " HR " WS-EV-FROM-HOUR
                       " TO DAY " WS-EV-TO-DAY " HR " WS-EV-TO-HOUR
                       WS-EV-HOURS-OUT " HRS"
                       DELIMITED BY SIZE INTO WS-ALERT-MSG
           END-EVALUATE
           IF WS-ALERT-SEV = "C"
               MOVE "CRITICAL" TO EVT-SEVERITY-OUT
               ADD 1 TO WS-CRIT-CTR
           ELSE
               MOVE "WARNING" TO EVT-SEVERITY-OUT
           END-IF
           WRITE EVENT-REC FROM EVT-DTL-LINE AFTER ADVANCING 1 LINES
           CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-ALERT-PROGRAM
               WS-ALERT-MSG.
