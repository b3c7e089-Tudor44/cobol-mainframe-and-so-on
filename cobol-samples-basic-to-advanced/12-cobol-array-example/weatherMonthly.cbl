      *WITH MEAN, HIGH, LOW AND DEGREE DAYS SIDE BY SIDE.
      *FILE PATHS MAY BE OVERRIDDEN AT RUN TIME BY THE
      *WEATHER_IN_PATH/WEATHER_OUT_PATH ENVIRONMENT VARIABLES
      *15-10-2026 GD - DEPARTURE FROM NORMAL. THE READINGS CARRY NO
      *MONTH OR YEAR, SO THE RUN NOW TAKES THE MONTH THEY BELONG TO
      *FROM WEATHER_MONTH (YYYYMM, DEFAULT THE BUSINESS DATE'S
      *MONTH). EVERY STATION-DAY WITH READINGS IS APPENDED TO THE
      *STATION DAILY HISTORY (COPYBOOK WXHIST, WEATHER_HIST_PATH)
      *THAT CLIMATE-NORMALS BUILDS THE NORMALS FROM. WHEN THE
      *CLIMATE-NORMALS FILE (COPYBOOK WXNORM, WEATHER_NORM_PATH) IS
      *THERE, EACH DAY LINE SHOWS THE MEAN'S DEPARTURE FROM THE
      *STATION'S NORMAL FOR THE CALENDAR DAY AND FLAGS A HIGH OR LOW
      *THAT SETS OR TIES THE STATION'S RECORD, AND THE MONTHLY
      *SUMMARY AND THE COMPARISON PAGE SHOW THE MONTH'S DEPARTURE -
      *MEAN AND DEGREE DAYS AGAINST THE NORMALS FOR THE SAME DAYS.
      *NO NORMALS FILE MEANS NO DEPARTURES, NOTHING WORSE. A HISTORY
      *THAT CANNOT BE WRITTEN ENDS RC 4. THE DEGREE-DAY NORMALS ARE
      *ON THE BASE THE HISTORY WAS WRITTEN WITH - KEEP WEATHER_BASE
      *STEADY OR REBUILD THE NORMALS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEATHER-MONTHLY.
       AUTHOR. GAETANO.
           SELECT RPT-FILE ASSIGN TO
           WS-OUT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-FILE ASSIGN TO
           WS-HIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT NORM-FILE ASSIGN TO
           WS-NORM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NORM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RDG-FILE
       FD RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 RPT-REC                                 PIC X(80).
       FD HIST-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 HIST-REC.
           COPY WXHIST.
       FD NORM-FILE
           RECORD CONTAINS 50 CHARACTERS.
           01 NORM-REC.
           COPY WXNORM.
       WORKING-STORAGE SECTION.
       01 WS-IN-FILE-PATH                       PIC X(80) VALUE
           "/Users/gaetanodorsi/readings.txt".
       01 WS-OUT-FILE-PATH                      PIC X(80) VALUE
           "/Users/gaetanodorsi/WeatherMonth.txt".
       01 WS-HIST-FILE-PATH                     PIC X(80) VALUE
           "/Users/gaetanodorsi/StationHist.txt".
       01 WS-NORM-FILE-PATH                     PIC X(80) VALUE
           "/Users/gaetanodorsi/ClimateNormals.txt".
       01 WS-ENV-HOLD                           PIC X(80).
       01 WS-STATUS                             PIC XX.
       01 WS-HIST-STATUS                        PIC XX.
       01 WS-NORM-STATUS                        PIC XX.
       01 WS-HIST-SW                            PIC X VALUE "N".
           88 WS-HIST-OPEN                             VALUE "Y".
       01 WS-NORM-SW                            PIC X VALUE "N".
           88 WS-NORMALS-LOADED                        VALUE "Y".
       01 WS-BUS-DATE                           PIC 9(8).
      *    THE MONTH THE READINGS BELONG TO.
       01 WS-RPT-MONTH.
           05 WS-RPT-YEAR                       PIC 9(4).
           05 WS-RPT-MM                         PIC 99.
       01 WS-HIST-CTR                           PIC 9(5) VALUE 0.
       01 WS-NORM-CTR                           PIC 9(5) VALUE 0.
       01 WS-EOF-SW                             PIC X VALUE "N".
           88 WS-EOF                                   VALUE "Y".
       01 WS-BASE-TEMP                          PIC S99 VALUE 65.
               10 WS-ST-DAY-ENTRY OCCURS 31 TIMES.
                   15 WS-DAY-TOTAL              PIC S9(5).
                   15 WS-DAY-CTR                PIC 9(3).
                   15 WS-DAY-HIGH               PIC S99.
                   15 WS-DAY-LOW                PIC S99.
      *            THE STATION'S NORMAL AND RECORDS FOR THE DAY -
      *            WS-NM-FOUND "Y" WHEN THE NORMALS FILE HAS THE DAY.
                   15 WS-NM-FOUND               PIC X.
                   15 WS-NM-YEARS               PIC 99.
                   15 WS-NM-MEAN                PIC S99V9.
                   15 WS-NM-HDD                 PIC 9(3)V9.
                   15 WS-NM-CDD                 PIC 9(3)V9.
                   15 WS-NM-REC-HIGH            PIC S99.
                   15 WS-NM-REC-HIGH-YEAR       PIC 9(4).
                   15 WS-NM-REC-LOW             PIC S99.
                   15 WS-NM-REC-LOW-YEAR        PIC 9(4).
               10 WS-ST-MONTH-TOTAL             PIC S9(7).
               10 WS-ST-MONTH-CTR               PIC 9(5).
               10 WS-ST-HIGH                    PIC S99.
               10 WS-ST-FIRST-DAY               PIC 99.
               10 WS-ST-LAST-DAY                PIC 99.
               10 WS-ST-GAP-CTR                 PIC 99.
      *        THE MONTH AGAINST NORMAL, OVER THE DAYS THAT HAVE BOTH
      *        READINGS AND A NORMAL.
               10 WS-ST-NM-DAYS                 PIC 99.
               10 WS-ST-NM-DAY-MEANS            PIC S9(5)V9.
               10 WS-ST-NM-MEANS                PIC S9(5)V9.
               10 WS-ST-NM-ACT-HDD              PIC 9(5)V9.
               10 WS-ST-NM-ACT-CDD              PIC 9(5)V9.
               10 WS-ST-NM-HDD                  PIC 9(5)V9.
               10 WS-ST-NM-CDD                  PIC 9(5)V9.
               10 WS-ST-REC-HIGH-CTR            PIC 99.
               10 WS-ST-REC-LOW-CTR             PIC 99.
       01 WS-STATION-CTR                        PIC 9 VALUE 0.
       01 WS-ST-IDX                             PIC 9.
       01 WS-SCAN-IDX                           PIC 9.
       01 WS-CDD                                PIC 9(3)V9.
       01 WS-MONTH-MEAN                         PIC -99.9.
       01 WS-DAYS-CTR                           PIC 99.
       01 WS-DEPART                             PIC S9(3)V9.
       01 WS-DEPART-DD                          PIC S9(5)V9.
       01 WS-NM-MONTH-MEAN                      PIC S99V9.
       01 WS-ACT-MONTH-MEAN                     PIC S99V9.
       01 HD-LINE1.
           05 FILLER                       PIC X(14) VALUE SPACES.
           05 FILLER                       PIC X(23)
           05 FILLER                       PIC X(8) VALUE SPACES.
           05 FILLER                       PIC X(6) VALUE "BASE: ".
           05 HD-BASE-OUT                  PIC -Z9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 HD-YEAR-OUT                  PIC 9(4).
           05 FILLER                       PIC X VALUE "-".
           05 HD-MM-OUT                    PIC 99.
           05 FILLER                       PIC X(5) VALUE SPACES.
       01 HD-LINE2.
           05 FILLER                       PIC X(5) VALUE SPACES.
           05 FILLER                       PIC X(3) VALUE "DAY".
           05 FILLER                       PIC X(7) VALUE "HEATING".
           05 FILLER                       PIC X(5) VALUE SPACES.
           05 FILLER                       PIC X(7) VALUE "COOLING".
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 FILLER                       PIC X(6) VALUE "DEPART".
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 FILLER                       PIC X(7) VALUE "RECORDS".
           05 FILLER                       PIC X(18) VALUE SPACES.
       01 DTL-LINE.
           05 FILLER                       PIC X(5) VALUE SPACES.
           05 DTL-DAY-OUT                  PIC Z9.
           05 DTL-HDD-OUT                  PIC ZZ9.9.
           05 FILLER                       PIC X(7) VALUE SPACES.
           05 DTL-CDD-OUT                  PIC ZZ9.9.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 DTL-DEP-OUT                  PIC +Z9.9.
           05 DTL-DEP-NONE REDEFINES DTL-DEP-OUT
                                           PIC X(5).
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 DTL-HIGH-FLAG                PIC X(12).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 DTL-LOW-FLAG                 PIC X(12).
           05 FILLER                       PIC X(2) VALUE SPACES.
       01 GAP-LINE.
           05 FILLER                       PIC X(5) VALUE SPACES.
           05 FILLER                       PIC X(21)
               VALUE "  COOLING DEGREE DAYS: ".
           05 MT-CDD-OUT                   PIC Z,ZZ9.9.
           05 FILLER                       PIC X(17) VALUE SPACES.
       01 MONTH-LINE3.
           05 FILLER                       PIC X(5) VALUE SPACES.
           05 FILLER                       PIC X(18)
               VALUE "NORMAL FOR THE    ".
           05 MT-NM-DAYS-OUT               PIC Z9.
           05 FILLER                       PIC X(8) VALUE " DAYS - ".
           05 FILLER                       PIC X(6) VALUE "MEAN: ".
           05 MT-NM-MEAN-OUT               PIC -99.9.
           05 FILLER                       PIC X(7) VALUE "  HDD: ".
           05 MT-NM-HDD-OUT                PIC Z,ZZ9.9.
           05 FILLER                       PIC X(7) VALUE "  CDD: ".
           05 MT-NM-CDD-OUT                PIC Z,ZZ9.9.
           05 FILLER                       PIC X(8) VALUE SPACES.
       01 MONTH-LINE4.
           05 FILLER                       PIC X(5) VALUE SPACES.
           05 FILLER                       PIC X(28)
               VALUE "DEPARTURE FROM NORMAL - MEAN".
           05 FILLER                       PIC X(2) VALUE ": ".
           05 MT-DEP-MEAN-OUT              PIC +Z9.9.
           05 FILLER                       PIC X(7) VALUE "  HDD: ".
           05 MT-DEP-HDD-OUT               PIC +Z,ZZ9.9.
           05 FILLER                       PIC X(7) VALUE "  CDD: ".
           05 MT-DEP-CDD-OUT               PIC +Z,ZZ9.9.
           05 FILLER                       PIC X(10) VALUE SPACES.
       01 MONTH-LINE5.
           05 FILLER                       PIC X(5) VALUE SPACES.
           05 FILLER                       PIC X(14)
               VALUE "RECORD HIGHS: ".
           05 MT-REC-HIGH-OUT              PIC Z9.
           05 FILLER                       PIC X(16)
               VALUE "  RECORD LOWS: ".
           05 MT-REC-LOW-OUT               PIC Z9.
           05 FILLER                       PIC X(41)
               VALUE "  (SET OR TIED THIS MONTH)".
       01 NO-NORMAL-LINE.
           05 FILLER                       PIC X(5) VALUE SPACES.
           05 FILLER                       PIC X(45)
               VALUE "NO CLIMATE NORMALS FOR THE DAYS REPORTED".
           05 FILLER                       PIC X(30) VALUE SPACES.
       01 CMP-HD-LINE.
           05 FILLER                       PIC X(30) VALUE
               "CROSS-STATION COMPARISON      ".
           05 FILLER                       PIC X(9) VALUE "  HEATING".
           05 FILLER                       PIC X(9) VALUE "  COOLING".
           05 FILLER                       PIC X(7) VALUE "  GAPS ".
           05 FILLER                       PIC X(8) VALUE "  DEPART".
       01 CMP-DTL-LINE.
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 CMP-ST-OUT                   PIC X(2).
           05 CMP-CDD-OUT                  PIC Z,ZZ9.9.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 CMP-GAP-OUT                  PIC Z9.
           05 FILLER                       PIC X(3) VALUE SPACES.
           05 CMP-DEP-OUT                  PIC +Z9.9.
           05 CMP-DEP-NONE REDEFINES CMP-DEP-OUT
                                           PIC X(5).
       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           MOVE SPACES TO WS-ENV-HOLD
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:2) TO WS-BASE-TEMP
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "WEATHER_HIST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-HIST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "WEATHER_NORM_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-NORM-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "WEATHER_MONTH"
           IF WS-ENV-HOLD (1:6) IS NUMERIC
               AND WS-ENV-HOLD (5:2) > "00" AND WS-ENV-HOLD (5:2) < "13"
               MOVE WS-ENV-HOLD (1:6) TO WS-RPT-MONTH
           ELSE
               CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
               MOVE WS-BUS-DATE (1:6) TO WS-RPT-MONTH
           END-IF
           OPEN INPUT RDG-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "READINGS FILE NOT AVAILABLE - STATUS "
               END-READ
           END-PERFORM
           CLOSE RDG-FILE
           PERFORM 150-LOAD-NORMALS-RTN
           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HIST-FILE
           END-IF
           IF WS-HIST-STATUS = "00"
               MOVE "Y" TO WS-HIST-SW
           ELSE
               DISPLAY "STATION HISTORY NOT AVAILABLE - STATUS "
                   WS-HIST-STATUS " - MONTH NOT RECORDED"
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN OUTPUT RPT-FILE
           PERFORM 300-STATION-PAGE-RTN
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STATION-CTR
           PERFORM 600-COMPARISON-RTN
           CLOSE RPT-FILE
           IF WS-HIST-OPEN
               CLOSE HIST-FILE
           END-IF
           DISPLAY "STATIONS REPORTED: " WS-STATION-CTR
           DISPLAY "MONTH:             " WS-RPT-MONTH
           DISPLAY "HISTORY DAYS ADDED:" WS-HIST-CTR
           DISPLAY "NORMAL DAYS LOADED:" WS-NORM-CTR
           STOP RUN.

      ******************************************************************
      * THE STATIONS' NORMALS AND RECORDS FOR THE MONTH'S CALENDAR
      * DAYS. ONLY STATIONS WITH READINGS THIS MONTH ARE KEPT.
      ******************************************************************
       150-LOAD-NORMALS-RTN.
           OPEN INPUT NORM-FILE
           IF WS-NORM-STATUS NOT = "00"
               DISPLAY "CLIMATE NORMALS NOT AVAILABLE - STATUS "
                   WS-NORM-STATUS " - NO DEPARTURES SHOWN"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 160-LOAD-NORMAL-RTN UNTIL WS-EOF
               CLOSE NORM-FILE
               MOVE "Y" TO WS-NORM-SW
           END-IF.

       160-LOAD-NORMAL-RTN.
           READ NORM-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WN-MONTH = WS-RPT-MM
                       AND WN-DAY > ZERO AND WN-DAY < 32
                       MOVE ZERO TO WS-ST-IDX
                       PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                           UNTIL WS-SCAN-IDX > WS-STATION-CTR
                           IF WS-ST-ID (WS-SCAN-IDX) = WN-STATION
                               MOVE WS-SCAN-IDX TO WS-ST-IDX
                               MOVE WS-STATION-CTR TO WS-SCAN-IDX
                           END-IF
                       END-PERFORM
                       IF WS-ST-IDX > ZERO
                           PERFORM 170-STORE-NORMAL-RTN
                       END-IF
                   END-IF
           END-READ.

       170-STORE-NORMAL-RTN.
           MOVE WN-DAY TO SUB1
           ADD 1 TO WS-NORM-CTR
           MOVE "Y" TO WS-NM-FOUND (WS-ST-IDX, SUB1)
           MOVE WN-YEARS TO WS-NM-YEARS (WS-ST-IDX, SUB1)
           MOVE WN-MEAN TO WS-NM-MEAN (WS-ST-IDX, SUB1)
           MOVE WN-HDD TO WS-NM-HDD (WS-ST-IDX, SUB1)
           MOVE WN-CDD TO WS-NM-CDD (WS-ST-IDX, SUB1)
           MOVE WN-REC-HIGH TO WS-NM-REC-HIGH (WS-ST-IDX, SUB1)
           MOVE WN-REC-HIGH-YEAR
               TO WS-NM-REC-HIGH-YEAR (WS-ST-IDX, SUB1)
           MOVE WN-REC-LOW TO WS-NM-REC-LOW (WS-ST-IDX, SUB1)
           MOVE WN-REC-LOW-YEAR
               TO WS-NM-REC-LOW-YEAR (WS-ST-IDX, SUB1).

       200-ACCUM-RTN.
           IF RD-DAY > ZERO AND RD-DAY < 32
               PERFORM 250-FIND-STATION-RTN
               IF WS-ST-IDX > ZERO
                   IF WS-DAY-CTR (WS-ST-IDX, RD-DAY) = ZERO
                       MOVE RD-TEMP TO WS-DAY-HIGH (WS-ST-IDX, RD-DAY)
                       MOVE RD-TEMP TO WS-DAY-LOW (WS-ST-IDX, RD-DAY)
                   END-IF
                   IF RD-TEMP > WS-DAY-HIGH (WS-ST-IDX, RD-DAY)
                       MOVE RD-TEMP TO WS-DAY-HIGH (WS-ST-IDX, RD-DAY)
                   END-IF
                   IF RD-TEMP < WS-DAY-LOW (WS-ST-IDX, RD-DAY)
                       MOVE RD-TEMP TO WS-DAY-LOW (WS-ST-IDX, RD-DAY)
                   END-IF
                   ADD RD-TEMP
                       TO WS-DAY-TOTAL (WS-ST-IDX, RD-DAY)
                   ADD 1 TO WS-DAY-CTR (WS-ST-IDX, RD-DAY)
       300-STATION-PAGE-RTN.
           MOVE WS-ST-ID (WS-ST-IDX) TO HD-STATION-OUT
           MOVE WS-BASE-TEMP TO HD-BASE-OUT
           MOVE WS-RPT-YEAR TO HD-YEAR-OUT
           MOVE WS-RPT-MM TO HD-MM-OUT
           WRITE RPT-REC FROM HD-LINE1 AFTER ADVANCING PAGE
           WRITE RPT-REC FROM HD-LINE2 AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-DAYS-CTR
               MOVE WS-DAY-MEAN TO DTL-MEAN-OUT
               MOVE WS-HDD TO DTL-HDD-OUT
               MOVE WS-CDD TO DTL-CDD-OUT
               PERFORM 420-NORMAL-RTN
               WRITE RPT-REC FROM DTL-LINE AFTER ADVANCING 1 LINES
               IF WS-HIST-OPEN
                   PERFORM 450-HIST-ROW-RTN
               END-IF
           ELSE
               IF SUB1 > WS-ST-FIRST-DAY (WS-ST-IDX)
                   AND SUB1 < WS-ST-LAST-DAY (WS-ST-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * THE DAY AGAINST THE STATION'S NORMAL AND RECORDS. A HIGH OR
      * LOW BEYOND THE RECORD SETS IT; ONE EQUAL TO IT TIES IT, UNLESS
      * THE RECORD IS THIS VERY DAY'S (NORMALS REBUILT SINCE THE MONTH
      * WAS FIRST RUN), WHICH STILL SHOWS AS SET.
      ******************************************************************
       420-NORMAL-RTN.
           MOVE SPACES TO DTL-DEP-NONE
           MOVE SPACES TO DTL-HIGH-FLAG
           MOVE SPACES TO DTL-LOW-FLAG
           IF WS-NM-FOUND (WS-ST-IDX, SUB1) = "Y"
               IF WS-NM-YEARS (WS-ST-IDX, SUB1) > ZERO
                   COMPUTE WS-DEPART =
                       WS-DAY-MEAN - WS-NM-MEAN (WS-ST-IDX, SUB1)
                   MOVE WS-DEPART TO DTL-DEP-OUT
                   ADD 1 TO WS-ST-NM-DAYS (WS-ST-IDX)
                   ADD WS-DAY-MEAN TO WS-ST-NM-DAY-MEANS (WS-ST-IDX)
                   ADD WS-NM-MEAN (WS-ST-IDX, SUB1)
                       TO WS-ST-NM-MEANS (WS-ST-IDX)
                   ADD WS-HDD TO WS-ST-NM-ACT-HDD (WS-ST-IDX)
                   ADD WS-CDD TO WS-ST-NM-ACT-CDD (WS-ST-IDX)
                   ADD WS-NM-HDD (WS-ST-IDX, SUB1)
                       TO WS-ST-NM-HDD (WS-ST-IDX)
                   ADD WS-NM-CDD (WS-ST-IDX, SUB1)
                       TO WS-ST-NM-CDD (WS-ST-IDX)
               END-IF
               EVALUATE TRUE
                   WHEN WS-DAY-HIGH (WS-ST-IDX, SUB1)
                       > WS-NM-REC-HIGH (WS-ST-IDX, SUB1)
                   WHEN WS-DAY-HIGH (WS-ST-IDX, SUB1)
                       = WS-NM-REC-HIGH (WS-ST-IDX, SUB1)
                       AND WS-NM-REC-HIGH-YEAR (WS-ST-IDX, SUB1)
                       = WS-RPT-YEAR
                       MOVE "RECORD HIGH" TO DTL-HIGH-FLAG
                       ADD 1 TO WS-ST-REC-HIGH-CTR (WS-ST-IDX)
                   WHEN WS-DAY-HIGH (WS-ST-IDX, SUB1)
                       = WS-NM-REC-HIGH (WS-ST-IDX, SUB1)
                       MOVE "TIED HIGH" TO DTL-HIGH-FLAG
                       ADD 1 TO WS-ST-REC-HIGH-CTR (WS-ST-IDX)
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-DAY-LOW (WS-ST-IDX, SUB1)
                       < WS-NM-REC-LOW (WS-ST-IDX, SUB1)
                   WHEN WS-DAY-LOW (WS-ST-IDX, SUB1)
                       = WS-NM-REC-LOW (WS-ST-IDX, SUB1)
                       AND WS-NM-REC-LOW-YEAR (WS-ST-IDX, SUB1)
                       = WS-RPT-YEAR
                       MOVE "RECORD LOW" TO DTL-LOW-FLAG
                       ADD 1 TO WS-ST-REC-LOW-CTR (WS-ST-IDX)
                   WHEN WS-DAY-LOW (WS-ST-IDX, SUB1)
                       = WS-NM-REC-LOW (WS-ST-IDX, SUB1)
                       MOVE "TIED LOW" TO DTL-LOW-FLAG
                       ADD 1 TO WS-ST-REC-LOW-CTR (WS-ST-IDX)
               END-EVALUATE
           END-IF.

      ******************************************************************
      * THE DAY ON THE STATION DAILY HISTORY.
      ******************************************************************
       450-HIST-ROW-RTN.
           MOVE WS-ST-ID (WS-ST-IDX) TO WH-STATION
           MOVE WS-RPT-YEAR TO WH-YEAR
           COMPUTE WH-MMDD = WS-RPT-MM * 100 + SUB1
           MOVE WS-DAY-MEAN TO WH-MEAN
           MOVE WS-DAY-HIGH (WS-ST-IDX, SUB1) TO WH-HIGH
           MOVE WS-DAY-LOW (WS-ST-IDX, SUB1) TO WH-LOW
           MOVE WS-HDD TO WH-HDD
           MOVE WS-CDD TO WH-CDD
           MOVE WS-BASE-TEMP TO WH-BASE
           MOVE WS-DAY-CTR (WS-ST-IDX, SUB1) TO WH-READINGS
           WRITE HIST-REC
           ADD 1 TO WS-HIST-CTR.

       500-MONTH-SUMMARY-RTN.
           MOVE ZERO TO WS-MONTH-MEAN
           IF WS-ST-MONTH-CTR (WS-ST-IDX) > ZERO
           WRITE RPT-REC FROM MONTH-LINE1 AFTER ADVANCING 2 LINES
           MOVE WS-ST-HDD (WS-ST-IDX) TO MT-HDD-OUT
           MOVE WS-ST-CDD (WS-ST-IDX) TO MT-CDD-OUT
           WRITE RPT-REC FROM MONTH-LINE2 AFTER ADVANCING 1 LINES
           IF WS-NORMALS-LOADED
               PERFORM 550-MONTH-NORMAL-RTN
           END-IF.

      ******************************************************************
      * THE MONTH AGAINST NORMAL - THE MEAN OF THE DAILY MEANS AND THE
      * DEGREE DAYS, EACH AGAINST THE NORMALS FOR THE SAME DAYS, SO A
      * MONTH STILL IN PROGRESS OR WITH A SILENT LOGGER IS COMPARED
      * LIKE FOR LIKE.
      ******************************************************************
       550-MONTH-NORMAL-RTN.
           IF WS-ST-NM-DAYS (WS-ST-IDX) = ZERO
               WRITE RPT-REC FROM NO-NORMAL-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 560-MONTH-DEPART-RTN
               MOVE WS-ST-NM-DAYS (WS-ST-IDX) TO MT-NM-DAYS-OUT
               MOVE WS-NM-MONTH-MEAN TO MT-NM-MEAN-OUT
               MOVE WS-ST-NM-HDD (WS-ST-IDX) TO MT-NM-HDD-OUT
               MOVE WS-ST-NM-CDD (WS-ST-IDX) TO MT-NM-CDD-OUT
               WRITE RPT-REC FROM MONTH-LINE3 AFTER ADVANCING 2 LINES
               MOVE WS-DEPART TO MT-DEP-MEAN-OUT
               COMPUTE WS-DEPART-DD = WS-ST-NM-ACT-HDD (WS-ST-IDX)
                   - WS-ST-NM-HDD (WS-ST-IDX)
               MOVE WS-DEPART-DD TO MT-DEP-HDD-OUT
               COMPUTE WS-DEPART-DD = WS-ST-NM-ACT-CDD (WS-ST-IDX)
                   - WS-ST-NM-CDD (WS-ST-IDX)
               MOVE WS-DEPART-DD TO MT-DEP-CDD-OUT
               WRITE RPT-REC FROM MONTH-LINE4 AFTER ADVANCING 1 LINES
           END-IF
           MOVE WS-ST-REC-HIGH-CTR (WS-ST-IDX) TO MT-REC-HIGH-OUT
           MOVE WS-ST-REC-LOW-CTR (WS-ST-IDX) TO MT-REC-LOW-OUT
           WRITE RPT-REC FROM MONTH-LINE5 AFTER ADVANCING 1 LINES.

       560-MONTH-DEPART-RTN.
           COMPUTE WS-NM-MONTH-MEAN ROUNDED =
               WS-ST-NM-MEANS (WS-ST-IDX) / WS-ST-NM-DAYS (WS-ST-IDX)
           COMPUTE WS-ACT-MONTH-MEAN ROUNDED =
               WS-ST-NM-DAY-MEANS (WS-ST-IDX)
               / WS-ST-NM-DAYS (WS-ST-IDX)
           COMPUTE WS-DEPART = WS-ACT-MONTH-MEAN - WS-NM-MONTH-MEAN.

      ******************************************************************
      * THE SAME MONTH SIDE BY SIDE PER STATION - MEAN, HIGH, LOW,
           MOVE WS-ST-HDD (WS-ST-IDX) TO CMP-HDD-OUT
           MOVE WS-ST-CDD (WS-ST-IDX) TO CMP-CDD-OUT
           MOVE WS-ST-GAP-CTR (WS-ST-IDX) TO CMP-GAP-OUT
           IF WS-ST-NM-DAYS (WS-ST-IDX) > ZERO
               PERFORM 560-MONTH-DEPART-RTN
               MOVE WS-DEPART TO CMP-DEP-OUT
           ELSE
               MOVE SPACES TO CMP-DEP-NONE
           END-IF
           WRITE RPT-REC FROM CMP-DTL-LINE AFTER ADVANCING 1 LINES.
