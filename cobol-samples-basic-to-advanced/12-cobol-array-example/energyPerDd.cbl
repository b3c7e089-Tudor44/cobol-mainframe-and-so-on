      *15-10-2026 GD - ENERGY PER DEGREE DAY. FACILITIES BUDGETS
      *ENERGY FROM WEATHER-MONTHLY'S DEGREE DAYS BUT COULD NOT TELL
      *WHETHER A BUILDING USED MORE THAN THE WEATHER EXPLAINS. EACH
      *METERED SITE IS ON THE SITE MASTER (COPYBOOK UTSITE) WITH THE
      *WEATHER STATION THAT SERVES IT, AND ITS GAS AND ELECTRIC METER
      *READS GO ON THE METER-READING FILE (COPYBOOK UTMETER). THIS
      *MONTHLY RUN SORTS THE READS BY SITE, METER AND DATE AND TAKES
      *THE CONSUMPTION BETWEEN EACH READ AND THE ONE BEFORE IT. THE
      *CONSUMPTION BELONGS TO THE MONTH OF THE CLOSING READ AND IS
      *MEASURED AGAINST THE SERVING STATION'S HEATING PLUS COOLING
      *DEGREE DAYS FOR THE SAME DAYS, FROM THE STATION DAILY HISTORY
      *WEATHER-MONTHLY KEEPS (COPYBOOK WXHIST) - GAS AND ELECTRIC
      *ALIKE, SO A SITE THAT HEATS AND COOLS IS JUDGED ON ITS WHOLE
      *WEATHER LOAD. THE REPORT MONTH (UTIL_MONTH, YYYYMM, DEFAULT THE
      *BUSINESS DATE'S MONTH) SHOWS EACH SITE AND METER'S ENERGY PER
      *DEGREE DAY BESIDE THE AVERAGE OF ITS PRIOR UTIL_PRIOR_MONTHS
      *MONTHS (DEFAULT 3) AND THE SAME MONTH LAST YEAR; RISING PAST
      *EITHER BY MORE THAN UTIL_DRIFT_PCT PERCENT (DEFAULT 015) FLAGS
      *THE SITE FOR MAINTENANCE. A MONTH MISSING ANY DAY OF DEGREE
      *DAYS IS SHOWN BUT NEITHER FLAGGED NOR USED AS A BASELINE. A
      *READ FOR A SITE NOT ON THE MASTER, OF AN UNKNOWN METER TYPE,
      *ON THE SAME DATE AS THE LAST, OR BELOW THE LAST READ (A
      *CHANGED METER - IT STARTS A NEW SERIES) IS LISTED AS AN
      *EXCEPTION. RC 4 WHEN ANYTHING IS FLAGGED OR EXCEPTED, RC 8
      *WHEN THE SITE MASTER, THE READS OR THE HISTORY ARE MISSING.
      *FILE PATHS FROM UTIL_SITE_PATH / UTIL_METER_PATH /
      *UTIL_HIST_PATH / UTIL_RPT_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENERGY-PER-DD.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-FILE ASSIGN TO
           WS-SITE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-STATUS.
           SELECT METER-FILE ASSIGN TO
           WS-METER-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-METER-STATUS.
           SELECT HIST-FILE ASSIGN TO
           WS-HIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RPT-FILE ASSIGN TO
           WS-RPT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
       FD SITE-FILE
           RECORD CONTAINS 26 CHARACTERS.
           01 SITE-REC.
           COPY UTSITE.
       FD METER-FILE
           RECORD CONTAINS 22 CHARACTERS.
           01 METER-REC.
           COPY UTMETER.
       FD HIST-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 HIST-REC.
           COPY WXHIST.
       FD RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           01 RPT-REC                                 PIC X(132).
       SD SORT-FILE.
           01 SORT-REC.
               05 SRT-SITE                            PIC X(4).
               05 SRT-TYPE                            PIC X.
               05 SRT-DATE                            PIC 9(8).
               05 SRT-SEQ                             PIC 9(7).
               05 SRT-READING                         PIC 9(9).
       WORKING-STORAGE SECTION.
       01 WS-SITE-FILE-PATH                     PIC X(80) VALUE
           "/Users/gaetanodorsi/UtilSites.txt".
       01 WS-METER-FILE-PATH                    PIC X(80) VALUE
           "/Users/gaetanodorsi/MeterReads.txt".
       01 WS-HIST-FILE-PATH                     PIC X(80) VALUE
           "/Users/gaetanodorsi/StationHist.txt".
       01 WS-RPT-FILE-PATH                      PIC X(80) VALUE
           "/Users/gaetanodorsi/EnergyPerDD.txt".
       01 WS-ENV-HOLD                           PIC X(80).
       01 WS-SITE-STATUS                        PIC XX.
       01 WS-METER-STATUS                       PIC XX.
       01 WS-HIST-STATUS                        PIC XX.
       01 WS-EOF-SW                             PIC X VALUE "N".
           88 WS-EOF                                   VALUE "Y".
       01 WS-FIRST-SW                           PIC X VALUE "Y".
           88 WS-FIRST-READ                            VALUE "Y".
       01 WS-BUS-DATE                           PIC 9(8).
      *    THE REPORT MONTH AND THE WINDOW AROUND IT. MONTHS ARE
      *    COUNTED AS YEAR * 12 + MONTH SO THEY SUBTRACT.
       01 WS-RPT-MONTH.
           05 WS-RPT-YEAR                       PIC 9(4).
           05 WS-RPT-MM                         PIC 99.
       01 WS-RPT-MONTH-NO                       PIC 9(6).
       01 WS-MONTH-NO                           PIC 9(6).
       01 WS-WORK-YEAR                          PIC 9(4).
       01 WS-WORK-DATE.
           05 WS-WD-YEAR                        PIC 9(4).
           05 WS-WD-MM                          PIC 99.
           05 WS-WD-DD                          PIC 99.
       01 WS-WORK-DATE-N REDEFINES WS-WORK-DATE PIC 9(8).
       01 WS-HIST-FROM-DATE                     PIC 9(8).
       01 WS-HIST-TO-DATE                       PIC 9(8).
       01 WS-BASE-DAY-NO                        PIC 9(7).
       01 WS-DAY-NO                             PIC 9(7).
       01 WS-PRIOR-DAY-NO                       PIC 9(7).
       01 WS-SCAN-DAY-NO                        PIC 9(7).
       01 WS-DAY-IDX                            PIC 9(7).
       01 WS-PRIOR-MONTHS                       PIC 99 VALUE 3.
       01 WS-DRIFT-PCT                          PIC 9(3) VALUE 15.
      *    THE SITE MASTER, WITH EACH SITE'S STATION SLOT.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 50 TIMES.
               10 WS-SI-SITE                    PIC X(4).
               10 WS-SI-NAME                    PIC X(20).
               10 WS-SI-STATION                 PIC X(2).
               10 WS-SI-ST-IDX                  PIC 99.
      *            ONE SERIES PER METER TYPE - 1 GAS, 2 ELECTRIC -
      *            AND 13 MONTHS, THE REPORT MONTH LAST.
               10 WS-SI-METER OCCURS 2 TIMES.
                   15 WS-SI-READ-SW             PIC X.
                   15 WS-SI-MONTH OCCURS 13 TIMES.
                       20 WS-SM-USED            PIC 9(9).
                       20 WS-SM-DD              PIC 9(5)V9.
                       20 WS-SM-MISSING         PIC 9(4).
                       20 WS-SM-INTERVALS       PIC 99.
       01 WS-SITE-CTR                           PIC 99 VALUE ZERO.
       01 WS-SI-IDX                             PIC 99.
       01 WS-SCAN-IDX                           PIC 99.
       01 WS-MT-IDX                             PIC 9.
       01 WS-MO-IDX                             PIC 99.
      *    DEGREE DAYS BY SERVING STATION AND DAY OF THE WINDOW.
       01 WS-STATION-TABLE.
           05 WS-ST-ENTRY OCCURS 10 TIMES.
               10 WS-ST-ID                      PIC X(2).
               10 WS-ST-DAY OCCURS 450 TIMES.
                   15 WS-ST-FOUND               PIC X.
                   15 WS-ST-DD                  PIC 9(3)V9.
       01 WS-STATION-CTR                        PIC 99 VALUE ZERO.
       01 WS-ST-IDX                             PIC 99.
      *    THE SERIES BEING READ.
       01 WS-SERIES.
           05 WS-SR-SITE                        PIC X(4).
           05 WS-SR-TYPE                        PIC X.
           05 WS-SR-DATE                        PIC 9(8).
           05 WS-SR-READING                     PIC 9(9).
           05 WS-SR-DAY-NO                      PIC 9(7).
       01 WS-INTERVAL-USED                      PIC 9(9).
       01 WS-INTERVAL-DD                        PIC 9(5)V9.
       01 WS-INTERVAL-MISSING                   PIC 9(4).
       01 WS-READ-CTR                           PIC 9(7) VALUE ZERO.
       01 WS-EXC-CTR                            PIC 9(5) VALUE ZERO.
       01 WS-FLAG-CTR                           PIC 9(3) VALUE ZERO.
       01 WS-HIST-CTR                           PIC 9(7) VALUE ZERO.
       01 WS-EXC-REASON                         PIC X(40).
      *    ENERGY PER DEGREE DAY FOR THE LINE BEING PRINTED.
       01 WS-CUR-PER-DD                         PIC 9(6)V999.
       01 WS-PRIOR-PER-DD                       PIC 9(6)V999.
       01 WS-PRIOR-TOTAL                        PIC 9(9)V999.
       01 WS-PRIOR-CTR                          PIC 99.
       01 WS-LY-PER-DD                          PIC 9(6)V999.
       01 WS-DRIFT                              PIC S9(5)V9.
       01 WS-LINE-FLAG-SW                       PIC X.
       01 WS-CUR-OK-SW                          PIC X.
       01 WS-MONTH-PER-DD                       PIC 9(6)V999.
       01 WS-MONTH-OK-SW                        PIC X.
       01 HD-LINE1.
           05 FILLER                       PIC X(30)
               VALUE "ENERGY PER DEGREE DAY  MONTH: ".
           05 HD-YEAR-OUT                  PIC 9(4).
           05 FILLER                       PIC X VALUE "-".
           05 HD-MM-OUT                    PIC 99.
           05 FILLER                       PIC X(17)
               VALUE "  PRIOR MONTHS: ".
           05 HD-PRIOR-OUT                 PIC Z9.
           05 FILLER                       PIC X(16)
               VALUE "  DRIFT LIMIT: ".
           05 HD-DRIFT-OUT                 PIC ZZ9.
           05 FILLER                       PIC X VALUE "%".
           05 FILLER                       PIC X(56) VALUE SPACES.
       01 HD-LINE2.
           05 FILLER                       PIC X(46) VALUE
               "SITE  NAME                  STN T         USED".
           05 FILLER                       PIC X(42) VALUE
               " DEG-DAYS       PER-DD   PRIOR AVG  DRIFT%".
           05 FILLER                       PIC X(44) VALUE
               "   LAST YEAR  DRIFT%  NOTE".
       01 DTL-LINE.
           05 DTL-SITE-OUT                 PIC X(4).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 DTL-NAME-OUT                 PIC X(20).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 DTL-STATION-OUT              PIC X(2).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 DTL-TYPE-OUT                 PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 DTL-USED-OUT                 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 DTL-DD-OUT                   PIC ZZ,ZZ9.9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 DTL-PER-DD-OUT               PIC ZZZ,ZZ9.999.
           05 DTL-PER-DD-NONE REDEFINES DTL-PER-DD-OUT
                                           PIC X(11).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 DTL-PRIOR-OUT                PIC ZZZ,ZZ9.999.
           05 DTL-PRIOR-NONE REDEFINES DTL-PRIOR-OUT
                                           PIC X(11).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 DTL-PRIOR-DRIFT-OUT          PIC ++++9.9.
           05 DTL-PRIOR-DRIFT-NONE REDEFINES DTL-PRIOR-DRIFT-OUT
                                           PIC X(7).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 DTL-LY-OUT                   PIC ZZZ,ZZ9.999.
           05 DTL-LY-NONE REDEFINES DTL-LY-OUT
                                           PIC X(11).
           05 FILLER                       PIC X(1) VALUE SPACES.
           05 DTL-LY-DRIFT-OUT             PIC ++++9.9.
           05 DTL-LY-DRIFT-NONE REDEFINES DTL-LY-DRIFT-OUT
                                           PIC X(7).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 DTL-NOTE-OUT                 PIC X(22).
       01 EXC-HD-LINE.
           05 FILLER                       PIC X(30)
               VALUE "METER READ EXCEPTIONS".
           05 FILLER                       PIC X(102) VALUE SPACES.
       01 EXC-LINE.
           05 EXC-SITE-OUT                 PIC X(4).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 EXC-TYPE-OUT                 PIC X.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 EXC-DATE-OUT                 PIC 9(8).
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 EXC-READING-OUT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 EXC-REASON-OUT               PIC X(40).
           05 FILLER                       PIC X(60) VALUE SPACES.
       01 TOTAL-LINE.
           05 FILLER                       PIC X(13)
               VALUE "METER READS: ".
           05 TOT-READ-OUT                 PIC Z,ZZZ,ZZ9.
           05 FILLER                       PIC X(14)
               VALUE "  EXCEPTIONS: ".
           05 TOT-EXC-OUT                  PIC ZZ,ZZ9.
           05 FILLER                       PIC X(26)
               VALUE "  FLAGGED FOR MAINTENANCE:".
           05 TOT-FLAG-OUT                 PIC ZZ9.
           05 FILLER                       PIC X(61) VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           PERFORM 150-GET-PARMS-RTN
           OPEN OUTPUT RPT-FILE
           MOVE WS-RPT-YEAR TO HD-YEAR-OUT
           MOVE WS-RPT-MM TO HD-MM-OUT
           MOVE WS-PRIOR-MONTHS TO HD-PRIOR-OUT
           MOVE WS-DRIFT-PCT TO HD-DRIFT-OUT
           WRITE RPT-REC FROM HD-LINE1 AFTER ADVANCING PAGE
           PERFORM 200-LOAD-SITES-RTN
           IF WS-SITE-STATUS NOT = "00"
               DISPLAY "SITE MASTER NOT AVAILABLE - STATUS "
                   WS-SITE-STATUS " - NOTHING MEASURED"
               MOVE 8 TO RETURN-CODE
               CLOSE RPT-FILE
               STOP RUN
           END-IF
           PERFORM 250-LOAD-HIST-RTN
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "STATION HISTORY NOT AVAILABLE - STATUS "
                   WS-HIST-STATUS " - NOTHING MEASURED"
               MOVE 8 TO RETURN-CODE
               CLOSE RPT-FILE
               STOP RUN
           END-IF
           OPEN INPUT METER-FILE
           IF WS-METER-STATUS NOT = "00"
               DISPLAY "METER READS NOT AVAILABLE - STATUS "
                   WS-METER-STATUS " - NOTHING MEASURED"
               MOVE 8 TO RETURN-CODE
               CLOSE RPT-FILE
               STOP RUN
           END-IF
           WRITE RPT-REC FROM EXC-HD-LINE AFTER ADVANCING 2 LINES
           SORT SORT-FILE
               ON ASCENDING KEY SRT-SITE
               ON ASCENDING KEY SRT-TYPE
               ON ASCENDING KEY SRT-DATE
               ON ASCENDING KEY SRT-SEQ
               INPUT PROCEDURE 300-LOAD-READS-RTN
               OUTPUT PROCEDURE 400-SERIES-RTN
           CLOSE METER-FILE
           WRITE RPT-REC FROM HD-LINE2 AFTER ADVANCING 3 LINES
           PERFORM 600-SITE-LINES-RTN
               VARYING WS-SI-IDX FROM 1 BY 1
               UNTIL WS-SI-IDX > WS-SITE-CTR
           MOVE WS-READ-CTR TO TOT-READ-OUT
           MOVE WS-EXC-CTR TO TOT-EXC-OUT
           MOVE WS-FLAG-CTR TO TOT-FLAG-OUT
           WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES
           CLOSE RPT-FILE
           IF WS-EXC-CTR > ZERO OR WS-FLAG-CTR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "METER READS:       " WS-READ-CTR
           DISPLAY "EXCEPTIONS:        " WS-EXC-CTR
           DISPLAY "SITES FLAGGED:     " WS-FLAG-CTR
           STOP RUN.

       150-GET-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "UTIL_SITE_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-SITE-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "UTIL_METER_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-METER-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "UTIL_HIST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-HIST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "UTIL_RPT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "UTIL_MONTH"
           IF WS-ENV-HOLD (1:6) IS NUMERIC
               AND WS-ENV-HOLD (5:2) > "00" AND WS-ENV-HOLD (5:2) < "13"
               MOVE WS-ENV-HOLD (1:6) TO WS-RPT-MONTH
           ELSE
               CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
               MOVE WS-BUS-DATE (1:6) TO WS-RPT-MONTH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "UTIL_PRIOR_MONTHS"
           IF WS-ENV-HOLD (1:2) IS NUMERIC
               AND WS-ENV-HOLD (1:2) > "00" AND WS-ENV-HOLD (1:2) < "13"
               MOVE WS-ENV-HOLD (1:2) TO WS-PRIOR-MONTHS
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "UTIL_DRIFT_PCT"
           IF WS-ENV-HOLD (1:3) IS NUMERIC
               MOVE WS-ENV-HOLD (1:3) TO WS-DRIFT-PCT
           END-IF
      *    THE WINDOW - THIRTEEN MONTHS ENDING WITH THE REPORT MONTH,
      *    AND THE DEGREE DAYS FROM ONE MONTH EARLIER SO THE FIRST
      *    MONTH'S OPENING INTERVAL IS COVERED.
           COMPUTE WS-RPT-MONTH-NO = WS-RPT-YEAR * 12 + WS-RPT-MM
           COMPUTE WS-MONTH-NO = WS-RPT-MONTH-NO - 13
           COMPUTE WS-WORK-YEAR = (WS-MONTH-NO - 1) / 12
           MOVE WS-WORK-YEAR TO WS-WD-YEAR
           COMPUTE WS-WD-MM = WS-MONTH-NO - WS-WORK-YEAR * 12
           MOVE 01 TO WS-WD-DD
           MOVE WS-WORK-DATE-N TO WS-HIST-FROM-DATE
           COMPUTE WS-HIST-TO-DATE = WS-RPT-YEAR * 10000
               + WS-RPT-MM * 100 + 31
           CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-HIST-FROM-DATE
               BY REFERENCE WS-BASE-DAY-NO
           SUBTRACT 1 FROM WS-BASE-DAY-NO.

      ******************************************************************
      * THE SITE MASTER. A SITE'S SERVING STATION TAKES A SLOT IN THE
      * DEGREE-DAY TABLE THE FIRST TIME IT IS NAMED.
      ******************************************************************
       200-LOAD-SITES-RTN.
           OPEN INPUT SITE-FILE
           IF WS-SITE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 210-LOAD-SITE-RTN UNTIL WS-EOF
               CLOSE SITE-FILE
               MOVE "00" TO WS-SITE-STATUS
           END-IF.

       210-LOAD-SITE-RTN.
           READ SITE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-SITE-CTR < 50
                       ADD 1 TO WS-SITE-CTR
                       INITIALIZE WS-SITE-ENTRY (WS-SITE-CTR)
                       MOVE US-SITE TO WS-SI-SITE (WS-SITE-CTR)
                       MOVE US-NAME TO WS-SI-NAME (WS-SITE-CTR)
                       MOVE US-STATION TO WS-SI-STATION (WS-SITE-CTR)
                       PERFORM 220-FIND-STATION-RTN
                       MOVE WS-ST-IDX TO WS-SI-ST-IDX (WS-SITE-CTR)
                   ELSE
                       DISPLAY "SITE TABLE FULL - SITE " US-SITE
                           " IGNORED"
                   END-IF
           END-READ.

       220-FIND-STATION-RTN.
           MOVE ZERO TO WS-ST-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-STATION-CTR
               IF WS-ST-ID (WS-SCAN-IDX) = US-STATION
                   MOVE WS-SCAN-IDX TO WS-ST-IDX
                   MOVE WS-STATION-CTR TO WS-SCAN-IDX
               END-IF
           END-PERFORM
           IF WS-ST-IDX = ZERO
               IF WS-STATION-CTR < 10
                   ADD 1 TO WS-STATION-CTR
                   MOVE WS-STATION-CTR TO WS-ST-IDX
                   INITIALIZE WS-ST-ENTRY (WS-ST-IDX)
                   MOVE US-STATION TO WS-ST-ID (WS-ST-IDX)
               ELSE
                   DISPLAY "STATION TABLE FULL - SITE " US-SITE
                       " HAS NO DEGREE DAYS"
               END-IF
           END-IF.

      ******************************************************************
      * THE SERVING STATIONS' DEGREE DAYS OVER THE WINDOW. A LATER ROW
      * FOR THE SAME STATION AND DATE (A MONTH RUN TWICE) REPLACES AN
      * EARLIER ONE.
      ******************************************************************
       250-LOAD-HIST-RTN.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 260-LOAD-HIST-DAY-RTN UNTIL WS-EOF
               CLOSE HIST-FILE
               MOVE "00" TO WS-HIST-STATUS
           END-IF.

       260-LOAD-HIST-DAY-RTN.
           READ HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WH-DATE IS NUMERIC
                       AND WH-DATE NOT < WS-HIST-FROM-DATE
                       AND WH-DATE NOT > WS-HIST-TO-DATE
                       MOVE ZERO TO WS-ST-IDX
                       PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                           UNTIL WS-SCAN-IDX > WS-STATION-CTR
                           IF WS-ST-ID (WS-SCAN-IDX) = WH-STATION
                               MOVE WS-SCAN-IDX TO WS-ST-IDX
                               MOVE WS-STATION-CTR TO WS-SCAN-IDX
                           END-IF
                       END-PERFORM
                       IF WS-ST-IDX > ZERO
                           CALL 'DATE-DAYS-RTN' USING BY CONTENT WH-DATE
                               BY REFERENCE WS-DAY-NO
                           COMPUTE WS-DAY-IDX =
                               WS-DAY-NO - WS-BASE-DAY-NO
                           IF WS-DAY-IDX > ZERO AND WS-DAY-IDX < 451
                               MOVE "Y"
                                 TO WS-ST-FOUND (WS-ST-IDX, WS-DAY-IDX)
                               COMPUTE WS-ST-DD (WS-ST-IDX, WS-DAY-IDX)
                                   = WH-HDD + WH-CDD
                               ADD 1 TO WS-HIST-CTR
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * INPUT SIDE - EVERY READ IS RELEASED WITH ITS POSITION ON THE
      * FILE SO A SERIES COMES BACK IN DATE ORDER, TIES AS WRITTEN.
      ******************************************************************
       300-LOAD-READS-RTN.
           MOVE "N" TO WS-EOF-SW
           PERFORM 310-LOAD-READ-RTN UNTIL WS-EOF.

       310-LOAD-READ-RTN.
           READ METER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   MOVE UM-SITE TO SRT-SITE
                   MOVE UM-TYPE TO SRT-TYPE
                   MOVE UM-DATE TO SRT-DATE
                   MOVE WS-READ-CTR TO SRT-SEQ
                   MOVE UM-READING TO SRT-READING
                   RELEASE SORT-REC
           END-READ.

      ******************************************************************
      * OUTPUT SIDE - SITE, METER, DATE. THE FIRST READ OF A SERIES
      * ONLY OPENS IT; EACH LATER READ CLOSES AN INTERVAL THAT GOES TO
      * THE MONTH OF ITS CLOSING DATE.
      ******************************************************************
       400-SERIES-RTN.
           MOVE "N" TO WS-EOF-SW
           PERFORM 410-SERIES-READ-RTN UNTIL WS-EOF.

       410-SERIES-READ-RTN.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   PERFORM 420-ONE-READ-RTN
           END-RETURN.

       420-ONE-READ-RTN.
           IF WS-FIRST-READ
               OR SRT-SITE NOT = WS-SR-SITE
               OR SRT-TYPE NOT = WS-SR-TYPE
               MOVE "N" TO WS-FIRST-SW
               MOVE SRT-SITE TO WS-SR-SITE
               MOVE SRT-TYPE TO WS-SR-TYPE
               MOVE ZERO TO WS-SR-DATE
               PERFORM 430-SERIES-SITE-RTN
           END-IF
           EVALUATE TRUE
               WHEN WS-SI-IDX = ZERO
                   MOVE "SITE NOT ON THE SITE MASTER" TO WS-EXC-REASON
                   PERFORM 490-EXCEPTION-RTN
               WHEN WS-MT-IDX = ZERO
                   MOVE "METER TYPE NOT G OR E" TO WS-EXC-REASON
                   PERFORM 490-EXCEPTION-RTN
               WHEN SRT-DATE IS NOT NUMERIC OR SRT-DATE = ZERO
                   OR SRT-READING IS NOT NUMERIC
                   MOVE "DATE OR READING NOT NUMERIC" TO WS-EXC-REASON
                   PERFORM 490-EXCEPTION-RTN
               WHEN WS-SR-DATE = ZERO
                   PERFORM 440-OPEN-SERIES-RTN
               WHEN SRT-DATE = WS-SR-DATE
                   MOVE "SECOND READ ON THE SAME DATE - IGNORED"
                       TO WS-EXC-REASON
                   PERFORM 490-EXCEPTION-RTN
               WHEN SRT-READING < WS-SR-READING
                   MOVE "BELOW THE LAST READ - NEW METER SERIES"
                       TO WS-EXC-REASON
                   PERFORM 490-EXCEPTION-RTN
                   PERFORM 440-OPEN-SERIES-RTN
               WHEN OTHER
                   PERFORM 450-INTERVAL-RTN
                   PERFORM 440-OPEN-SERIES-RTN
           END-EVALUATE.

       430-SERIES-SITE-RTN.
           MOVE ZERO TO WS-SI-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-SITE-CTR
               IF WS-SI-SITE (WS-SCAN-IDX) = SRT-SITE
                   MOVE WS-SCAN-IDX TO WS-SI-IDX
                   MOVE WS-SITE-CTR TO WS-SCAN-IDX
               END-IF
           END-PERFORM
           EVALUATE SRT-TYPE
               WHEN "G"
                   MOVE 1 TO WS-MT-IDX
               WHEN "E"
                   MOVE 2 TO WS-MT-IDX
               WHEN OTHER
                   MOVE ZERO TO WS-MT-IDX
           END-EVALUATE.

       440-OPEN-SERIES-RTN.
           MOVE SRT-DATE TO WS-SR-DATE
           MOVE SRT-READING TO WS-SR-READING
           CALL 'DATE-DAYS-RTN' USING BY CONTENT SRT-DATE
               BY REFERENCE WS-SR-DAY-NO
           MOVE "Y" TO WS-SI-READ-SW (WS-SI-IDX, WS-MT-IDX).

      ******************************************************************
      * ONE INTERVAL - THE RISE IN THE REGISTER AND THE STATION'S
      * DEGREE DAYS FROM THE DAY AFTER THE OPENING READ THROUGH THE
      * CLOSING READ. A DAY THE HISTORY DOES NOT HAVE IS COUNTED
      * MISSING. OUTSIDE THE THIRTEEN MONTHS IT IS NOT NEEDED.
      ******************************************************************
       450-INTERVAL-RTN.
           MOVE SRT-DATE TO WS-WORK-DATE-N
           COMPUTE WS-MONTH-NO = WS-WD-YEAR * 12 + WS-WD-MM
           IF WS-MONTH-NO NOT > WS-RPT-MONTH-NO
               AND WS-MONTH-NO > WS-RPT-MONTH-NO - 13
               COMPUTE WS-MO-IDX = 13 - (WS-RPT-MONTH-NO - WS-MONTH-NO)
               COMPUTE WS-INTERVAL-USED = SRT-READING - WS-SR-READING
               MOVE ZERO TO WS-INTERVAL-DD
               MOVE ZERO TO WS-INTERVAL-MISSING
               CALL 'DATE-DAYS-RTN' USING BY CONTENT SRT-DATE
                   BY REFERENCE WS-DAY-NO
               MOVE WS-SI-ST-IDX (WS-SI-IDX) TO WS-ST-IDX
               COMPUTE WS-SCAN-DAY-NO = WS-SR-DAY-NO + 1
               PERFORM 460-INTERVAL-DAY-RTN
                   VARYING WS-SCAN-DAY-NO FROM WS-SCAN-DAY-NO BY 1
                   UNTIL WS-SCAN-DAY-NO > WS-DAY-NO
               ADD WS-INTERVAL-USED
                   TO WS-SM-USED (WS-SI-IDX, WS-MT-IDX, WS-MO-IDX)
               ADD WS-INTERVAL-DD
                   TO WS-SM-DD (WS-SI-IDX, WS-MT-IDX, WS-MO-IDX)
               ADD WS-INTERVAL-MISSING
                   TO WS-SM-MISSING (WS-SI-IDX, WS-MT-IDX, WS-MO-IDX)
               ADD 1
                   TO WS-SM-INTERVALS (WS-SI-IDX, WS-MT-IDX, WS-MO-IDX)
           END-IF.

       460-INTERVAL-DAY-RTN.
           COMPUTE WS-DAY-IDX = WS-SCAN-DAY-NO - WS-BASE-DAY-NO
           IF WS-ST-IDX = ZERO
               OR WS-SCAN-DAY-NO NOT > WS-BASE-DAY-NO
               OR WS-DAY-IDX > 450
               ADD 1 TO WS-INTERVAL-MISSING
           ELSE
               IF WS-ST-FOUND (WS-ST-IDX, WS-DAY-IDX) = "Y"
                   ADD WS-ST-DD (WS-ST-IDX, WS-DAY-IDX)
                       TO WS-INTERVAL-DD
               ELSE
                   ADD 1 TO WS-INTERVAL-MISSING
               END-IF
           END-IF.

       490-EXCEPTION-RTN.
           ADD 1 TO WS-EXC-CTR
           MOVE SRT-SITE TO EXC-SITE-OUT
           MOVE SRT-TYPE TO EXC-TYPE-OUT
           MOVE SRT-DATE TO EXC-DATE-OUT
           MOVE SRT-READING TO EXC-READING-OUT
           MOVE WS-EXC-REASON TO EXC-REASON-OUT
           WRITE RPT-REC FROM EXC-LINE AFTER ADVANCING 1 LINES.

      ******************************************************************
      * ONE LINE PER SITE AND METER THAT HAS EVER BEEN READ - THE
      * REPORT MONTH, THE AVERAGE OF THE PRIOR MONTHS THAT ARE
      * COMPLETE, AND THE SAME MONTH LAST YEAR.
      ******************************************************************
       600-SITE-LINES-RTN.
           PERFORM 610-METER-LINE-RTN
               VARYING WS-MT-IDX FROM 1 BY 1 UNTIL WS-MT-IDX > 2.

       610-METER-LINE-RTN.
           IF WS-SI-READ-SW (WS-SI-IDX, WS-MT-IDX) = "Y"
               MOVE WS-SI-SITE (WS-SI-IDX) TO DTL-SITE-OUT
               MOVE WS-SI-NAME (WS-SI-IDX) TO DTL-NAME-OUT
               MOVE WS-SI-STATION (WS-SI-IDX) TO DTL-STATION-OUT
               IF WS-MT-IDX = 1
                   MOVE "G" TO DTL-TYPE-OUT
               ELSE
                   MOVE "E" TO DTL-TYPE-OUT
               END-IF
               MOVE "N" TO WS-LINE-FLAG-SW
               MOVE SPACES TO DTL-NOTE-OUT
               MOVE WS-SM-USED (WS-SI-IDX, WS-MT-IDX, 13)
                   TO DTL-USED-OUT
               MOVE WS-SM-DD (WS-SI-IDX, WS-MT-IDX, 13) TO DTL-DD-OUT
               MOVE 13 TO WS-MO-IDX
               PERFORM 650-MONTH-RATE-RTN
               MOVE WS-MONTH-OK-SW TO WS-CUR-OK-SW
               MOVE WS-MONTH-PER-DD TO WS-CUR-PER-DD
               EVALUATE TRUE
                   WHEN WS-SM-INTERVALS (WS-SI-IDX, WS-MT-IDX, 13)
                       = ZERO
                       MOVE "NO READ THIS MONTH" TO DTL-NOTE-OUT
                   WHEN WS-SM-MISSING (WS-SI-IDX, WS-MT-IDX, 13)
                       > ZERO
                       MOVE "DEGREE DAYS INCOMPLETE" TO DTL-NOTE-OUT
                   WHEN WS-SM-DD (WS-SI-IDX, WS-MT-IDX, 13) = ZERO
                       MOVE "NO DEGREE DAYS" TO DTL-NOTE-OUT
               END-EVALUATE
               IF WS-SM-INTERVALS (WS-SI-IDX, WS-MT-IDX, 13) > ZERO
                   AND WS-SM-DD (WS-SI-IDX, WS-MT-IDX, 13) > ZERO
                   MOVE WS-CUR-PER-DD TO DTL-PER-DD-OUT
               ELSE
                   MOVE SPACES TO DTL-PER-DD-NONE
               END-IF
               PERFORM 620-PRIOR-AVG-RTN
               PERFORM 630-LAST-YEAR-RTN
               IF WS-LINE-FLAG-SW = "Y"
                   MOVE "*** MAINTENANCE" TO DTL-NOTE-OUT
                   ADD 1 TO WS-FLAG-CTR
               END-IF
               WRITE RPT-REC FROM DTL-LINE AFTER ADVANCING 1 LINES
           END-IF.

       620-PRIOR-AVG-RTN.
           MOVE ZERO TO WS-PRIOR-TOTAL
           MOVE ZERO TO WS-PRIOR-CTR
           PERFORM VARYING WS-MO-IDX FROM 12 BY -1
               UNTIL WS-MO-IDX < 13 - WS-PRIOR-MONTHS
               PERFORM 650-MONTH-RATE-RTN
               IF WS-MONTH-OK-SW = "Y"
                   ADD WS-MONTH-PER-DD TO WS-PRIOR-TOTAL
                   ADD 1 TO WS-PRIOR-CTR
               END-IF
           END-PERFORM
           MOVE SPACES TO DTL-PRIOR-DRIFT-NONE
           IF WS-PRIOR-CTR = ZERO
               MOVE SPACES TO DTL-PRIOR-NONE
           ELSE
               COMPUTE WS-PRIOR-PER-DD ROUNDED =
                   WS-PRIOR-TOTAL / WS-PRIOR-CTR
               MOVE WS-PRIOR-PER-DD TO DTL-PRIOR-OUT
               IF WS-CUR-OK-SW = "Y" AND WS-PRIOR-PER-DD > ZERO
                   COMPUTE WS-DRIFT ROUNDED =
                       (WS-CUR-PER-DD - WS-PRIOR-PER-DD) * 100
                       / WS-PRIOR-PER-DD
                   MOVE WS-DRIFT TO DTL-PRIOR-DRIFT-OUT
                   IF WS-DRIFT > WS-DRIFT-PCT
                       MOVE "Y" TO WS-LINE-FLAG-SW
                   END-IF
               END-IF
           END-IF.

       630-LAST-YEAR-RTN.
           MOVE 1 TO WS-MO-IDX
           PERFORM 650-MONTH-RATE-RTN
           MOVE SPACES TO DTL-LY-DRIFT-NONE
           IF WS-MONTH-OK-SW NOT = "Y"
               MOVE SPACES TO DTL-LY-NONE
           ELSE
               MOVE WS-MONTH-PER-DD TO WS-LY-PER-DD
               MOVE WS-LY-PER-DD TO DTL-LY-OUT
               IF WS-CUR-OK-SW = "Y" AND WS-LY-PER-DD > ZERO
                   COMPUTE WS-DRIFT ROUNDED =
                       (WS-CUR-PER-DD - WS-LY-PER-DD) * 100
                       / WS-LY-PER-DD
                   MOVE WS-DRIFT TO DTL-LY-DRIFT-OUT
                   IF WS-DRIFT > WS-DRIFT-PCT
                       MOVE "Y" TO WS-LINE-FLAG-SW
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * ENERGY PER DEGREE DAY FOR MONTH WS-MO-IDX. A MONTH IS GOOD FOR
      * A COMPARISON ONLY WITH AN INTERVAL, DEGREE DAYS, AND NO DAY
      * MISSING FROM THE HISTORY.
      ******************************************************************
       650-MONTH-RATE-RTN.
           MOVE "N" TO WS-MONTH-OK-SW
           MOVE ZERO TO WS-MONTH-PER-DD
           IF WS-SM-DD (WS-SI-IDX, WS-MT-IDX, WS-MO-IDX) > ZERO
               COMPUTE WS-MONTH-PER-DD ROUNDED =
                   WS-SM-USED (WS-SI-IDX, WS-MT-IDX, WS-MO-IDX)
                   / WS-SM-DD (WS-SI-IDX, WS-MT-IDX, WS-MO-IDX)
               IF WS-SM-INTERVALS (WS-SI-IDX, WS-MT-IDX, WS-MO-IDX)
                   > ZERO
                   AND WS-SM-MISSING (WS-SI-IDX, WS-MT-IDX, WS-MO-IDX)
                   = ZERO
                   MOVE "Y" TO WS-MONTH-OK-SW
               END-IF
           END-IF.
