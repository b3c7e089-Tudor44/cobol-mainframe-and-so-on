      ******************************************************************
      *15-10-2026 GD - MONTH-END DISTRIBUTION. ON THE NIGHT THE
      *BUSINESS-DATE CALENDAR CARRIES THE END-OF-MONTH FLAG THE ROWS
      *OF A SECOND LIST (BUNDLE_MONTHEND_PATH, SAME LAYOUT) ARE ADDED
      *TO THE NIGHT'S - THE MANAGEMENT RECIPIENTS OF THE KPI PACK AND
      *OTHER MONTH-END DOCUMENTS. A RECIPIENT ON BOTH LISTS GETS ONE
      *BUNDLE. ON ANY OTHER NIGHT, OR WITH THE PATH UNSET, THE LIST IS
      *NOT READ.
      *02-09-2026 GD - MORNING REPORT BUNDLING. THE NIGHT PRODUCES A
      *DOZEN REPORT FILES AND EACH MANAGER FISHED THEIR SUBSET OUT
      *OF THE OUTPUT DIRECTORY BY FILENAME. THE DISTRIBUTION LIST
           FILE STATUS IS WS-RPT-IN-STATUS.
       SELECT BUNDLE-FILE ASSIGN TO WS-BUNDLE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CAL-FILE ASSIGN TO WS-CAL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DIST-FILE
       FD BUNDLE-FILE
           RECORD CONTAINS 132 CHARACTERS.
           01 BUNDLE-REC                 PIC X(132).
       FD CAL-FILE
           RECORD CONTAINS 23 CHARACTERS.
           01 CAL-REC.
               02 CAL-TYPE               PIC X(3).
               02 FILLER                 PIC X.
               02 CAL-DATE-1             PIC 9(8).
               02 FILLER                 PIC X.
               02 CAL-DATE-2             PIC 9(8).
               02 FILLER                 PIC X.
               02 CAL-EOM-FLAG           PIC X.
       WORKING-STORAGE SECTION.
           01 WS-DIST-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/DistList.txt".
           01 WS-OUT-BASE-PATH           PIC X(60) VALUE
               "/Users/gaetanodorsi/MorningBundle".
           01 WS-MONTHEND-PATH           PIC X(80) VALUE SPACES.
           01 WS-CAL-FILE-PATH           PIC X(80) VALUE SPACES.
           01 WS-RPT-IN-PATH             PIC X(80).
           01 WS-BUNDLE-PATH             PIC X(80).
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-DIST-STATUS             PIC XX.
           01 WS-RPT-IN-STATUS           PIC XX.
           01 WS-CAL-STATUS              PIC XX.
           01 WS-EOM-SW                  PIC X VALUE "N".
               88 WS-EOM-NIGHT                  VALUE "Y".
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-RPT-EOF-SW              PIC X VALUE "N".
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-OUT-BASE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "BUNDLE_MONTHEND_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-MONTHEND-PATH
           END-IF
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           MOVE WS-BUS-DATE TO WS-DATE-X
           PERFORM 200-LOAD-DIST-RTN
           IF WS-MONTHEND-PATH NOT = SPACES
               PERFORM 150-EOM-CHECK-RTN
               IF WS-EOM-NIGHT
                   MOVE WS-MONTHEND-PATH TO WS-DIST-FILE-PATH
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 200-LOAD-DIST-RTN
               END-IF
           END-IF
           IF WS-DIST-CTR = ZERO
               DISPLAY "DISTRIBUTION LIST EMPTY - NOTHING BUNDLED"
           ELSE
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

      ******************************************************************
      * THE MONTH-END LIST RIDES ONLY ON THE NIGHT THE CALENDAR FLAGS
      * AS MONTH END; WITH NO CALENDAR IT IS NEVER ADDED.
      ******************************************************************
       150-EOM-CHECK-RTN.
           MOVE SPACES TO WS-CAL-FILE-PATH
           ACCEPT WS-CAL-FILE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-CAL-FILE-PATH NOT = SPACES
               OPEN INPUT CAL-FILE
               IF WS-CAL-STATUS = "00"
                   READ CAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CAL-TYPE = "CUR"
                               AND CAL-EOM-FLAG = "Y"
                               MOVE "Y" TO WS-EOM-SW
                           END-IF
                   END-READ
                   CLOSE CAL-FILE
               END-IF
           END-IF.

       200-LOAD-DIST-RTN.
           OPEN INPUT DIST-FILE
           IF WS-DIST-STATUS NOT = "00"
