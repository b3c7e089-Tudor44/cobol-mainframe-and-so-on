       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT.
       AUTHOR. GAETANO.
      *15-10-2026 GD - THE ROSTER ROW IS NOW 32 BYTES - THE STUDENT'S
      *RECEIVABLE ACCOUNT FOLLOWS THE STATUS. NOT USED HERE.
      *15-10-2026 GD - STANDING - WHEN TRANSCRIPT_STANDING_PATH NAMES
      *THE STANDING HISTORY ACADEMIC-STANDING WRITES, EACH TERM'S
      *LINE SHOWS THE ACADEMIC STANDING GIVEN FOR IT (DEAN'S LIST,
      *GOOD STANDING, PROBATION, SUSPENDED).
      *15-10-2026 GD - THE COURSE MASTER IS NOW 41 BYTES (SEATS AND
      *PREREQUISITES FOLLOW THE CREDIT HOURS); ONLY THE TITLE IS USED.
      *22-08-2026 GD - STUDENT TRANSCRIPT AND TERM SUMMARY. GRADE-SHEET
      *NOW APPENDS EVERY RUN'S PER-STUDENT RESULTS TO THE PERMANENT
      *TERM HISTORY FILE; THIS PROGRAM PRINTS ONE STUDENT'S TERMS IN
               WS-CRS-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRS-STATUS.
           SELECT STAND-FILE ASSIGN TO
               WS-STAND-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STAND-STATUS.
           SELECT RPT-FILE ASSIGN TO
               WS-RPT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
              02 TH-AVG            PIC 999.
              02 TH-LETTER         PIC X.
       FD ROSTER-FILE
           RECORD CONTAINS 32 CHARACTERS.
           01 ROSTER-REC.
              02 ROS-ID            PIC X(2).
              02 ROS-NAME          PIC X(25).
              02 ROS-STATUS        PIC X.
              02 ROS-ACCT          PIC X(4).
       FD CORR-FILE
           RECORD CONTAINS 49 CHARACTERS.
           01 CORR-REC.
              02 CH-LETTER         PIC X.
              02 CH-CREDITS        PIC 9(2).
       FD CRS-FILE
           RECORD CONTAINS 41 CHARACTERS.
           01 CRS-REC.
              02 CRS-CODE          PIC X(4).
              02 CRS-TITLE         PIC X(20).
              02 CRS-CREDITS       PIC 9(2).
              02 FILLER            PIC X(15).
       FD STAND-FILE
           RECORD CONTAINS 26 CHARACTERS.
           01 STAND-REC.
           COPY STANDHST.
       FD RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 RPT-REC           PIC X(80).
                02 FILLER        PIC X(9) VALUE "  GRADE  ".
                02 CRS-LETTER-OUT PIC X.
            01 WS-ROSTER-STATUS  PIC XX.
            01 WS-STAND-FILE-PATH PIC X(80) VALUE SPACES.
            01 WS-STAND-STATUS   PIC XX.
            01 WS-STAND-SW       PIC X VALUE "N".
                88 WS-STAND-ON           VALUE "Y".
      *    THE STUDENT'S STANDINGS - THE LAST ROW FOR A TERM WINS.
            01 WS-STAND-TABLE.
                02 WS-STAND-ENTRY OCCURS 40 TIMES.
                    03 WS-SD-TERM    PIC X(6).
                    03 WS-SD-STANDING PIC X.
            01 WS-STAND-CTR      PIC 99 VALUE ZERO.
            01 WS-STAND-IDX      PIC 99.
            01 WS-EOF-SW         PIC X VALUE "N".
                88 WS-EOF                VALUE "Y".
            01 WS-STUDENT-ID     PIC X(2).
                02 DTL-LETTER-OUT PIC X.
                02 FILLER        PIC X(2) VALUE SPACES.
                02 DTL-CORR-OUT  PIC X(5).
                02 FILLER        PIC X(2) VALUE SPACES.
                02 DTL-STAND-OUT PIC X(13).
                02 FILLER        PIC X(30) VALUE SPACES.
            01 CUM-LINE.
                02 FILLER        PIC X(5) VALUE SPACES.
                02 FILLER        PIC X(20)
           IF WS-ROSTER-FILE-PATH NOT = SPACES
               PERFORM 200-ROSTER-NAME-RTN
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT
               "TRANSCRIPT_STANDING_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-STAND-FILE-PATH
               MOVE "Y" TO WS-STAND-SW
               PERFORM 720-LOAD-STANDING-RTN
           END-IF
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "TERM HISTORY NOT AVAILABLE - STATUS "
               MOVE WS-SHOW-AVG TO DTL-AVG-OUT
               MOVE WS-SHOW-LETTER TO DTL-LETTER-OUT
               MOVE WS-CORR-FLAG TO DTL-CORR-OUT
               MOVE SPACES TO DTL-STAND-OUT
               IF WS-STAND-ON
                   PERFORM 740-TERM-STANDING-RTN
               END-IF
               WRITE RPT-REC FROM DTL-LINE AFTER ADVANCING 1 LINES
               IF WS-CHIST-ON
                   PERFORM 800-COURSE-LINES-RTN
                   END-IF
           END-READ.

      ******************************************************************
      * THE REQUESTED STUDENT'S ROWS FROM THE STANDING HISTORY.
      ******************************************************************
       720-LOAD-STANDING-RTN.
           OPEN INPUT STAND-FILE
           IF WS-STAND-STATUS NOT = "00"
               DISPLAY "STANDING HISTORY NOT AVAILABLE - STATUS "
                   WS-STAND-STATUS
               MOVE "N" TO WS-STAND-SW
           ELSE
               MOVE "N" TO WS-CHIST-EOF-SW
               PERFORM 730-LOAD-ONE-STANDING-RTN
                   UNTIL WS-CHIST-EOF-SW = "Y"
               CLOSE STAND-FILE
           END-IF.

       730-LOAD-ONE-STANDING-RTN.
           READ STAND-FILE
               AT END
                   MOVE "Y" TO WS-CHIST-EOF-SW
               NOT AT END
                   IF STH-STUDENT = WS-STUDENT-ID
                       PERFORM VARYING WS-STAND-IDX FROM 1 BY 1
                           UNTIL WS-STAND-IDX > WS-STAND-CTR
                           OR WS-SD-TERM (WS-STAND-IDX) = STH-TERM
                           CONTINUE
                       END-PERFORM
                       IF WS-STAND-IDX > WS-STAND-CTR
                           AND WS-STAND-CTR < 40
                           ADD 1 TO WS-STAND-CTR
                           MOVE WS-STAND-CTR TO WS-STAND-IDX
                       END-IF
                       IF WS-STAND-IDX NOT > WS-STAND-CTR
                           MOVE STH-TERM TO WS-SD-TERM (WS-STAND-IDX)
                           MOVE STH-STANDING
                               TO WS-SD-STANDING (WS-STAND-IDX)
                       END-IF
                   END-IF
           END-READ.

       740-TERM-STANDING-RTN.
           PERFORM VARYING WS-STAND-IDX FROM 1 BY 1
               UNTIL WS-STAND-IDX > WS-STAND-CTR
               IF WS-SD-TERM (WS-STAND-IDX) = TH-TERM
                   EVALUATE WS-SD-STANDING (WS-STAND-IDX)
                       WHEN "D"
                           MOVE "DEAN'S LIST" TO DTL-STAND-OUT
                       WHEN "G"
                           MOVE "GOOD STANDING" TO DTL-STAND-OUT
                       WHEN "P"
                           MOVE "PROBATION" TO DTL-STAND-OUT
                       WHEN "S"
                           MOVE "SUSPENDED" TO DTL-STAND-OUT
                   END-EVALUATE
               END-IF
           END-PERFORM.

       750-LOAD-TITLES-RTN.
           OPEN INPUT CRS-FILE
           IF WS-CRS-STATUS = "00"
