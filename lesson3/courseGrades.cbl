       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-GRADES.
       AUTHOR. GAETANO D'ORSI
      *15-10-2026 GD - REGISTRATION. A GRADE IS ACCEPTED ONLY FOR A
      *STUDENT ENROLLED IN THE COURSE FOR THE TERM ON THE
      *COURSE-REGISTER FILE (COURSE_REG_PATH). ANY OTHER GRADE -
      *NEVER REGISTERED, WAITLISTED OR DROPPED - PRINTS ON THE SHEET
      *AS REJECTED AND GOES NOWHERE ELSE: NOT INTO THE AVERAGE, THE
      *COURSE HISTORY OR THE TERM HISTORY. A STUDENT WITH NO GRADE
      *ACCEPTED GETS NO TERM AVERAGE. REJECTIONS END THE RUN RC 4; NO
      *REGISTRATION FILE AT ALL REJECTS EVERY GRADE, RC 8. THE COURSE
      *MASTER IS NOW 41 BYTES (SEATS AND PREREQUISITES FOLLOW THE
      *CREDIT HOURS). THE TERM AVERAGE NO LONGER OVERLAYS THE NEXT
      *STUDENT'S FIRST SCORE IN THE INPUT RECORD WHEN IT IS GRADED.
      *02-09-2026 GD - PER-COURSE GRADING. GRADE INPUT IS NOW KEYED
      *BY STUDENT AND COURSE (ONE RECORD PER STUDENT PER COURSE PER
      *TERM), JOINED TO THE COURSE-MAINT MASTER FOR THE TITLE AND
               WS-CHIST-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHIST-STATUS.
           SELECT REG-FILE ASSIGN TO
               WS-REG-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.
           SELECT TERMHIST-FILE ASSIGN TO
               WS-TERMHIST-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
              02 GID-COURSE        PIC X(4).
              02 GID-SCORE         PIC 9(3).
       FD CRS-FILE
           RECORD CONTAINS 41 CHARACTERS.
           01 CRS-REC.
              02 CRS-CODE          PIC X(4).
              02 CRS-TITLE         PIC X(20).
              02 CRS-CREDITS       PIC 9(2).
              02 FILLER            PIC X(15).
       FD OUT-FILE.
           01 OUT-REC           PIC X(80).
       FD CHIST-FILE
              02 CH-SCORE          PIC 9(3).
              02 CH-LETTER         PIC X.
              02 CH-CREDITS        PIC 9(2).
       FD REG-FILE
           RECORD CONTAINS 29 CHARACTERS.
           01 REG-REC.
           COPY CRSREG.
       FD TERMHIST-FILE
           RECORD CONTAINS 12 CHARACTERS.
           01 TERMHIST-REC.
            01 WS-OUT-FILE-PATH  PIC X(80) VALUE "CourseSheet.txt".
            01 WS-CHIST-FILE-PATH PIC X(80) VALUE SPACES.
            01 WS-TERMHIST-FILE-PATH PIC X(80) VALUE SPACES.
            01 WS-REG-FILE-PATH  PIC X(80) VALUE "CourseReg.txt".
            01 WS-REG-STATUS     PIC XX.
            01 WS-ENV-HOLD       PIC X(80).
            01 WS-IN-STATUS      PIC XX.
            01 WS-CRS-STATUS     PIC XX.
            01 WS-CREDITS        PIC 9(4) VALUE ZERO.
            01 WS-TERM-AVG       PIC 9(3).
            01 WS-LETTER         PIC X.
            01 WS-LETTER-SCORE   PIC 9(3).
            01 WS-STUDENT-CTR    PIC 9(3) VALUE ZERO.
            01 WS-COURSE-CTR     PIC 9(4) VALUE ZERO.
            01 WS-REJECT-CTR     PIC 9(4) VALUE ZERO.
            01 WS-ACCEPT-CTR     PIC 9(3) VALUE ZERO.
      *    THE TERM'S ENROLLED STUDENT/COURSE PAIRS.
            01 WS-REG-TABLE.
                02 WS-REG-ENTRY OCCURS 1000 TIMES.
                    03 WS-RG-STUDENT PIC X(2).
                    03 WS-RG-COURSE  PIC X(4).
            01 WS-REG-CTR        PIC 9(4) VALUE ZERO.
            01 WS-REG-SUB        PIC 9(4).
            01 WS-ENROLLED-SW    PIC X.
                88 WS-ENROLLED           VALUE "Y".
            01 HD-LINE.
                02 FILLER        PIC X(9) VALUE "STUDENT  ".
                02 HD-ID-OUT     PIC X(2).
                02 DTL-LETTER-OUT PIC X.
                02 FILLER        PIC X(11) VALUE "  CREDITS  ".
                02 DTL-CRED-OUT  PIC Z9.
            01 REJ-LINE.
                02 FILLER        PIC X(3) VALUE SPACES.
                02 REJ-CODE-OUT  PIC X(4).
                02 FILLER        PIC X(9) VALUE "  SCORE  ".
                02 REJ-SCORE-OUT PIC ZZ9.
                02 FILLER        PIC X(40)
                    VALUE "  REJECTED - NOT ENROLLED IN THE COURSE".
            01 NO-AVG-LINE.
                02 FILLER        PIC X(3) VALUE SPACES.
                02 FILLER        PIC X(40)
                    VALUE "NO GRADE ACCEPTED - NO TERM AVERAGE".
            01 AVG-LINE.
                02 FILLER        PIC X(3) VALUE SPACES.
                02 FILLER        PIC X(28)
               CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE-HOLD
               MOVE WS-BUS-DATE-HOLD (3:4) TO WS-TERM
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "COURSE_REG_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REG-FILE-PATH
           END-IF
           PERFORM 200-LOAD-COURSES-RTN
           PERFORM 270-LOAD-REG-RTN
           OPEN OUTPUT OUT-FILE
           IF WS-CHIST-ON
               OPEN EXTEND CHIST-FILE
           END-IF
           DISPLAY "STUDENTS GRADED: " WS-STUDENT-CTR
               "  COURSE RESULTS: " WS-COURSE-CTR
               "  REJECTED NOT ENROLLED: " WS-REJECT-CTR
           IF WS-REJECT-CTR > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       200-LOAD-COURSES-RTN.
                   END-IF
           END-READ.

      ******************************************************************
      * ONLY THE ENROLLED ROWS FOR THIS TERM - WAITLISTED AND DROPPED
      * ROWS HOLD NO PLACE IN THE COURSE.
      ******************************************************************
       270-LOAD-REG-RTN.
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "REGISTRATION FILE NOT AVAILABLE - STATUS "
                   WS-REG-STATUS " - EVERY GRADE WILL BE REJECTED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 280-LOAD-REG-ONE-RTN UNTIL WS-EOF
               CLOSE REG-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

       280-LOAD-REG-ONE-RTN.
           READ REG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF CRG-TERM = WS-TERM AND CRG-ENROLLED
                       IF WS-REG-CTR < 1000
                           ADD 1 TO WS-REG-CTR
                           MOVE CRG-STUDENT
                               TO WS-RG-STUDENT (WS-REG-CTR)
                           MOVE CRG-COURSE
                               TO WS-RG-COURSE (WS-REG-CTR)
                       ELSE
                           DISPLAY "MORE THAN 1000 ENROLLMENTS - "
                               CRG-STUDENT " " CRG-COURSE
                               " NOT LOADED"
                       END-IF
                   END-IF
           END-READ.

       300-NEXT-GRADE-RTN.
           READ IN-FILE
               AT END
                   PERFORM 600-CLOSE-STUDENT-RTN
                   PERFORM 400-OPEN-STUDENT-RTN
           END-EVALUATE
           PERFORM 510-ENROLLED-RTN
           IF WS-ENROLLED
               PERFORM 500-COURSE-LINE-RTN
           ELSE
               MOVE GID-COURSE TO REJ-CODE-OUT
               MOVE GID-SCORE TO REJ-SCORE-OUT
               WRITE OUT-REC FROM REJ-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-REJECT-CTR
           END-IF.

       400-OPEN-STUDENT-RTN.
           MOVE GID-STUDENT TO WS-HOLD-STUDENT
           MOVE ZERO TO WS-POINTS
           MOVE ZERO TO WS-CREDITS
           MOVE ZERO TO WS-ACCEPT-CTR
           ADD 1 TO WS-STUDENT-CTR
           MOVE GID-STUDENT TO HD-ID-OUT
           MOVE WS-TERM TO HD-TERM-OUT

       500-COURSE-LINE-RTN.
           PERFORM 520-FIND-COURSE-RTN
           MOVE GID-SCORE TO WS-LETTER-SCORE
           PERFORM 540-LETTER-RTN
           MOVE GID-COURSE TO DTL-CODE-OUT
           IF WS-CRS-IDX > ZERO
           MOVE WS-LETTER TO DTL-LETTER-OUT
           WRITE OUT-REC FROM DTL-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-COURSE-CTR
           ADD 1 TO WS-ACCEPT-CTR
           IF WS-CHIST-ON
               MOVE GID-STUDENT TO CH-STUDENT
               MOVE WS-TERM TO CH-TERM
               WRITE CHIST-REC
           END-IF.

       510-ENROLLED-RTN.
           MOVE "N" TO WS-ENROLLED-SW
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-CTR OR WS-ENROLLED
               IF WS-RG-STUDENT (WS-REG-SUB) = GID-STUDENT
                   AND WS-RG-COURSE (WS-REG-SUB) = GID-COURSE
                   MOVE "Y" TO WS-ENROLLED-SW
               END-IF
           END-PERFORM.

       520-FIND-COURSE-RTN.
           MOVE ZERO TO WS-CRS-IDX
           PERFORM VARYING WS-CRS-CTR2 FROM 1 BY 1

       540-LETTER-RTN.
           EVALUATE TRUE
               WHEN WS-LETTER-SCORE >= 90
                   MOVE "A" TO WS-LETTER
               WHEN WS-LETTER-SCORE >= 80
                   MOVE "B" TO WS-LETTER
               WHEN WS-LETTER-SCORE >= 70
                   MOVE "C" TO WS-LETTER
               WHEN WS-LETTER-SCORE >= 60
                   MOVE "D" TO WS-LETTER
               WHEN OTHER
                   MOVE "F" TO WS-LETTER
           END-EVALUATE.

       600-CLOSE-STUDENT-RTN.
           IF WS-ACCEPT-CTR = ZERO
               WRITE OUT-REC FROM NO-AVG-LINE AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 620-TERM-AVG-RTN
           END-IF.

       620-TERM-AVG-RTN.
           IF WS-CREDITS > ZERO
               COMPUTE WS-TERM-AVG ROUNDED =
                   WS-POINTS / WS-CREDITS
               MOVE ZERO TO WS-TERM-AVG
           END-IF
           MOVE WS-TERM-AVG TO AVG-OUT
           MOVE WS-TERM-AVG TO WS-LETTER-SCORE
           PERFORM 540-LETTER-RTN
           MOVE WS-LETTER TO AVG-LETTER-OUT
           WRITE OUT-REC FROM AVG-LINE AFTER ADVANCING 2 LINES
