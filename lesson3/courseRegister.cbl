      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-REGISTER.
       AUTHOR. GAETANO.
      *15-10-2026 GD - THE ROSTER ROW IS NOW 32 BYTES - THE STUDENT'S
      *RECEIVABLE ACCOUNT FOLLOWS THE STATUS. NOT USED HERE.
      *15-10-2026 GD - COURSE REGISTRATION. COURSE-GRADES USED TO TAKE
      *WHATEVER GRADE RECORDS ARRIVED, SO A STUDENT COULD BE GRADED IN
      *A COURSE THEY NEVER SIGNED UP FOR, OR ONE THEY LACKED THE
      *PREREQUISITE FOR. THIS PROGRAM KEEPS THE REGISTRATION FILE
      *(COPYBOOK CRSREG) FOR THE TERM:
      *  E = ENROLL A STUDENT IN A COURSE. THE STUDENT MUST BE ON THE
      *      ROSTER AND ENROLLED THERE (STATUS "A"), THE COURSE ON THE
      *      COURSE MASTER, AND EVERY PREREQUISITE THE MASTER NAMES
      *      MUST HAVE BEEN PASSED (D OR BETTER) ON THE COURSE HISTORY
      *      COURSE-GRADES APPENDS AND TRANSCRIPT READS. A SECTION AT
      *      CAPACITY PUTS THE STUDENT ON THE WAITLIST INSTEAD (IF THE
      *      OPERATOR AGREES), IN THE ORDER THEY ASKED.
      *  D = DROP A STUDENT (ENROLLED OR WAITLISTED). THE ROW STAYS ON
      *      FILE AS DROPPED; A SEAT GIVEN UP GOES TO THE FIRST STUDENT
      *      ON THE WAITLIST.
      *  F = FILL A SECTION'S OPEN SEATS FROM ITS WAITLIST - AFTER THE
      *      CAPACITY IS RAISED ON THE COURSE MASTER.
      *  L = LIST A SECTION - THE ENROLLED STUDENTS AND THE WAITLIST.
      *ANY OPERATOR MAY REGISTER; THE SIGN-ON NAMES THEM ON EACH ROW
      *AND ON THE MAINTENANCE LOG (MAINT-LOG-RTN), WHERE EVERY
      *ENROLLMENT, DROP AND PROMOTION GOES WITH ITS BEFORE AND AFTER
      *IMAGES.
      *THE TERM FROM GRADE_TERM (DEFAULTING TO THE BUSINESS DATE'S
      *YYMM), AS COURSE-GRADES TAKES IT. FILE PATHS FROM
      *CREG_ROSTER_PATH / COURSE_MAST_PATH / CREG_COURSEHIST_PATH /
      *COURSE_REG_PATH.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO
               WS-ROSTER-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.
           SELECT CRS-FILE ASSIGN TO
               WS-CRS-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRS-STATUS.
           SELECT CHIST-FILE ASSIGN TO
               WS-CHIST-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHIST-STATUS.
           SELECT REG-FILE ASSIGN TO
               WS-REG-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ROSTER-FILE
           RECORD CONTAINS 32 CHARACTERS.
           01 ROSTER-REC.
              02 ROS-ID            PIC X(2).
              02 ROS-NAME          PIC X(25).
              02 ROS-STATUS        PIC X.
              02 ROS-ACCT          PIC X(4).
       FD CRS-FILE
           RECORD CONTAINS 41 CHARACTERS.
           01 CRS-REC.
              02 CRS-CODE          PIC X(4).
              02 CRS-TITLE         PIC X(20).
              02 CRS-CREDITS       PIC 9(2).
              02 CRS-CAPACITY      PIC 9(3).
              02 CRS-PREREQ        PIC X(4) OCCURS 3 TIMES.
       FD CHIST-FILE
           RECORD CONTAINS 18 CHARACTERS.
           01 CHIST-REC.
              02 CH-STUDENT        PIC X(2).
              02 CH-TERM           PIC X(6).
              02 CH-COURSE         PIC X(4).
              02 CH-SCORE          PIC 9(3).
              02 CH-LETTER         PIC X.
              02 CH-CREDITS        PIC 9(2).
       FD REG-FILE
           RECORD CONTAINS 29 CHARACTERS.
           01 REG-REC.
           COPY CRSREG.
       WORKING-STORAGE SECTION.
            01 WS-ROSTER-FILE-PATH PIC X(80) VALUE "Roster.txt".
            01 WS-CRS-FILE-PATH  PIC X(80) VALUE "COURSES.txt".
            01 WS-CHIST-FILE-PATH PIC X(80) VALUE "CourseHist.txt".
            01 WS-REG-FILE-PATH  PIC X(80) VALUE "CourseReg.txt".
            01 WS-ENV-HOLD       PIC X(80).
            01 WS-ROSTER-STATUS  PIC XX.
            01 WS-CRS-STATUS     PIC XX.
            01 WS-CHIST-STATUS   PIC XX.
            01 WS-REG-STATUS     PIC XX.
            01 WS-EOF-SW         PIC X VALUE "N".
                88 WS-EOF                VALUE "Y".
            01 ARE-THERE-MORE-RECORDS PIC XXX VALUE "YES".
                88 NO-MORE-RECORDS       VALUE "NO".
            01 WS-ACTION         PIC X VALUE "L".
            01 WS-TERM           PIC X(6) VALUE SPACES.
            01 WS-BUS-DATE-HOLD  PIC 9(8).
            01 WS-STUDENT        PIC X(2).
            01 WS-COURSE         PIC X(4).
            01 WS-CONFIRM        PIC X.
            01 WS-ENROLL-CTR     PIC 9(3) VALUE ZERO.
            01 WS-WAIT-CTR       PIC 9(3) VALUE ZERO.
            01 WS-DROP-CTR       PIC 9(3) VALUE ZERO.
            01 WS-PROMO-CTR      PIC 9(3) VALUE ZERO.
            01 WS-REFUSE-CTR     PIC 9(3) VALUE ZERO.
            01 WS-ROSTER-TABLE.
                02 WS-ROSTER-ENTRY OCCURS 500 TIMES.
                    03 WS-RS-ID      PIC X(2).
                    03 WS-RS-NAME    PIC X(25).
                    03 WS-RS-STATUS  PIC X.
            01 WS-ROSTER-CTR     PIC 9(3) VALUE ZERO.
            01 WS-RS-IDX         PIC 9(3).
            01 WS-CRS-TABLE.
                02 WS-CRS-ENTRY OCCURS 100 TIMES.
                    03 WS-C-CODE     PIC X(4).
                    03 WS-C-TITLE    PIC X(20).
                    03 WS-C-CAPACITY PIC 9(3).
                    03 WS-C-PREREQ   PIC X(4) OCCURS 3 TIMES.
            01 WS-CRS-CTR        PIC 9(3) VALUE ZERO.
            01 WS-CRS-IDX        PIC 9(3).
      *    THE PREREQUISITES OF THE COURSE ASKED FOR, MET OR NOT.
            01 WS-PRQ-TABLE.
                02 WS-PRQ-MET    PIC X OCCURS 3 TIMES.
            01 WS-PRQ-SW         PIC X.
                88 WS-PRQ-OK             VALUE "Y".
            01 WS-PRQ-MISSING    PIC X(4).
      *    THE REGISTRATION FILE IS HELD WHOLE WHILE A CHANGE
      *    REWRITES IT.
            01 WS-REG-TABLE.
                02 WS-REG-ROW OCCURS 1000 TIMES PIC X(29).
            01 WS-REG-CTR        PIC 9(4) VALUE ZERO.
            01 WS-REG-IDX        PIC 9(4).
            01 WS-REG-FULL-SW    PIC X VALUE "N".
                88 WS-REG-FULL           VALUE "Y".
            01 WS-SEATS-TAKEN    PIC 9(4).
            01 WS-LAST-WAIT      PIC 9(3).
            01 WS-LOW-WAIT       PIC 9(3).
            01 WS-PROMO-SW       PIC X.
                88 WS-PROMO-DONE         VALUE "Y".
            01 WS-PROMO-RUN-CTR  PIC 9(3).
            01 SUB1              PIC 9(4).
            01 SUB3              PIC 9.
            01 WS-SEATS-EDIT     PIC ZZZ9.
            01 WS-CAP-EDIT       PIC ZZ9.
            01 WS-OPERATOR-ID    PIC X(5) VALUE SPACES.
            01 WS-AUTH-FUNCTION  PIC X(3) VALUE "REF".
            01 WS-AUTH-FLAG      PIC X.
            01 WS-LOG-PROGRAM    PIC X(20) VALUE
                "COURSE-REGISTER".
            01 WS-LOG-FILE       PIC X(8) VALUE "CRSREG".
            01 WS-LOG-ACTION     PIC X.
            01 WS-LOG-KEY        PIC X(20).
            01 WS-BEFORE-IMAGE   PIC X(110).
            01 WS-AFTER-IMAGE    PIC X(110).
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CREG_ROSTER_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-ROSTER-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "COURSE_MAST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CRS-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "CREG_COURSEHIST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CHIST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "COURSE_REG_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REG-FILE-PATH
           END-IF
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE-HOLD
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "GRADE_TERM"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:6) TO WS-TERM
           ELSE
               MOVE WS-BUS-DATE-HOLD (3:4) TO WS-TERM
           END-IF
           PERFORM 150-LOAD-ROSTER-RTN
           PERFORM 170-LOAD-COURSES-RTN
           DISPLAY "REGISTRATION FOR TERM " WS-TERM
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           DISPLAY "ENROLLED: " WS-ENROLL-CTR
               "  WAITLISTED: " WS-WAIT-CTR
               "  DROPPED: " WS-DROP-CTR
               "  PROMOTED: " WS-PROMO-CTR
               "  REFUSED: " WS-REFUSE-CTR
           STOP RUN.

       150-LOAD-ROSTER-RTN.
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "ROSTER NOT AVAILABLE - STATUS "
                   WS-ROSTER-STATUS " - NO ONE CAN BE ENROLLED"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ROSTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-ROSTER-CTR < 500
                               ADD 1 TO WS-ROSTER-CTR
                               MOVE ROS-ID
                                   TO WS-RS-ID (WS-ROSTER-CTR)
                               MOVE ROS-NAME
                                   TO WS-RS-NAME (WS-ROSTER-CTR)
                               MOVE ROS-STATUS
                                   TO WS-RS-STATUS (WS-ROSTER-CTR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.

      ******************************************************************
      * A COURSE ROW WRITTEN BEFORE THE MASTER CARRIED SEATS READS AS
      * NO LIMIT.
      ******************************************************************
       170-LOAD-COURSES-RTN.
           OPEN INPUT CRS-FILE
           IF WS-CRS-STATUS NOT = "00"
               DISPLAY "COURSE MASTER NOT AVAILABLE - STATUS "
                   WS-CRS-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ CRS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-CRS-CTR < 100
                               ADD 1 TO WS-CRS-CTR
                               IF CRS-CAPACITY NOT NUMERIC
                                   MOVE ZERO TO CRS-CAPACITY
                               END-IF
                               MOVE CRS-CODE TO WS-C-CODE (WS-CRS-CTR)
                               MOVE CRS-TITLE
                                   TO WS-C-TITLE (WS-CRS-CTR)
                               MOVE CRS-CAPACITY
                                   TO WS-C-CAPACITY (WS-CRS-CTR)
                               MOVE CRS-PREREQ (1)
                                   TO WS-C-PREREQ (WS-CRS-CTR 1)
                               MOVE CRS-PREREQ (2)
                                   TO WS-C-PREREQ (WS-CRS-CTR 2)
                               MOVE CRS-PREREQ (3)
                                   TO WS-C-PREREQ (WS-CRS-CTR 3)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CRS-FILE
           END-IF.

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - E=ENROLL  D=DROP  F=FILL SEATS"
               " FROM WAITLIST  L=LIST SECTION"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "E"
                   PERFORM 300-ENROLL-RTN
               WHEN "D"
                   PERFORM 400-DROP-RTN
               WHEN "F"
                   PERFORM 450-FILL-RTN
               WHEN OTHER
                   PERFORM 550-LIST-RTN
           END-EVALUATE
           DISPLAY " DO YOU WANT TO CONTINUE ? "
           ACCEPT ARE-THERE-MORE-RECORDS.

      ******************************************************************
      * ENROLL - ROSTER, COURSE, NOT ALREADY REGISTERED, PREREQUISITES
      * PASSED, THEN A SEAT OR THE WAITLIST.
      ******************************************************************
       300-ENROLL-RTN.
           DISPLAY "ENTER THE STUDENT ID (2 CHARACTERS)"
           ACCEPT WS-STUDENT
           DISPLAY "ENTER THE COURSE CODE (4 CHARACTERS)"
           ACCEPT WS-COURSE
           PERFORM 320-FIND-STUDENT-RTN
           PERFORM 340-FIND-COURSE-RTN
           PERFORM 600-LOAD-REG-RTN
           EVALUATE TRUE
               WHEN WS-REG-FULL
                   DISPLAY "MORE THAN 1000 REGISTRATIONS ON FILE"
                       " - NOT ENROLLED"
                   ADD 1 TO WS-REFUSE-CTR
               WHEN WS-RS-IDX = ZERO
                   DISPLAY "STUDENT " WS-STUDENT
                       " IS NOT ON THE ROSTER - NOT ENROLLED"
                   ADD 1 TO WS-REFUSE-CTR
               WHEN WS-RS-STATUS (WS-RS-IDX) NOT = "A"
                   DISPLAY "STUDENT " WS-STUDENT
                       " IS WITHDRAWN ON THE ROSTER - NOT ENROLLED"
                   ADD 1 TO WS-REFUSE-CTR
               WHEN WS-CRS-IDX = ZERO
                   DISPLAY "COURSE " WS-COURSE
                       " IS NOT ON THE COURSE MASTER - NOT ENROLLED"
                   ADD 1 TO WS-REFUSE-CTR
               WHEN OTHER
                   PERFORM 350-ENROLL-CHECK-RTN
           END-EVALUATE.

       320-FIND-STUDENT-RTN.
           MOVE ZERO TO WS-RS-IDX
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-ROSTER-CTR
               IF WS-RS-ID (SUB1) = WS-STUDENT
                   MOVE SUB1 TO WS-RS-IDX
                   MOVE WS-ROSTER-CTR TO SUB1
               END-IF
           END-PERFORM.

       340-FIND-COURSE-RTN.
           MOVE ZERO TO WS-CRS-IDX
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-CRS-CTR
               IF WS-C-CODE (SUB1) = WS-COURSE
                   MOVE SUB1 TO WS-CRS-IDX
                   MOVE WS-CRS-CTR TO SUB1
               END-IF
           END-PERFORM.

       350-ENROLL-CHECK-RTN.
           PERFORM 660-FIND-REG-RTN
           IF WS-REG-IDX > ZERO
               MOVE WS-REG-ROW (WS-REG-IDX) TO REG-REC
               IF CRG-ENROLLED
                   DISPLAY "STUDENT " WS-STUDENT
                       " IS ALREADY ENROLLED IN " WS-COURSE
               ELSE
                   DISPLAY "STUDENT " WS-STUDENT
                       " IS ALREADY ON THE WAITLIST FOR " WS-COURSE
               END-IF
               ADD 1 TO WS-REFUSE-CTR
           ELSE
               PERFORM 370-PREREQ-RTN
               IF NOT WS-PRQ-OK
                   DISPLAY "STUDENT " WS-STUDENT
                       " HAS NOT PASSED PREREQUISITE "
                       WS-PRQ-MISSING " - NOT ENROLLED"
                   ADD 1 TO WS-REFUSE-CTR
               ELSE
                   PERFORM 380-SEAT-RTN
               END-IF
           END-IF.

      ******************************************************************
      * A PREREQUISITE IS MET BY ANY COURSE HISTORY ROW FOR THE
      * STUDENT AND THAT COURSE WITH A PASSING LETTER (NOT F).
      ******************************************************************
       370-PREREQ-RTN.
           MOVE "Y" TO WS-PRQ-SW
           MOVE SPACES TO WS-PRQ-MISSING
           PERFORM VARYING SUB3 FROM 1 BY 1 UNTIL SUB3 > 3
               IF WS-C-PREREQ (WS-CRS-IDX SUB3) = SPACES
                   MOVE "Y" TO WS-PRQ-MET (SUB3)
               ELSE
                   MOVE "N" TO WS-PRQ-MET (SUB3)
               END-IF
           END-PERFORM
           IF WS-PRQ-TABLE NOT = "YYY"
               OPEN INPUT CHIST-FILE
               IF WS-CHIST-STATUS NOT = "00"
                   DISPLAY "COURSE HISTORY NOT AVAILABLE - STATUS "
                       WS-CHIST-STATUS
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF
                       READ CHIST-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               IF CH-STUDENT = WS-STUDENT
                                   AND CH-LETTER NOT = "F"
                                   PERFORM 375-PREREQ-MATCH-RTN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHIST-FILE
               END-IF
           END-IF
           PERFORM VARYING SUB3 FROM 1 BY 1 UNTIL SUB3 > 3
               IF WS-PRQ-MET (SUB3) NOT = "Y"
                   AND WS-PRQ-OK
                   MOVE "N" TO WS-PRQ-SW
                   MOVE WS-C-PREREQ (WS-CRS-IDX SUB3) TO WS-PRQ-MISSING
               END-IF
           END-PERFORM.

       375-PREREQ-MATCH-RTN.
           PERFORM VARYING SUB3 FROM 1 BY 1 UNTIL SUB3 > 3
               IF WS-C-PREREQ (WS-CRS-IDX SUB3) = CH-COURSE
                   MOVE "Y" TO WS-PRQ-MET (SUB3)
               END-IF
           END-PERFORM.

      ******************************************************************
      * A SEAT IF THE SECTION HAS ONE (CAPACITY ZERO = NO LIMIT),
      * OTHERWISE THE END OF THE WAITLIST.
      ******************************************************************
       380-SEAT-RTN.
           PERFORM 680-COUNT-SEATS-RTN
           PERFORM 790-SIGN-ON-RTN
           MOVE WS-TERM TO CRG-TERM
           MOVE WS-STUDENT TO CRG-STUDENT
           MOVE WS-COURSE TO CRG-COURSE
           MOVE WS-BUS-DATE-HOLD TO CRG-DATE
           MOVE WS-OPERATOR-ID TO CRG-OPERATOR
           IF WS-C-CAPACITY (WS-CRS-IDX) > ZERO
               AND WS-SEATS-TAKEN NOT < WS-C-CAPACITY (WS-CRS-IDX)
               MOVE WS-C-CAPACITY (WS-CRS-IDX) TO WS-CAP-EDIT
               DISPLAY "SECTION " WS-COURSE " IS FULL ("
                   WS-CAP-EDIT " SEATS) - ADD TO THE WAITLIST? (Y/N)"
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y"
                   DISPLAY "NOT ENROLLED"
                   ADD 1 TO WS-REFUSE-CTR
               ELSE
                   MOVE "W" TO CRG-STATUS
                   COMPUTE CRG-WAIT-SEQ = WS-LAST-WAIT + 1
                   PERFORM 390-ADD-ROW-RTN
                   ADD 1 TO WS-WAIT-CTR
                   DISPLAY "STUDENT " WS-STUDENT
                       " WAITLISTED FOR " WS-COURSE
                       " - PLACE " CRG-WAIT-SEQ
               END-IF
           ELSE
               MOVE "E" TO CRG-STATUS
               MOVE ZERO TO CRG-WAIT-SEQ
               PERFORM 390-ADD-ROW-RTN
               ADD 1 TO WS-ENROLL-CTR
               DISPLAY "STUDENT " WS-STUDENT " ENROLLED IN " WS-COURSE
           END-IF.

       390-ADD-ROW-RTN.
           ADD 1 TO WS-REG-CTR
           MOVE REG-REC TO WS-REG-ROW (WS-REG-CTR)
           PERFORM 690-REWRITE-REG-RTN
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-REG-ROW (WS-REG-CTR) TO WS-AFTER-IMAGE
           MOVE "A" TO WS-LOG-ACTION
           PERFORM 800-LOG-RTN.

      ******************************************************************
      * DROP - THE ROW IS KEPT AS DROPPED. A SEAT GIVEN UP GOES TO THE
      * WAITLIST.
      ******************************************************************
       400-DROP-RTN.
           DISPLAY "ENTER THE STUDENT ID (2 CHARACTERS)"
           ACCEPT WS-STUDENT
           DISPLAY "ENTER THE COURSE CODE (4 CHARACTERS)"
           ACCEPT WS-COURSE
           PERFORM 340-FIND-COURSE-RTN
           PERFORM 600-LOAD-REG-RTN
           PERFORM 660-FIND-REG-RTN
           EVALUATE TRUE
               WHEN WS-REG-FULL
                   DISPLAY "MORE THAN 1000 REGISTRATIONS ON FILE"
                       " - NOT DROPPED"
               WHEN WS-REG-IDX = ZERO
                   DISPLAY "STUDENT " WS-STUDENT
                       " IS NOT REGISTERED FOR " WS-COURSE
                       " THIS TERM"
               WHEN OTHER
                   PERFORM 420-DROP-ROW-RTN
           END-EVALUATE.

       420-DROP-ROW-RTN.
           MOVE WS-REG-ROW (WS-REG-IDX) TO REG-REC
           IF CRG-ENROLLED
               DISPLAY "STUDENT " WS-STUDENT " ENROLLED IN "
                   WS-COURSE " - DROP? (Y/N)"
           ELSE
               DISPLAY "STUDENT " WS-STUDENT " WAITLISTED FOR "
                   WS-COURSE " - DROP? (Y/N)"
           END-IF
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOT DROPPED"
           ELSE
               PERFORM 790-SIGN-ON-RTN
               MOVE REG-REC TO WS-BEFORE-IMAGE
               MOVE "D" TO CRG-STATUS
               MOVE WS-BUS-DATE-HOLD TO CRG-DATE
               MOVE WS-OPERATOR-ID TO CRG-OPERATOR
               MOVE REG-REC TO WS-REG-ROW (WS-REG-IDX)
               MOVE REG-REC TO WS-AFTER-IMAGE
               PERFORM 690-REWRITE-REG-RTN
               ADD 1 TO WS-DROP-CTR
               MOVE "D" TO WS-LOG-ACTION
               PERFORM 800-LOG-RTN
               IF WS-BEFORE-IMAGE (13:1) = "E" AND WS-CRS-IDX > ZERO
                   PERFORM 500-PROMOTE-RTN
               END-IF
           END-IF.

       450-FILL-RTN.
           DISPLAY "ENTER THE COURSE CODE (4 CHARACTERS)"
           ACCEPT WS-COURSE
           PERFORM 340-FIND-COURSE-RTN
           PERFORM 600-LOAD-REG-RTN
           EVALUATE TRUE
               WHEN WS-REG-FULL
                   DISPLAY "MORE THAN 1000 REGISTRATIONS ON FILE"
                       " - NOT FILLED"
               WHEN WS-CRS-IDX = ZERO
                   DISPLAY "COURSE " WS-COURSE
                       " IS NOT ON THE COURSE MASTER"
               WHEN OTHER
                   PERFORM 500-PROMOTE-RTN
           END-EVALUATE.

      ******************************************************************
      * MOVE THE WAITLIST UP, FIRST IN LINE FIRST, WHILE THE SECTION
      * HAS AN OPEN SEAT.
      ******************************************************************
       500-PROMOTE-RTN.
           MOVE "N" TO WS-PROMO-SW
           MOVE ZERO TO WS-PROMO-RUN-CTR
           PERFORM 520-PROMOTE-ONE-RTN UNTIL WS-PROMO-DONE
           IF WS-PROMO-RUN-CTR = ZERO
               DISPLAY "NO ONE MOVED UP FROM THE WAITLIST FOR "
                   WS-COURSE
           END-IF.

       520-PROMOTE-ONE-RTN.
           PERFORM 680-COUNT-SEATS-RTN
           IF WS-C-CAPACITY (WS-CRS-IDX) > ZERO
               AND WS-SEATS-TAKEN NOT < WS-C-CAPACITY (WS-CRS-IDX)
               MOVE "Y" TO WS-PROMO-SW
           ELSE
               MOVE ZERO TO WS-REG-IDX
               MOVE 999 TO WS-LOW-WAIT
               PERFORM VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-REG-CTR
                   MOVE WS-REG-ROW (SUB1) TO REG-REC
                   IF CRG-TERM = WS-TERM AND CRG-COURSE = WS-COURSE
                       AND CRG-WAITLISTED
                       AND CRG-WAIT-SEQ < WS-LOW-WAIT
                       MOVE SUB1 TO WS-REG-IDX
                       MOVE CRG-WAIT-SEQ TO WS-LOW-WAIT
                   END-IF
               END-PERFORM
               IF WS-REG-IDX = ZERO
                   MOVE "Y" TO WS-PROMO-SW
               ELSE
                   PERFORM 790-SIGN-ON-RTN
                   MOVE WS-REG-ROW (WS-REG-IDX) TO REG-REC
                   MOVE REG-REC TO WS-BEFORE-IMAGE
                   MOVE "E" TO CRG-STATUS
                   MOVE ZERO TO CRG-WAIT-SEQ
                   MOVE WS-BUS-DATE-HOLD TO CRG-DATE
                   MOVE WS-OPERATOR-ID TO CRG-OPERATOR
                   MOVE REG-REC TO WS-REG-ROW (WS-REG-IDX)
                   MOVE REG-REC TO WS-AFTER-IMAGE
                   PERFORM 690-REWRITE-REG-RTN
                   ADD 1 TO WS-PROMO-CTR
                   ADD 1 TO WS-PROMO-RUN-CTR
                   DISPLAY "STUDENT " CRG-STUDENT
                       " MOVED UP FROM THE WAITLIST INTO " WS-COURSE
                   MOVE "C" TO WS-LOG-ACTION
                   PERFORM 800-LOG-RTN
               END-IF
           END-IF.

      ******************************************************************
      * LIST A SECTION - SEATS TAKEN, THE CLASS LIST, THE WAITLIST.
      ******************************************************************
       550-LIST-RTN.
           DISPLAY "ENTER THE COURSE CODE (4 CHARACTERS)"
           ACCEPT WS-COURSE
           PERFORM 340-FIND-COURSE-RTN
           PERFORM 600-LOAD-REG-RTN
           PERFORM 680-COUNT-SEATS-RTN
           MOVE WS-SEATS-TAKEN TO WS-SEATS-EDIT
           IF WS-CRS-IDX = ZERO
               DISPLAY "SECTION " WS-COURSE " TERM " WS-TERM
                   " (NOT ON THE COURSE MASTER)  ENROLLED "
                   WS-SEATS-EDIT
           ELSE
               MOVE WS-C-CAPACITY (WS-CRS-IDX) TO WS-CAP-EDIT
               DISPLAY "SECTION " WS-COURSE " "
                   WS-C-TITLE (WS-CRS-IDX) " TERM " WS-TERM
                   "  ENROLLED " WS-SEATS-EDIT " OF " WS-CAP-EDIT
           END-IF
           PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-REG-CTR
               MOVE WS-REG-ROW (SUB1) TO REG-REC
               IF CRG-TERM = WS-TERM AND CRG-COURSE = WS-COURSE
                   AND CRG-ENROLLED
                   PERFORM 570-LIST-ONE-RTN
               END-IF
           END-PERFORM
           PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-REG-CTR
               MOVE WS-REG-ROW (SUB1) TO REG-REC
               IF CRG-TERM = WS-TERM AND CRG-COURSE = WS-COURSE
                   AND CRG-WAITLISTED
                   PERFORM 570-LIST-ONE-RTN
               END-IF
           END-PERFORM.

       570-LIST-ONE-RTN.
           MOVE SUB1 TO WS-REG-IDX
           MOVE CRG-STUDENT TO WS-STUDENT
           PERFORM 320-FIND-STUDENT-RTN
           IF WS-RS-IDX = ZERO
               MOVE "*NOT ON ROSTER*" TO WS-ENV-HOLD
           ELSE
               MOVE WS-RS-NAME (WS-RS-IDX) TO WS-ENV-HOLD
           END-IF
           MOVE WS-REG-IDX TO SUB1
           IF CRG-ENROLLED
               DISPLAY "  ENROLLED   " CRG-STUDENT "  "
                   WS-ENV-HOLD (1:25)
           ELSE
               DISPLAY "  WAITLIST " CRG-WAIT-SEQ " " CRG-STUDENT
                   "  " WS-ENV-HOLD (1:25)
           END-IF.

       600-LOAD-REG-RTN.
           MOVE ZERO TO WS-REG-CTR
           MOVE "N" TO WS-REG-FULL-SW
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 610-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE REG-FILE
           END-IF
           IF WS-REG-CTR = 1000
               MOVE "Y" TO WS-REG-FULL-SW
           END-IF.

       610-LOAD-ONE-RTN.
           READ REG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-REG-CTR < 1000
                       ADD 1 TO WS-REG-CTR
                       MOVE REG-REC TO WS-REG-ROW (WS-REG-CTR)
                   ELSE
                       MOVE "Y" TO WS-REG-FULL-SW
                   END-IF
           END-READ.

      ******************************************************************
      * THE STUDENT'S LIVE ROW (ENROLLED OR WAITLISTED) FOR THE COURSE
      * THIS TERM, IF ANY.
      ******************************************************************
       660-FIND-REG-RTN.
           MOVE ZERO TO WS-REG-IDX
           PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-REG-CTR
               MOVE WS-REG-ROW (SUB1) TO REG-REC
               IF CRG-TERM = WS-TERM AND CRG-STUDENT = WS-STUDENT
                   AND CRG-COURSE = WS-COURSE
                   AND (CRG-ENROLLED OR CRG-WAITLISTED)
                   MOVE SUB1 TO WS-REG-IDX
               END-IF
           END-PERFORM.

       680-COUNT-SEATS-RTN.
           MOVE ZERO TO WS-SEATS-TAKEN
           MOVE ZERO TO WS-LAST-WAIT
           PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-REG-CTR
               MOVE WS-REG-ROW (SUB1) TO REG-REC
               IF CRG-TERM = WS-TERM AND CRG-COURSE = WS-COURSE
                   IF CRG-ENROLLED
                       ADD 1 TO WS-SEATS-TAKEN
                   END-IF
                   IF CRG-WAITLISTED AND CRG-WAIT-SEQ > WS-LAST-WAIT
                       MOVE CRG-WAIT-SEQ TO WS-LAST-WAIT
                   END-IF
               END-IF
           END-PERFORM.

       690-REWRITE-REG-RTN.
           OPEN OUTPUT REG-FILE
           PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-REG-CTR
               MOVE WS-REG-ROW (SUB1) TO REG-REC
               WRITE REG-REC
           END-PERFORM
           CLOSE REG-FILE.

      ******************************************************************
      * ANY OPERATOR MAY REGISTER - THE SIGN-ON ONLY NAMES THEM ON THE
      * ROW AND THE MAINTENANCE LOG.
      ******************************************************************
       790-SIGN-ON-RTN.
           IF WS-OPERATOR-ID = SPACES
               CALL 'OPER-AUTH-RTN' USING WS-OPERATOR-ID
                   WS-AUTH-FUNCTION WS-AUTH-FLAG
           END-IF.

       800-LOG-RTN.
           MOVE SPACES TO WS-LOG-KEY
           MOVE WS-AFTER-IMAGE (1:12) TO WS-LOG-KEY
           CALL 'MAINT-LOG-RTN' USING WS-OPERATOR-ID WS-LOG-PROGRAM
               WS-LOG-FILE WS-LOG-ACTION WS-LOG-KEY WS-BEFORE-IMAGE
               WS-AFTER-IMAGE.
