      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACADEMIC-STANDING.
       AUTHOR. GAETANO D'ORSI
      *15-10-2026 GD - THE ROSTER ROW IS NOW 32 BYTES - THE STUDENT'S
      *RECEIVABLE ACCOUNT FOLLOWS THE STATUS. NOT USED HERE.
      *15-10-2026 GD - END-OF-TERM ACADEMIC STANDING. THE GRADE RUNS
      *APPEND EVERY STUDENT'S TERM AVERAGE TO THE TERM HISTORY AND
      *TRANSCRIPT WORKS OUT A CUMULATIVE, BUT NOBODY APPLIED THE
      *ACADEMIC RULES. THIS RUN TAKES THE TERM HISTORY WITH THE
      *GRADE-CORRECT CORRECTIONS APPLIED (THE LAST ROW FOR A STUDENT
      *AND TERM WINS, THEN THE LAST CORRECTION FOR IT), AND GIVES
      *EVERY STUDENT GRADED IN THE TERM A STANDING:
      *  S = SUSPENDED     - BELOW STANDARD AGAIN AFTER STAND_SUSP_TERMS
      *                      CONSECUTIVE PROBATION TERMS (DEFAULT 2)
      *  P = PROBATION     - TERM AVERAGE BELOW STAND_PROB_TERM (65)
      *                      OR CUMULATIVE BELOW STAND_PROB_CUM (70)
      *  D = DEAN'S LIST   - TERM AVERAGE STAND_DEAN_AVG (90) OR ABOVE
      *  G = GOOD STANDING - EVERYONE ELSE
      *THE CUMULATIVE IS THE AVERAGE OF THE STUDENT'S TERM AVERAGES UP
      *TO AND INCLUDING THIS TERM, AS TRANSCRIPT COMPUTES IT. THE
      *STANDINGS GO ON THE STANDING HISTORY (COPYBOOK STANDHST) THAT
      *TRANSCRIPT PRINTS - A RERUN FOR THE TERM, SAY AFTER A LATE
      *CORRECTION, REPLACES THE TERM'S ROWS. THE REGISTER LISTS EVERY
      *STUDENT WITH THE COUNTS BY STANDING, AND THE LETTER FILE HOLDS
      *ONE LETTER PER DEAN'S-LIST, PROBATION AND SUSPENSION STUDENT,
      *ADDRESSED BY NAME FROM THE ROSTER. A STUDENT NOT ON THE ROSTER
      *STILL GETS A STANDING BUT NO LETTER, AND ENDS THE RUN RC 4. NO
      *TERM HISTORY ENDS RC 8.
      *THRESHOLDS ARE RUN PARAMETERS (PROGRAM STANDING ON THE
      *PARAMETER MASTER, OR THE ENVIRONMENT). THE TERM FROM
      *GRADE_TERM (DEFAULTING TO THE BUSINESS DATE'S YYMM). FILE
      *PATHS FROM GRADE_TERMHIST_PATH / GRDCOR_PATH /
      *STAND_ROSTER_PATH / STAND_HIST_PATH / STAND_RPT_PATH /
      *STAND_LETTER_PATH.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT TERMHIST-FILE ASSIGN TO
               WS-TERMHIST-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMHIST-STATUS.
           SELECT CORR-FILE ASSIGN TO
               WS-CORR-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORR-STATUS.
           SELECT ROSTER-FILE ASSIGN TO
               WS-ROSTER-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.
           SELECT STAND-FILE ASSIGN TO
               WS-STAND-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STAND-STATUS.
           SELECT RPT-FILE ASSIGN TO
               WS-RPT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LTR-FILE ASSIGN TO
               WS-LTR-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD TERMHIST-FILE
           RECORD CONTAINS 12 CHARACTERS.
           01 TERMHIST-REC.
              02 TH-ID             PIC X(2).
              02 TH-TERM           PIC X(6).
              02 TH-AVG            PIC 999.
              02 TH-LETTER         PIC X.
       FD CORR-FILE
           RECORD CONTAINS 49 CHARACTERS.
           01 CORR-REC.
              02 GC-STUDENT        PIC X(2).
              02 GC-TERM           PIC X(6).
              02 GC-OLD-AVG        PIC 9(3).
              02 GC-NEW-AVG        PIC 9(3).
              02 GC-OLD-LETTER     PIC X.
              02 GC-NEW-LETTER     PIC X.
              02 GC-REASON         PIC X(20).
              02 GC-AUTHORIZER     PIC X(5).
              02 GC-DATE           PIC 9(8).
       FD ROSTER-FILE
           RECORD CONTAINS 32 CHARACTERS.
           01 ROSTER-REC.
              02 ROS-ID            PIC X(2).
              02 ROS-NAME          PIC X(25).
              02 ROS-STATUS        PIC X.
              02 ROS-ACCT          PIC X(4).
       FD STAND-FILE
           RECORD CONTAINS 26 CHARACTERS.
           01 STAND-REC.
           COPY STANDHST.
       FD RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 RPT-REC           PIC X(80).
       FD LTR-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 LTR-REC           PIC X(80).
       WORKING-STORAGE SECTION.
            01 WS-TERMHIST-FILE-PATH PIC X(80) VALUE
                "TermHist.txt".
            01 WS-CORR-FILE-PATH PIC X(80) VALUE SPACES.
            01 WS-ROSTER-FILE-PATH PIC X(80) VALUE "Roster.txt".
            01 WS-STAND-FILE-PATH PIC X(80) VALUE "Standing.txt".
            01 WS-RPT-FILE-PATH  PIC X(80) VALUE "StandingReg.txt".
            01 WS-LTR-FILE-PATH  PIC X(80) VALUE
                "StandingLetters.txt".
            01 WS-ENV-HOLD       PIC X(80).
            01 WS-TERMHIST-STATUS PIC XX.
            01 WS-CORR-STATUS    PIC XX.
            01 WS-ROSTER-STATUS  PIC XX.
            01 WS-STAND-STATUS   PIC XX.
            01 WS-EOF-SW         PIC X VALUE "N".
                88 WS-EOF                VALUE "Y".
            01 WS-PARM-PROGRAM   PIC X(8) VALUE "STANDING".
            01 WS-PARM-NAME      PIC X(20).
            01 WS-TERM           PIC X(6) VALUE SPACES.
            01 WS-BUS-DATE-HOLD  PIC 9(8).
      *    THE RULE THRESHOLDS.
            01 WS-DEAN-AVG       PIC 9(3) VALUE 90.
            01 WS-PROB-TERM      PIC 9(3) VALUE 65.
            01 WS-PROB-CUM       PIC 9(3) VALUE 70.
            01 WS-SUSP-TERMS     PIC 9 VALUE 2.
      *    THE TERM HISTORY, ONE ENTRY PER STUDENT AND TERM.
            01 WS-TH-TABLE.
                02 WS-TH-ENTRY OCCURS 3000 TIMES.
                    03 WS-TS-STUDENT PIC X(2).
                    03 WS-TS-TERM    PIC X(6).
                    03 WS-TS-AVG     PIC 9(3).
                    03 WS-TS-CORR    PIC X.
            01 WS-TH-CTR         PIC 9(4) VALUE ZERO.
            01 WS-TH-IDX         PIC 9(4).
            01 WS-TH-FULL-SW     PIC X VALUE "N".
                88 WS-TH-FULL            VALUE "Y".
      *    THE STANDING HISTORY - EARLIER TERMS KEPT, THIS TERM'S
      *    ROWS REBUILT - HELD WHOLE WHILE IT IS REWRITTEN.
            01 WS-ST-TABLE.
                02 WS-ST-ROW OCCURS 3000 TIMES PIC X(26).
            01 WS-ST-CTR         PIC 9(4) VALUE ZERO.
            01 WS-ST-FULL-SW     PIC X VALUE "N".
                88 WS-ST-FULL            VALUE "Y".
      *    "N" WHEN THE FILE ON DISK COULD NOT BE HELD WHOLE - IT IS
      *    THEN LEFT AS IT WAS RATHER THAN REWRITTEN SHORT.
            01 WS-ST-KEEP-SW     PIC X VALUE "Y".
                88 WS-ST-REWRITE         VALUE "Y".
            01 WS-ROSTER-TABLE.
                02 WS-ROSTER-ENTRY OCCURS 500 TIMES.
                    03 WS-RS-ID      PIC X(2).
                    03 WS-RS-NAME    PIC X(25).
            01 WS-ROSTER-CTR     PIC 9(3) VALUE ZERO.
            01 WS-RS-IDX         PIC 9(3).
            01 SUB1              PIC 9(4).
            01 SUB2              PIC 9(4).
            01 WS-FOUND-IDX      PIC 9(4).
            01 WS-STUDENT        PIC X(2).
            01 WS-FIND-TERM      PIC X(6).
            01 WS-STUDENT-NAME   PIC X(25).
            01 WS-TERM-AVG       PIC 9(3).
            01 WS-CUM-TOTAL      PIC 9(6).
            01 WS-CUM-CTR        PIC 9(2).
            01 WS-CUM-AVG        PIC 9(3).
            01 WS-PRIOR-PROB     PIC 9.
            01 WS-STANDING       PIC X.
            01 WS-GRADED-CTR     PIC 9(4) VALUE ZERO.
            01 WS-DEAN-CTR       PIC 9(4) VALUE ZERO.
            01 WS-GOOD-CTR       PIC 9(4) VALUE ZERO.
            01 WS-PROB-CTR       PIC 9(4) VALUE ZERO.
            01 WS-SUSP-CTR       PIC 9(4) VALUE ZERO.
            01 WS-LETTER-CTR     PIC 9(4) VALUE ZERO.
            01 WS-NOROSTER-CTR   PIC 9(4) VALUE ZERO.
            01 WS-CORR-CTR       PIC 9(4) VALUE ZERO.
            01 WS-TERM-CORR-CTR  PIC 9(4) VALUE ZERO.
            01 WS-AVG-EDIT       PIC ZZ9.
            01 WS-CUM-EDIT       PIC ZZ9.
            01 WS-CTR-EDIT       PIC 9.
            01 HD-LINE1.
                02 FILLER        PIC X(5) VALUE SPACES.
                02 FILLER        PIC X(32)
                    VALUE "ACADEMIC STANDING REGISTER TERM ".
                02 HD-TERM-OUT   PIC X(6).
                02 FILLER        PIC X(11) VALUE "  RUN DATE ".
                02 HD-DATE-OUT   PIC 9(8).
                02 FILLER        PIC X(18) VALUE SPACES.
            01 HD-LINE2.
                02 FILLER        PIC X(5) VALUE SPACES.
                02 FILLER        PIC X(40)
                    VALUE "ID  NAME                       TERM  CUM".
                02 FILLER        PIC X(35)
                    VALUE "  TERMS  STANDING".
            01 DTL-LINE.
                02 FILLER        PIC X(5) VALUE SPACES.
                02 DTL-ID-OUT    PIC X(2).
                02 FILLER        PIC X(2) VALUE SPACES.
                02 DTL-NAME-OUT  PIC X(25).
                02 FILLER        PIC X(2) VALUE SPACES.
                02 DTL-AVG-OUT   PIC ZZ9.
                02 DTL-CORR-OUT  PIC X.
                02 FILLER        PIC X(2) VALUE SPACES.
                02 DTL-CUM-OUT   PIC ZZ9.
                02 FILLER        PIC X(4) VALUE SPACES.
                02 DTL-TERMS-OUT PIC Z9.
                02 FILLER        PIC X(2) VALUE SPACES.
                02 DTL-STAND-OUT PIC X(13).
                02 FILLER        PIC X(14) VALUE SPACES.
            01 TOT-LINE.
                02 FILLER        PIC X(5) VALUE SPACES.
                02 TOT-LABEL-OUT PIC X(30).
                02 TOT-CTR-OUT   PIC Z,ZZ9.
                02 FILLER        PIC X(40) VALUE SPACES.
            01 NOTE-LINE.
                02 FILLER        PIC X(5) VALUE SPACES.
                02 FILLER        PIC X(50) VALUE
                    "* = TERM AVERAGE AS CORRECTED BY GRADE-CORRECT".
                02 FILLER        PIC X(25) VALUE SPACES.
            01 LTR-HD-LINE.
                02 FILLER        PIC X(25) VALUE SPACES.
                02 FILLER        PIC X(23)
                    VALUE "OFFICE OF THE REGISTRAR".
                02 FILLER        PIC X(32) VALUE SPACES.
            01 LTR-DATE-LINE.
                02 FILLER        PIC X(5) VALUE SPACES.
                02 FILLER        PIC X(5) VALUE "TERM ".
                02 LTR-TERM-OUT  PIC X(6).
                02 FILLER        PIC X(44) VALUE SPACES.
                02 FILLER        PIC X(5) VALUE "DATE ".
                02 LTR-DATE-OUT  PIC 9(8).
                02 FILLER        PIC X(7) VALUE SPACES.
            01 LTR-TO-LINE.
                02 FILLER        PIC X(5) VALUE SPACES.
                02 LTR-NAME-OUT  PIC X(25).
                02 FILLER        PIC X(13) VALUE "  STUDENT ID ".
                02 LTR-ID-OUT    PIC X(2).
                02 FILLER        PIC X(35) VALUE SPACES.
            01 LTR-DEAR-LINE.
                02 FILLER        PIC X(5) VALUE SPACES.
                02 FILLER        PIC X(5) VALUE "DEAR ".
                02 LTR-DEAR-OUT  PIC X(25).
                02 FILLER        PIC X(45) VALUE SPACES.
            01 LTR-BODY-LINE     PIC X(80).
            01 LTR-SIGN-LINE.
                02 FILLER        PIC X(5) VALUE SPACES.
                02 FILLER        PIC X(23)
                    VALUE "THE ACADEMIC REGISTRAR".
                02 FILLER        PIC X(52) VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           PERFORM 150-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE-HOLD
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "GRADE_TERM"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:6) TO WS-TERM
           ELSE
               MOVE WS-BUS-DATE-HOLD (3:4) TO WS-TERM
           END-IF
           PERFORM 200-LOAD-TERMHIST-RTN
           IF WS-TERMHIST-STATUS NOT = "00"
               DISPLAY "TERM HISTORY NOT AVAILABLE - STATUS "
                   WS-TERMHIST-STATUS " - NO STANDINGS ASSIGNED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CORR-FILE-PATH NOT = SPACES
               PERFORM 250-LOAD-CORRECTIONS-RTN
           END-IF
           PERFORM 280-LOAD-ROSTER-RTN
           PERFORM 300-LOAD-STANDING-RTN
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT LTR-FILE
           MOVE WS-TERM TO HD-TERM-OUT
           MOVE WS-BUS-DATE-HOLD TO HD-DATE-OUT
           WRITE RPT-REC FROM HD-LINE1 AFTER ADVANCING PAGE
           WRITE RPT-REC FROM HD-LINE2 AFTER ADVANCING 2 LINES
           PERFORM 400-ONE-STUDENT-RTN
               VARYING WS-TH-IDX FROM 1 BY 1
               UNTIL WS-TH-IDX > WS-TH-CTR
           PERFORM 700-TOTALS-RTN
           CLOSE RPT-FILE
           CLOSE LTR-FILE
           PERFORM 800-REWRITE-STANDING-RTN
           DISPLAY "TERM " WS-TERM "  GRADED: " WS-GRADED-CTR
               "  DEAN'S LIST: " WS-DEAN-CTR
               "  GOOD: " WS-GOOD-CTR
               "  PROBATION: " WS-PROB-CTR
               "  SUSPENDED: " WS-SUSP-CTR
           DISPLAY "LETTERS: " WS-LETTER-CTR
               "  NOT ON ROSTER: " WS-NOROSTER-CTR
               "  CORRECTIONS APPLIED: " WS-CORR-CTR
           IF (WS-NOROSTER-CTR > ZERO OR WS-TH-FULL OR WS-ST-FULL)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * PATHS AND THRESHOLDS - THE RUN-PARAMETER MASTER FIRST, THE
      * ENVIRONMENT VARIABLE OF THE SAME NAME AS THE FALLBACK.
      ******************************************************************
       150-PARMS-RTN.
           MOVE "GRADE_TERMHIST_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-TERMHIST-FILE-PATH
           END-IF
           MOVE "GRDCOR_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CORR-FILE-PATH
           END-IF
           MOVE "STAND_ROSTER_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-ROSTER-FILE-PATH
           END-IF
           MOVE "STAND_HIST_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-STAND-FILE-PATH
           END-IF
           MOVE "STAND_RPT_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF
           MOVE "STAND_LETTER_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-LTR-FILE-PATH
           END-IF
           MOVE "STAND_DEAN_AVG" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD (1:3) IS NUMERIC
               MOVE WS-ENV-HOLD (1:3) TO WS-DEAN-AVG
           END-IF
           MOVE "STAND_PROB_TERM" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD (1:3) IS NUMERIC
               MOVE WS-ENV-HOLD (1:3) TO WS-PROB-TERM
           END-IF
           MOVE "STAND_PROB_CUM" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD (1:3) IS NUMERIC
               MOVE WS-ENV-HOLD (1:3) TO WS-PROB-CUM
           END-IF
           MOVE "STAND_SUSP_TERMS" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD (1:1) IS NUMERIC
               MOVE WS-ENV-HOLD (1:1) TO WS-SUSP-TERMS
           END-IF.

       155-GET-PARM-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           CALL 'RUN-PARM-RTN' USING WS-PARM-PROGRAM WS-PARM-NAME
               WS-ENV-HOLD.

      ******************************************************************
      * ONE ENTRY PER STUDENT AND TERM - A LATER ROW FOR THE SAME
      * STUDENT AND TERM (A RERUN OF THE GRADE RUN) REPLACES AN
      * EARLIER ONE.
      ******************************************************************
       200-LOAD-TERMHIST-RTN.
           OPEN INPUT TERMHIST-FILE
           IF WS-TERMHIST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 210-LOAD-TH-ONE-RTN UNTIL WS-EOF
               CLOSE TERMHIST-FILE
               MOVE "00" TO WS-TERMHIST-STATUS
           END-IF.

       210-LOAD-TH-ONE-RTN.
           READ TERMHIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF TH-AVG NOT NUMERIC
                       MOVE ZERO TO TH-AVG
                   END-IF
                   MOVE TH-ID TO WS-STUDENT
                   MOVE TH-TERM TO WS-FIND-TERM
                   PERFORM 230-FIND-TH-RTN
                   IF WS-FOUND-IDX = ZERO
                       IF WS-TH-CTR < 3000
                           ADD 1 TO WS-TH-CTR
                           MOVE WS-TH-CTR TO WS-FOUND-IDX
                           MOVE TH-ID TO WS-TS-STUDENT (WS-FOUND-IDX)
                           MOVE TH-TERM TO WS-TS-TERM (WS-FOUND-IDX)
                       ELSE
                           MOVE "Y" TO WS-TH-FULL-SW
                           DISPLAY "MORE THAN 3000 STUDENT TERMS - "
                               TH-ID " " TH-TERM " NOT LOADED"
                       END-IF
                   END-IF
                   IF WS-FOUND-IDX > ZERO
                       MOVE TH-AVG TO WS-TS-AVG (WS-FOUND-IDX)
                       MOVE SPACE TO WS-TS-CORR (WS-FOUND-IDX)
                   END-IF
           END-READ.

      ******************************************************************
      * THE ENTRY FOR WS-STUDENT AND WS-FIND-TERM, OR ZERO.
      ******************************************************************
       230-FIND-TH-RTN.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-TH-CTR OR WS-FOUND-IDX > ZERO
               IF WS-TS-STUDENT (SUB1) = WS-STUDENT
                   AND WS-TS-TERM (SUB1) = WS-FIND-TERM
                   MOVE SUB1 TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * A RECORDED CORRECTION REPLACES THE AVERAGE - THE LAST ONE ON
      * FILE FOR THE GRADE WINS, AS ON THE TRANSCRIPT.
      ******************************************************************
       250-LOAD-CORRECTIONS-RTN.
           OPEN INPUT CORR-FILE
           IF WS-CORR-STATUS NOT = "00"
               DISPLAY "CORRECTION FILE NOT AVAILABLE - STATUS "
                   WS-CORR-STATUS " - HISTORY USED AS RECORDED"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 260-LOAD-CORR-ONE-RTN UNTIL WS-EOF
               CLOSE CORR-FILE
           END-IF.

       260-LOAD-CORR-ONE-RTN.
           READ CORR-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE GC-STUDENT TO WS-STUDENT
                   MOVE GC-TERM TO WS-FIND-TERM
                   PERFORM 230-FIND-TH-RTN
                   IF WS-FOUND-IDX > ZERO AND GC-NEW-AVG IS NUMERIC
                       MOVE GC-NEW-AVG TO WS-TS-AVG (WS-FOUND-IDX)
                       MOVE "*" TO WS-TS-CORR (WS-FOUND-IDX)
                       ADD 1 TO WS-CORR-CTR
                   END-IF
           END-READ.

       280-LOAD-ROSTER-RTN.
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "ROSTER NOT AVAILABLE - STATUS "
                   WS-ROSTER-STATUS " - NO LETTERS CAN BE ADDRESSED"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 290-LOAD-ROSTER-ONE-RTN UNTIL WS-EOF
               CLOSE ROSTER-FILE
           END-IF.

       290-LOAD-ROSTER-ONE-RTN.
           READ ROSTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-ROSTER-CTR < 500
                       ADD 1 TO WS-ROSTER-CTR
                       MOVE ROS-ID TO WS-RS-ID (WS-ROSTER-CTR)
                       MOVE ROS-NAME TO WS-RS-NAME (WS-ROSTER-CTR)
                   END-IF
           END-READ.

      ******************************************************************
      * EARLIER TERMS' STANDINGS ARE KEPT; ANY ROWS ALREADY ON FILE
      * FOR THIS TERM (AN EARLIER RUN) ARE DROPPED AND REBUILT.
      ******************************************************************
       300-LOAD-STANDING-RTN.
           OPEN INPUT STAND-FILE
           EVALUATE WS-STAND-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 310-LOAD-ST-ONE-RTN UNTIL WS-EOF
                   CLOSE STAND-FILE
                   IF WS-ST-FULL
                       MOVE "N" TO WS-ST-KEEP-SW
                   END-IF
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-ST-KEEP-SW
           END-EVALUATE
           IF NOT WS-ST-REWRITE
               DISPLAY "STANDING HISTORY NOT HELD WHOLE - STATUS "
                   WS-STAND-STATUS " - IT WILL NOT BE UPDATED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       310-LOAD-ST-ONE-RTN.
           READ STAND-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF STH-TERM NOT = WS-TERM
                       IF WS-ST-CTR < 3000
                           ADD 1 TO WS-ST-CTR
                           MOVE STAND-REC TO WS-ST-ROW (WS-ST-CTR)
                       ELSE
                           MOVE "Y" TO WS-ST-FULL-SW
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * EVERY STUDENT GRADED IN THE TERM - CUMULATIVE OVER THE TERMS
      * UP TO THIS ONE, THE RUN OF PROBATION TERMS BEFORE IT, THEN
      * THE RULES.
      ******************************************************************
       400-ONE-STUDENT-RTN.
           IF WS-TS-TERM (WS-TH-IDX) = WS-TERM
               MOVE WS-TS-STUDENT (WS-TH-IDX) TO WS-STUDENT
               MOVE WS-TS-AVG (WS-TH-IDX) TO WS-TERM-AVG
               ADD 1 TO WS-GRADED-CTR
               PERFORM 420-CUMULATIVE-RTN
               PERFORM 440-PRIOR-PROBATION-RTN
               PERFORM 460-RULES-RTN
               PERFORM 480-FIND-NAME-RTN
               PERFORM 500-RECORD-RTN
               PERFORM 550-REGISTER-LINE-RTN
               IF WS-STANDING NOT = "G"
                   PERFORM 600-LETTER-RTN
               END-IF
           END-IF.

       420-CUMULATIVE-RTN.
           MOVE ZERO TO WS-CUM-TOTAL
           MOVE ZERO TO WS-CUM-CTR
           PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-TH-CTR
               IF WS-TS-STUDENT (SUB1) = WS-STUDENT
                   AND WS-TS-TERM (SUB1) NOT > WS-TERM
                   ADD WS-TS-AVG (SUB1) TO WS-CUM-TOTAL
                   ADD 1 TO WS-CUM-CTR
               END-IF
           END-PERFORM
           COMPUTE WS-CUM-AVG = WS-CUM-TOTAL / WS-CUM-CTR.

      ******************************************************************
      * THE STUDENT'S EARLIER STANDINGS IN FILE ORDER, WHICH IS TERM
      * ORDER - A PROBATION TERM LENGTHENS THE RUN, ANY OTHER
      * STANDING ENDS IT.
      ******************************************************************
       440-PRIOR-PROBATION-RTN.
           MOVE ZERO TO WS-PRIOR-PROB
           PERFORM VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-ST-CTR
               MOVE WS-ST-ROW (SUB2) TO STAND-REC
               IF STH-STUDENT = WS-STUDENT AND STH-TERM < WS-TERM
                   IF STH-PROBATION
                       IF WS-PRIOR-PROB < 9
                           ADD 1 TO WS-PRIOR-PROB
                       END-IF
                   ELSE
                       MOVE ZERO TO WS-PRIOR-PROB
                   END-IF
               END-IF
           END-PERFORM.

       460-RULES-RTN.
           EVALUATE TRUE
               WHEN (WS-TERM-AVG < WS-PROB-TERM
                     OR WS-CUM-AVG < WS-PROB-CUM)
                   AND WS-PRIOR-PROB NOT < WS-SUSP-TERMS
                   MOVE "S" TO WS-STANDING
                   ADD 1 TO WS-SUSP-CTR
               WHEN WS-TERM-AVG < WS-PROB-TERM
                   OR WS-CUM-AVG < WS-PROB-CUM
                   MOVE "P" TO WS-STANDING
                   ADD 1 TO WS-PROB-CTR
               WHEN WS-TERM-AVG NOT < WS-DEAN-AVG
                   MOVE "D" TO WS-STANDING
                   ADD 1 TO WS-DEAN-CTR
               WHEN OTHER
                   MOVE "G" TO WS-STANDING
                   ADD 1 TO WS-GOOD-CTR
           END-EVALUATE.

       480-FIND-NAME-RTN.
           MOVE ZERO TO WS-RS-IDX
           MOVE "*NOT ON ROSTER*" TO WS-STUDENT-NAME
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-ROSTER-CTR OR WS-RS-IDX > ZERO
               IF WS-RS-ID (SUB1) = WS-STUDENT
                   MOVE SUB1 TO WS-RS-IDX
                   MOVE WS-RS-NAME (SUB1) TO WS-STUDENT-NAME
               END-IF
           END-PERFORM
           IF WS-RS-IDX = ZERO
               ADD 1 TO WS-NOROSTER-CTR
           END-IF.

       500-RECORD-RTN.
           MOVE SPACES TO STAND-REC
           MOVE WS-STUDENT TO STH-STUDENT
           MOVE WS-TERM TO STH-TERM
           MOVE WS-STANDING TO STH-STANDING
           MOVE WS-TERM-AVG TO STH-TERM-AVG
           MOVE WS-CUM-AVG TO STH-CUM-AVG
           MOVE WS-CUM-CTR TO STH-TERMS
           IF STH-PROBATION
               COMPUTE STH-PROB-CTR = WS-PRIOR-PROB + 1
           ELSE
               MOVE ZERO TO STH-PROB-CTR
           END-IF
           MOVE WS-BUS-DATE-HOLD TO STH-DATE
           IF WS-ST-CTR < 3000
               ADD 1 TO WS-ST-CTR
               MOVE STAND-REC TO WS-ST-ROW (WS-ST-CTR)
           ELSE
               MOVE "Y" TO WS-ST-FULL-SW
               DISPLAY "STANDING HISTORY FULL - " WS-STUDENT
                   " NOT RECORDED"
           END-IF.

       550-REGISTER-LINE-RTN.
           MOVE WS-STUDENT TO DTL-ID-OUT
           MOVE WS-STUDENT-NAME TO DTL-NAME-OUT
           MOVE WS-TERM-AVG TO DTL-AVG-OUT
           MOVE WS-TS-CORR (WS-TH-IDX) TO DTL-CORR-OUT
           IF WS-TS-CORR (WS-TH-IDX) = "*"
               ADD 1 TO WS-TERM-CORR-CTR
           END-IF
           MOVE WS-CUM-AVG TO DTL-CUM-OUT
           MOVE WS-CUM-CTR TO DTL-TERMS-OUT
           EVALUATE WS-STANDING
               WHEN "D"
                   MOVE "DEAN'S LIST" TO DTL-STAND-OUT
               WHEN "G"
                   MOVE "GOOD STANDING" TO DTL-STAND-OUT
               WHEN "P"
                   MOVE "PROBATION" TO DTL-STAND-OUT
               WHEN OTHER
                   MOVE "SUSPENDED" TO DTL-STAND-OUT
           END-EVALUATE
           WRITE RPT-REC FROM DTL-LINE AFTER ADVANCING 1 LINES.

      ******************************************************************
      * ONE LETTER A PAGE, ADDRESSED BY NAME FROM THE ROSTER. NO
      * ROSTER ROW, NO LETTER.
      ******************************************************************
       600-LETTER-RTN.
           IF WS-RS-IDX > ZERO
               ADD 1 TO WS-LETTER-CTR
               MOVE WS-TERM TO LTR-TERM-OUT
               MOVE WS-BUS-DATE-HOLD TO LTR-DATE-OUT
               MOVE WS-STUDENT-NAME TO LTR-NAME-OUT
               MOVE WS-STUDENT TO LTR-ID-OUT
               MOVE WS-STUDENT-NAME TO LTR-DEAR-OUT
               MOVE WS-TERM-AVG TO WS-AVG-EDIT
               MOVE WS-CUM-AVG TO WS-CUM-EDIT
               WRITE LTR-REC FROM LTR-HD-LINE AFTER ADVANCING PAGE
               WRITE LTR-REC FROM LTR-DATE-LINE AFTER ADVANCING 2 LINES
               WRITE LTR-REC FROM LTR-TO-LINE AFTER ADVANCING 2 LINES
               WRITE LTR-REC FROM LTR-DEAR-LINE AFTER ADVANCING 2 LINES
               EVALUATE WS-STANDING
                   WHEN "D"
                       PERFORM 620-DEAN-BODY-RTN
                   WHEN "P"
                       PERFORM 640-PROBATION-BODY-RTN
                   WHEN OTHER
                       PERFORM 660-SUSPENSION-BODY-RTN
               END-EVALUATE
               WRITE LTR-REC FROM LTR-SIGN-LINE AFTER ADVANCING 3 LINES
           END-IF.

       620-DEAN-BODY-RTN.
           MOVE SPACES TO LTR-BODY-LINE
           STRING "     CONGRATULATIONS. YOUR AVERAGE OF "
               WS-AVG-EDIT " FOR TERM " WS-TERM
               DELIMITED BY SIZE INTO LTR-BODY-LINE
           WRITE LTR-REC FROM LTR-BODY-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO LTR-BODY-LINE
           STRING "     PLACES YOU ON THE DEAN'S LIST. YOUR CUMULATIVE"
               " AVERAGE IS " WS-CUM-EDIT "."
               DELIMITED BY SIZE INTO LTR-BODY-LINE
           WRITE LTR-REC FROM LTR-BODY-LINE AFTER ADVANCING 1 LINES.

       640-PROBATION-BODY-RTN.
           MOVE SPACES TO LTR-BODY-LINE
           STRING "     YOUR TERM AVERAGE OF " WS-AVG-EDIT
               " AND CUMULATIVE AVERAGE OF " WS-CUM-EDIT
               DELIMITED BY SIZE INTO LTR-BODY-LINE
           WRITE LTR-REC FROM LTR-BODY-LINE AFTER ADVANCING 2 LINES
           MOVE STH-PROB-CTR TO WS-CTR-EDIT
           MOVE SPACES TO LTR-BODY-LINE
           STRING "     PLACE YOU ON ACADEMIC PROBATION FOR TERM "
               WS-TERM " (PROBATION TERM " WS-CTR-EDIT ")."
               DELIMITED BY SIZE INTO LTR-BODY-LINE
           WRITE LTR-REC FROM LTR-BODY-LINE AFTER ADVANCING 1 LINES
           MOVE WS-SUSP-TERMS TO WS-CTR-EDIT
           MOVE SPACES TO LTR-BODY-LINE
           STRING "     A FURTHER TERM BELOW STANDARD AFTER "
               WS-CTR-EDIT " PROBATION TERMS"
               DELIMITED BY SIZE INTO LTR-BODY-LINE
           WRITE LTR-REC FROM LTR-BODY-LINE AFTER ADVANCING 1 LINES
           MOVE "     LEADS TO SUSPENSION. PLEASE SEE YOUR ADVISOR."
               TO LTR-BODY-LINE
           WRITE LTR-REC FROM LTR-BODY-LINE AFTER ADVANCING 1 LINES.

       660-SUSPENSION-BODY-RTN.
           MOVE SPACES TO LTR-BODY-LINE
           STRING "     YOUR TERM AVERAGE OF " WS-AVG-EDIT
               " AND CUMULATIVE AVERAGE OF " WS-CUM-EDIT
               DELIMITED BY SIZE INTO LTR-BODY-LINE
           WRITE LTR-REC FROM LTR-BODY-LINE AFTER ADVANCING 2 LINES
           MOVE WS-PRIOR-PROB TO WS-CTR-EDIT
           MOVE SPACES TO LTR-BODY-LINE
           STRING "     FOR TERM " WS-TERM " FOLLOW " WS-CTR-EDIT
               " TERMS ON ACADEMIC PROBATION."
               DELIMITED BY SIZE INTO LTR-BODY-LINE
           WRITE LTR-REC FROM LTR-BODY-LINE AFTER ADVANCING 1 LINES
           MOVE "     YOU ARE SUSPENDED FROM ENROLLMENT. PLEASE CONTACT"
               TO LTR-BODY-LINE
           WRITE LTR-REC FROM LTR-BODY-LINE AFTER ADVANCING 1 LINES
           MOVE "     THE REGISTRAR ABOUT THE APPEAL PROCEDURE."
               TO LTR-BODY-LINE
           WRITE LTR-REC FROM LTR-BODY-LINE AFTER ADVANCING 1 LINES.

       700-TOTALS-RTN.
           MOVE "STUDENTS GRADED IN THE TERM" TO TOT-LABEL-OUT
           MOVE WS-GRADED-CTR TO TOT-CTR-OUT
           WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 3 LINES
           MOVE "  DEAN'S LIST" TO TOT-LABEL-OUT
           MOVE WS-DEAN-CTR TO TOT-CTR-OUT
           WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "  GOOD STANDING" TO TOT-LABEL-OUT
           MOVE WS-GOOD-CTR TO TOT-CTR-OUT
           WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "  PROBATION" TO TOT-LABEL-OUT
           MOVE WS-PROB-CTR TO TOT-CTR-OUT
           WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "  SUSPENDED" TO TOT-LABEL-OUT
           MOVE WS-SUSP-CTR TO TOT-CTR-OUT
           WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "LETTERS WRITTEN" TO TOT-LABEL-OUT
           MOVE WS-LETTER-CTR TO TOT-CTR-OUT
           WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 2 LINES
           MOVE "NOT ON ROSTER - NO LETTER" TO TOT-LABEL-OUT
           MOVE WS-NOROSTER-CTR TO TOT-CTR-OUT
           WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           IF WS-TERM-CORR-CTR > ZERO
               WRITE RPT-REC FROM NOTE-LINE AFTER ADVANCING 2 LINES
           END-IF.

       800-REWRITE-STANDING-RTN.
           IF WS-ST-REWRITE
               OPEN OUTPUT STAND-FILE
               PERFORM 810-WRITE-ST-ONE-RTN
                   VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ST-CTR
               CLOSE STAND-FILE
           END-IF.

       810-WRITE-ST-ONE-RTN.
           MOVE WS-ST-ROW (SUB1) TO STAND-REC
           WRITE STAND-REC.
