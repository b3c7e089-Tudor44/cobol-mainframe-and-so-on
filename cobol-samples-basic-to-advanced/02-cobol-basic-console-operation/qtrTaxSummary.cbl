      ******************************************************************
      * 15-10-2026 GD - QUARTERLY PAYROLL TAX SUMMARY. THE QUARTERLY
      * RETURN AND THE EMPLOYER-SIDE TAXES WERE BUILT BY HAND FROM
      * THE WEEKLY REGISTERS. THIS QUARTER-END RUN BUILDS THEM FROM
      * THE WEEKLY CONTROL LINES AND THE YTD FILE PAYROLL-REGISTER
      * KEEPS:
      *   - WAGES PAID, TAXABLE WAGES AND TAX WITHHELD FOR EACH MONTH
      *     OF THE QUARTER (A WEEK COUNTS TO THE MONTH OF ITS
      *     WEEK-ENDING DATE) AND FOR THE QUARTER
      *   - EMPLOYER TAX OWED FOR EACH DEDUCTION MASTER "R" ROW (TAX
      *     CODE, EMPLOYER PERCENTAGE, YEARLY WAGE BASE) - EACH
      *     EMPLOYEE'S WAGES COUNT ONLY UNTIL THEIR YEAR-TO-DATE
      *     GROSS REACHES THE WAGE BASE
      *   - A DETAIL PER EMPLOYEE: THE QUARTER'S FIGURES, THE
      *     EMPLOYER TAX ON THEM, AND THE YEAR-TO-DATE GROSS, TAXABLE
      *     WAGES AND TAX - IN THE FOURTH QUARTER THE SAME FIGURES
      *     ANNUAL-EARNINGS PRINTS ON THE YEAR-END STATEMENT.
      * AN EMPLOYEE'S QUARTER IS THE YTD FILE LESS THE YEAR-TO-DATE
      * FIGURES THIS RUN SAVED AT THE END OF THE QUARTER BEFORE (THE
      * QUARTER BASE FILE, ONE ROW PER EMPLOYEE AND A COMPANY ROW PER
      * QUARTER OF THE YEAR). THE REPORT PROVES THE EMPLOYEES'
      * QUARTER TO THE WEEKLY CONTROL LINES AND THE SAVED BASE TO THE
      * WEEKS BEFORE THE QUARTER; ONLY A PROVEN RUN SAVES THE NEW
      * BASE. OUT OF PROOF - INCLUDING A WEEK ALREADY PAID IN THE
      * NEXT QUARTER, SO RUN IT BEFORE THE NEXT QUARTER'S FIRST
      * PAYROLL, OR NO BASE FOR THE QUARTER BEFORE - ENDS RC 8. NO
      * EMPLOYER TAX RATES ON FILE ENDS RC 4.
      * THE QUARTER IS THE ONE HOLDING THE LATEST WEEK ON THE CONTROL
      * FILE UNLESS QTRTAX_QUARTER (YYYYQ) NAMES IT. FILE PATHS FROM
      * QTRTAX_CTL_PATH / QTRTAX_YTD_PATH / QTRTAX_EMP_PATH /
      * QTRTAX_DED_PATH / QTRTAX_BASE_PATH / QTRTAX_OUT_PATH.
      ******************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QTR-TAX-SUMMARY.
        AUTHOR. GAETANO.
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
        SELECT PCTL-FILE ASSIGN TO WS-PCTL-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PCTL-STATUS.
        SELECT YTD-FILE ASSIGN TO WS-YTD-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YTD-STATUS.
        SELECT EMP-FILE ASSIGN TO WS-EMP-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMP-STATUS.
        SELECT DED-FILE ASSIGN TO WS-DED-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DED-STATUS.
        SELECT BASE-FILE ASSIGN TO WS-BASE-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BASE-STATUS.
        SELECT OUT-FILE ASSIGN TO WS-OUT-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD PCTL-FILE
            RECORD CONTAINS 50 CHARACTERS.
            01 PCTL-REC.
               02 PC-WEEK       PIC 9(6).
               02 PC-GROSS      PIC 9(9)V99.
               02 PC-NET        PIC 9(9)V99.
               02 PC-TAXABLE    PIC 9(9)V99.
               02 PC-TAX        PIC 9(9)V99.
        FD YTD-FILE
            RECORD CONTAINS 61 CHARACTERS.
            01 YTD-REC.
               02 YTD-EMP       PIC 99.
               02 YTD-GROSS     PIC 9(8)V99.
               02 YTD-OT-HOURS  PIC 9(5)V9.
               02 YTD-DED       PIC 9(8)V99.
               02 YTD-NET       PIC 9(8)V99.
               02 YTD-WEEKS     PIC 9(3).
               02 YTD-TAXABLE   PIC 9(8)V99.
               02 YTD-TAX       PIC 9(8)V99.
        FD EMP-FILE
            RECORD CONTAINS 47 CHARACTERS.
            01 EMP-REC.
               02 EMP-REC-NAME  PIC X(20).
               02 EMP-REC-NUM   PIC 99.
               02 EMP-REC-DEPT  PIC X(3).
               02 EMP-REC-RATE  PIC 99V99.
               02 EMP-REC-HIRE  PIC 9(8).
               02 EMP-REC-DD-ACCT PIC X(4).
               02 EMP-REC-BADGE   PIC X(6).
        FD DED-FILE
            RECORD CONTAINS 24 CHARACTERS.
            01 DED-REC.
               02 DED-KIND      PIC X.
               02 DED-EMP       PIC 99.
               02 DED-CATEGORY  PIC X(3).
               02 DED-FLOOR     PIC 9(6)V99.
               02 DED-PCT       PIC 99V99.
               02 DED-AMT       PIC 9(4)V99.
      *    THE YEAR-TO-DATE FIGURES AT THE END OF EACH QUARTER RUN.
        FD BASE-FILE
            RECORD CONTAINS 41 CHARACTERS.
            01 BASE-REC.
               02 QB-TYPE       PIC X.
      *           "C" = COMPANY TOTAL, "E" = ONE EMPLOYEE
               02 QB-YEAR       PIC 9(4).
               02 QB-QTR        PIC 9.
               02 QB-EMP        PIC 99.
               02 QB-GROSS      PIC 9(9)V99.
               02 QB-TAXABLE    PIC 9(9)V99.
               02 QB-TAX        PIC 9(9)V99.
        FD OUT-FILE
            RECORD CONTAINS 80 CHARACTERS.
            01 OUT-REC           PIC X(80).
        WORKING-STORAGE SECTION.
               01 WS-PCTL-FILE-PATH PIC X(80) VALUE "PAYCTL.txt".
               01 WS-YTD-FILE-PATH PIC X(80) VALUE "PAYYTD.txt".
               01 WS-EMP-FILE-PATH PIC X(80) VALUE "EMPLOYEE.txt".
               01 WS-DED-FILE-PATH PIC X(80) VALUE "DEDUCT.txt".
               01 WS-BASE-FILE-PATH PIC X(80) VALUE "PAYQTRB.txt".
               01 WS-OUT-FILE-PATH PIC X(80) VALUE "QTRTAX.txt".
               01 WS-ENV-HOLD PIC X(80).
               01 WS-PCTL-STATUS PIC XX.
               01 WS-YTD-STATUS PIC XX.
               01 WS-EMP-STATUS PIC XX.
               01 WS-DED-STATUS PIC XX.
               01 WS-BASE-STATUS PIC XX.
               01 WS-EOF-SW PIC X VALUE "N".
                   88 WS-EOF VALUE "Y".
               01 WS-PROOF-SW PIC X VALUE "Y".
                   88 WS-PROVED VALUE "Y".
               01 SUB1 PIC 9(3).
               01 SUB2 PIC 9(3).
      *        THE QUARTER BEING REPORTED.
               01 WS-QTR-IN PIC X(5) VALUE SPACES.
               01 WS-QTR-PARM REDEFINES WS-QTR-IN.
                   02 WS-QP-YEAR PIC 9(4).
                   02 WS-QP-QTR  PIC 9.
               01 WS-YEAR PIC 9(4) VALUE ZERO.
               01 WS-QTR PIC 9 VALUE ZERO.
               01 WS-PRIOR-QTR PIC 9 VALUE ZERO.
               01 WS-LAST-WEEK PIC 9(6) VALUE ZERO.
               01 WS-WEEK-WORK PIC 9(6).
               01 WS-WEEK-PARTS REDEFINES WS-WEEK-WORK.
                   02 WS-WK-YY PIC 99.
                   02 WS-WK-MM PIC 99.
                   02 WS-WK-DD PIC 99.
               01 WS-WK-YEAR PIC 9(4).
               01 WS-WK-QTR PIC 9.
               01 WS-MON-IDX PIC 9.
               01 WS-MONTH-NAMES PIC X(36) VALUE
                   "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
               01 WS-MONTH-NAME-TBL REDEFINES WS-MONTH-NAMES.
                   02 WS-MONTH-NAME PIC X(3) OCCURS 12 TIMES.
      *        THE WEEKLY CONTROL LINES BY MONTH OF THE QUARTER, THE
      *        QUARTER, AND THE WEEKS OF THE YEAR BEFORE IT.
               01 WS-MONTH-TABLE.
                   02 WS-MONTH-ENTRY OCCURS 3 TIMES.
                       03 WS-MN-WEEKS   PIC 9(3).
                       03 WS-MN-GROSS   PIC 9(11)V99.
                       03 WS-MN-TAXABLE PIC 9(11)V99.
                       03 WS-MN-TAX     PIC 9(11)V99.
               01 WS-QT-WEEKS PIC 9(3) VALUE ZERO.
               01 WS-QT-GROSS PIC 9(11)V99 VALUE ZERO.
               01 WS-QT-TAXABLE PIC 9(11)V99 VALUE ZERO.
               01 WS-QT-TAX PIC 9(11)V99 VALUE ZERO.
               01 WS-PR-GROSS PIC 9(11)V99 VALUE ZERO.
               01 WS-PR-TAXABLE PIC 9(11)V99 VALUE ZERO.
               01 WS-PR-TAX PIC 9(11)V99 VALUE ZERO.
               01 WS-AFTER-CTR PIC 9(3) VALUE ZERO.
      *        THE EMPLOYEES' QUARTER, ADDED UP FROM THE YTD FILE.
               01 WS-EQ-GROSS PIC 9(11)V99 VALUE ZERO.
               01 WS-EQ-TAXABLE PIC 9(11)V99 VALUE ZERO.
               01 WS-EQ-TAX PIC 9(11)V99 VALUE ZERO.
               01 WS-EY-GROSS PIC 9(11)V99 VALUE ZERO.
               01 WS-EY-TAXABLE PIC 9(11)V99 VALUE ZERO.
               01 WS-EY-TAX PIC 9(11)V99 VALUE ZERO.
               01 WS-BELOW-CTR PIC 9(3) VALUE ZERO.
               01 WS-LOST-CTR PIC 9(3) VALUE ZERO.
               01 WS-Q-GROSS PIC 9(9)V99.
               01 WS-Q-TAXABLE PIC 9(9)V99.
               01 WS-Q-TAX PIC 9(9)V99.
      *        EMPLOYER TAX RATES FROM THE DEDUCTION MASTER.
               01 WS-RATE-TABLE.
                   02 WS-RATE-ENTRY OCCURS 10 TIMES.
                       03 WS-RT-CODE    PIC X(3).
                       03 WS-RT-BASE    PIC 9(6)V99.
                       03 WS-RT-PCT     PIC 99V99.
                       03 WS-RT-TAXABLE PIC 9(11)V99.
                       03 WS-RT-TAX     PIC 9(11)V99.
               01 WS-RATE-CTR PIC 99 VALUE ZERO.
               01 WS-ER-TOTAL PIC 9(11)V99 VALUE ZERO.
               01 WS-CAP-NOW PIC 9(9)V99.
               01 WS-CAP-BEFORE PIC 9(9)V99.
               01 WS-ER-TAXABLE PIC 9(9)V99.
               01 WS-ER-TAX PIC 9(9)V99.
               01 WS-LIABILITY PIC 9(11)V99.
               01 WS-EMP-TABLE.
                   02 WS-EMP-ENTRY OCCURS 100 TIMES.
                       03 WS-T-NUM  PIC 99.
                       03 WS-T-NAME PIC X(20).
               01 WS-EMP-CTR PIC 9(3) VALUE ZERO.
               01 WS-NAME-HOLD PIC X(20).
      *        THE YTD FILE, HELD FOR THE DETAIL AND THE NEW BASE.
               01 WS-YTD-TABLE.
                   02 WS-YTD-ENTRY OCCURS 100 TIMES.
                       03 WS-YD-EMP     PIC 99.
                       03 WS-YD-GROSS   PIC 9(8)V99.
                       03 WS-YD-TAXABLE PIC 9(8)V99.
                       03 WS-YD-TAX     PIC 9(8)V99.
                       03 WS-YD-WEEKS   PIC 9(3).
               01 WS-YTD-CTR PIC 9(3) VALUE ZERO.
      *        THE BASE SAVED AT THE END OF THE QUARTER BEFORE.
               01 WS-PB-TABLE.
                   02 WS-PB-ENTRY OCCURS 100 TIMES.
                       03 WS-PB-EMP     PIC 99.
                       03 WS-PB-GROSS   PIC 9(9)V99.
                       03 WS-PB-TAXABLE PIC 9(9)V99.
                       03 WS-PB-TAX     PIC 9(9)V99.
                       03 WS-PB-USED    PIC X.
               01 WS-PB-CTR PIC 9(3) VALUE ZERO.
               01 WS-PB-IDX PIC 9(3).
               01 WS-PB-CTL-SW PIC X VALUE "N".
                   88 WS-PB-CTL-FOUND VALUE "Y".
               01 WS-PB-CTL-GROSS PIC 9(11)V99 VALUE ZERO.
               01 WS-PB-CTL-TAXABLE PIC 9(11)V99 VALUE ZERO.
               01 WS-PB-CTL-TAX PIC 9(11)V99 VALUE ZERO.
      *        THE OTHER QUARTERS' ROWS, PUT BACK AS THEY WERE.
               01 WS-KEEP-TABLE.
                   02 WS-KEEP-ROW OCCURS 500 TIMES PIC X(41).
               01 WS-KEEP-CTR PIC 9(3) VALUE ZERO.
               01 HD-LINE1.
                   02 FILLER PIC X(31) VALUE
                       "QUARTERLY PAYROLL TAX SUMMARY  ".
                   02 FILLER PIC X(5) VALUE "YEAR ".
                   02 HD-YEAR-OUT PIC 9(4).
                   02 FILLER PIC X(10) VALUE "  QUARTER ".
                   02 HD-QTR-OUT PIC 9.
               01 HD-LINE2.
                   02 FILLER PIC X(28) VALUE "NO NAME".
                   02 FILLER PIC X(13) VALUE "       WAGES ".
                   02 FILLER PIC X(13) VALUE "     TAXABLE ".
                   02 FILLER PIC X(12) VALUE "TAX WITHHELD".
               01 EMP-LINE1.
                   02 ED-NUM-OUT PIC Z9.
                   02 FILLER PIC X VALUE SPACE.
                   02 ED-NAME-OUT PIC X(20).
                   02 FILLER PIC X(5) VALUE " QTR ".
                   02 ED-Q-GROSS-OUT PIC Z,ZZZ,ZZ9.99.
                   02 FILLER PIC X VALUE SPACE.
                   02 ED-Q-TAXABLE-OUT PIC Z,ZZZ,ZZ9.99.
                   02 FILLER PIC X VALUE SPACE.
                   02 ED-Q-TAX-OUT PIC Z,ZZZ,ZZ9.99.
               01 EMP-LINE2.
                   02 FILLER PIC X(23) VALUE SPACES.
                   02 FILLER PIC X(5) VALUE " YTD ".
                   02 ED-Y-GROSS-OUT PIC Z,ZZZ,ZZ9.99.
                   02 FILLER PIC X VALUE SPACE.
                   02 ED-Y-TAXABLE-OUT PIC Z,ZZZ,ZZ9.99.
                   02 FILLER PIC X VALUE SPACE.
                   02 ED-Y-TAX-OUT PIC Z,ZZZ,ZZ9.99.
                   02 FILLER PIC X(6) VALUE "  WKS ".
                   02 ED-WEEKS-OUT PIC ZZ9.
               01 EMP-ER-LINE.
                   02 FILLER PIC X(24) VALUE SPACES.
                   02 EE-CODE-OUT PIC X(3).
                   02 FILLER PIC X(14) VALUE " EMPLOYER TAX ".
                   02 EE-TAXABLE-OUT PIC Z,ZZZ,ZZ9.99.
                   02 FILLER PIC X VALUE SPACE.
                   02 EE-TAX-OUT PIC Z,ZZZ,ZZ9.99.
               01 EMP-NOTE-LINE.
                   02 FILLER PIC X(24) VALUE SPACES.
                   02 EN-TEXT-OUT PIC X(56).
               01 MON-HD-LINE.
                   02 FILLER PIC X(28) VALUE "MONTH          WEEKS".
                   02 FILLER PIC X(13) VALUE "       WAGES ".
                   02 FILLER PIC X(13) VALUE "     TAXABLE ".
                   02 FILLER PIC X(12) VALUE "TAX WITHHELD".
               01 MON-LINE.
                   02 MN-LABEL-OUT.
                       03 MN-NAME-OUT PIC X(3).
                       03 MN-SEP-OUT  PIC X.
                       03 MN-YEAR-OUT PIC 9(4).
                   02 FILLER PIC X(12) VALUE SPACES.
                   02 MN-WEEKS-OUT PIC ZZ9.
                   02 FILLER PIC X(5) VALUE SPACES.
                   02 MN-GROSS-OUT PIC Z,ZZZ,ZZ9.99.
                   02 FILLER PIC X VALUE SPACE.
                   02 MN-TAXABLE-OUT PIC Z,ZZZ,ZZ9.99.
                   02 FILLER PIC X VALUE SPACE.
                   02 MN-TAX-OUT PIC Z,ZZZ,ZZ9.99.
               01 ER-HD-LINE.
                   02 FILLER PIC X(41) VALUE
                       "EMPLOYER TAX  RATE   WAGE BASE".
                   02 FILLER PIC X(13) VALUE "     TAXABLE ".
                   02 FILLER PIC X(12) VALUE "EMPLOYER TAX".
               01 ER-LINE.
                   02 ER-CODE-OUT PIC X(3).
                   02 FILLER PIC X(3) VALUE SPACES.
                   02 ER-PCT-OUT PIC Z9.99.
                   02 FILLER PIC X(3) VALUE SPACES.
                   02 ER-BASE-OUT PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
                   02 FILLER PIC X(2) VALUE SPACES.
                   02 ER-NOTE-OUT PIC X(6).
                   02 FILLER PIC X(9) VALUE SPACES.
                   02 ER-TAXABLE-OUT PIC Z,ZZZ,ZZ9.99.
                   02 FILLER PIC X VALUE SPACE.
                   02 ER-TAX-OUT PIC Z,ZZZ,ZZ9.99.
               01 TOTAL-LINE.
                   02 TL-LABEL-OUT PIC X(54).
                   02 TL-AMT-OUT PIC Z,ZZZ,ZZ9.99.
               01 PRF-HD-LINE.
                   02 FILLER PIC X(28) VALUE
                       "RECONCILIATION".
                   02 FILLER PIC X(13) VALUE "   EMPLOYEES ".
                   02 FILLER PIC X(13) VALUE "    WEEKLIES ".
                   02 FILLER PIC X(6) VALUE "RESULT".
               01 PRF-LINE.
                   02 PF-LABEL-OUT PIC X(28).
                   02 PF-EMP-OUT PIC Z,ZZZ,ZZ9.99.
                   02 FILLER PIC X VALUE SPACE.
                   02 PF-CTL-OUT PIC Z,ZZZ,ZZ9.99.
                   02 FILLER PIC X VALUE SPACE.
                   02 PF-RESULT-OUT PIC X(12).
               01 NOTE-LINE.
                   02 NOTE-TEXT-OUT PIC X(80).
        PROCEDURE DIVISION.
        100-MAIN-RTN.
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "QTRTAX_CTL_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-PCTL-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "QTRTAX_YTD_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-YTD-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "QTRTAX_EMP_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-EMP-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "QTRTAX_DED_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-DED-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "QTRTAX_BASE_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-BASE-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "QTRTAX_OUT_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-OUT-FILE-PATH
         END-IF
         PERFORM 150-QUARTER-RTN
         PERFORM 200-LOAD-RATES-RTN
         PERFORM 250-LOAD-EMPLOYEES-RTN
         PERFORM 300-LOAD-YTD-RTN
         PERFORM 350-LOAD-BASE-RTN
         PERFORM 400-WEEKLIES-RTN
         OPEN OUTPUT OUT-FILE
         MOVE WS-YEAR TO HD-YEAR-OUT
         MOVE WS-QTR TO HD-QTR-OUT
         WRITE OUT-REC FROM HD-LINE1 AFTER ADVANCING PAGE
         WRITE OUT-REC FROM HD-LINE2 AFTER ADVANCING 2 LINES
         PERFORM 500-EMPLOYEE-RTN
             VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-YTD-CTR
         PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-PB-CTR
             IF WS-PB-USED (SUB1) NOT = "Y"
                 ADD 1 TO WS-LOST-CTR
             END-IF
         END-PERFORM
         PERFORM 600-MONTHS-RTN
         PERFORM 650-EMPLOYER-RTN
         PERFORM 700-PROOF-RTN
         CLOSE OUT-FILE
         IF WS-PROVED
             PERFORM 800-REWRITE-BASE-RTN
             DISPLAY "QUARTER " WS-YEAR "/" WS-QTR
                 " PROVED - BASE SAVED FOR THE NEXT QUARTER"
         ELSE
             DISPLAY "QUARTER " WS-YEAR "/" WS-QTR
                 " OUT OF PROOF - BASE NOT SAVED"
             MOVE 8 TO RETURN-CODE
         END-IF
         IF WS-RATE-CTR = ZERO AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
        STOP RUN.

      ******************************************************************
      * THE QUARTER FROM QTRTAX_QUARTER, OR THE ONE HOLDING THE LATEST
      * WEEK ON THE CONTROL FILE.
      ******************************************************************
        150-QUARTER-RTN.
         ACCEPT WS-QTR-IN FROM ENVIRONMENT "QTRTAX_QUARTER"
         IF WS-QTR-IN NOT = SPACES
             IF WS-QTR-IN NOT NUMERIC
                 OR WS-QP-QTR < 1 OR WS-QP-QTR > 4
                 DISPLAY "QTRTAX_QUARTER " WS-QTR-IN
                     " IS NOT A YEAR AND QUARTER (YYYYQ)"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
             END-IF
             MOVE WS-QP-YEAR TO WS-YEAR
             MOVE WS-QP-QTR TO WS-QTR
         ELSE
             OPEN INPUT PCTL-FILE
             IF WS-PCTL-STATUS = "00"
                 MOVE "N" TO WS-EOF-SW
                 PERFORM UNTIL WS-EOF
                     READ PCTL-FILE
                         AT END
                             MOVE "Y" TO WS-EOF-SW
                         NOT AT END
                             IF PC-WEEK > WS-LAST-WEEK
                                 MOVE PC-WEEK TO WS-LAST-WEEK
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE PCTL-FILE
             END-IF
             IF WS-LAST-WEEK = ZERO
                 DISPLAY "NO WEEKLY CONTROL LINES - STATUS "
                     WS-PCTL-STATUS " - NO QUARTER TO REPORT"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
             END-IF
             MOVE WS-LAST-WEEK TO WS-WEEK-WORK
             COMPUTE WS-YEAR = 2000 + WS-WK-YY
             COMPUTE WS-QTR = (WS-WK-MM + 2) / 3
         END-IF
         COMPUTE WS-PRIOR-QTR = WS-QTR - 1.

      ******************************************************************
      * THE "R" ROWS OF THE DEDUCTION MASTER. MORE CODES THAN THE
      * TABLE HOLDS STOPS THE RUN - A TAX LEFT OFF WOULD UNDERSTATE
      * WHAT IS OWED.
      ******************************************************************
        200-LOAD-RATES-RTN.
         OPEN INPUT DED-FILE
         IF WS-DED-STATUS = "00"
             MOVE "N" TO WS-EOF-SW
             PERFORM UNTIL WS-EOF
                 READ DED-FILE
                     AT END
                         MOVE "Y" TO WS-EOF-SW
                     NOT AT END
                         IF DED-KIND = "R"
                             IF WS-RATE-CTR = 10
                                 DISPLAY "MORE THAN 10 EMPLOYER TAX"
                                     " RATES - RUN STOPPED"
                                 MOVE 8 TO RETURN-CODE
                                 STOP RUN
                             END-IF
                             ADD 1 TO WS-RATE-CTR
                             MOVE DED-CATEGORY
                                 TO WS-RT-CODE (WS-RATE-CTR)
                             MOVE DED-FLOOR
                                 TO WS-RT-BASE (WS-RATE-CTR)
                             MOVE DED-PCT
                                 TO WS-RT-PCT (WS-RATE-CTR)
                             MOVE ZERO
                                 TO WS-RT-TAXABLE (WS-RATE-CTR)
                             MOVE ZERO TO WS-RT-TAX (WS-RATE-CTR)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE DED-FILE
         END-IF
         IF WS-RATE-CTR = ZERO
             DISPLAY "NO EMPLOYER TAX RATES ON THE DEDUCTION MASTER"
         END-IF.

        250-LOAD-EMPLOYEES-RTN.
         OPEN INPUT EMP-FILE
         IF WS-EMP-STATUS = "00"
             MOVE "N" TO WS-EOF-SW
             PERFORM UNTIL WS-EOF
                 READ EMP-FILE
                     AT END
                         MOVE "Y" TO WS-EOF-SW
                     NOT AT END
                         IF WS-EMP-CTR < 100
                             ADD 1 TO WS-EMP-CTR
                             MOVE EMP-REC-NUM TO WS-T-NUM (WS-EMP-CTR)
                             MOVE EMP-REC-NAME
                                 TO WS-T-NAME (WS-EMP-CTR)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE EMP-FILE
         END-IF.

      ******************************************************************
      * THE YTD FILE. IT IS THE WHOLE STORY FOR EVERY EMPLOYEE, SO
      * ONE IT CANNOT HOLD STOPS THE RUN. A ROW WRITTEN BEFORE THE
      * TAX FIGURES WERE CARRIED COUNTS THEM AS ZERO.
      ******************************************************************
        300-LOAD-YTD-RTN.
         OPEN INPUT YTD-FILE
         IF WS-YTD-STATUS NOT = "00"
             DISPLAY "YTD FILE NOT AVAILABLE - STATUS " WS-YTD-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF
         MOVE "N" TO WS-EOF-SW
         PERFORM UNTIL WS-EOF
             READ YTD-FILE
                 AT END
                     MOVE "Y" TO WS-EOF-SW
                 NOT AT END
                     IF WS-YTD-CTR = 100
                         DISPLAY "MORE THAN 100 EMPLOYEES ON THE YTD"
                             " FILE - RUN STOPPED"
                         MOVE 8 TO RETURN-CODE
                         STOP RUN
                     END-IF
                     IF YTD-TAXABLE NOT NUMERIC
                         MOVE ZERO TO YTD-TAXABLE
                     END-IF
                     IF YTD-TAX NOT NUMERIC
                         MOVE ZERO TO YTD-TAX
                     END-IF
                     ADD 1 TO WS-YTD-CTR
                     MOVE YTD-EMP TO WS-YD-EMP (WS-YTD-CTR)
                     MOVE YTD-GROSS TO WS-YD-GROSS (WS-YTD-CTR)
                     MOVE YTD-TAXABLE TO WS-YD-TAXABLE (WS-YTD-CTR)
                     MOVE YTD-TAX TO WS-YD-TAX (WS-YTD-CTR)
                     MOVE YTD-WEEKS TO WS-YD-WEEKS (WS-YTD-CTR)
             END-READ
         END-PERFORM
         CLOSE YTD-FILE.

      ******************************************************************
      * THE QUARTER BASE FILE. THE ROWS SAVED AT THE END OF THE
      * QUARTER BEFORE ARE THE STARTING POINT; EVERY OTHER ROW OF THE
      * YEAR IS KEPT TO BE PUT BACK. EARLIER YEARS ARE DROPPED.
      ******************************************************************
        350-LOAD-BASE-RTN.
         OPEN INPUT BASE-FILE
         IF WS-BASE-STATUS = "00"
             MOVE "N" TO WS-EOF-SW
             PERFORM UNTIL WS-EOF
                 READ BASE-FILE
                     AT END
                         MOVE "Y" TO WS-EOF-SW
                     NOT AT END
                         IF QB-YEAR = WS-YEAR
                             PERFORM 360-BASE-ROW-RTN
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE BASE-FILE
         END-IF.

        360-BASE-ROW-RTN.
         IF QB-QTR NOT = WS-QTR
             IF WS-KEEP-CTR = 500
                 DISPLAY "MORE THAN 500 QUARTER BASE ROWS - RUN"
                     " STOPPED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
             END-IF
             ADD 1 TO WS-KEEP-CTR
             MOVE BASE-REC TO WS-KEEP-ROW (WS-KEEP-CTR)
         END-IF
         IF QB-QTR = WS-PRIOR-QTR
             IF QB-TYPE = "C"
                 MOVE "Y" TO WS-PB-CTL-SW
                 MOVE QB-GROSS TO WS-PB-CTL-GROSS
                 MOVE QB-TAXABLE TO WS-PB-CTL-TAXABLE
                 MOVE QB-TAX TO WS-PB-CTL-TAX
             ELSE
                 IF WS-PB-CTR = 100
                     DISPLAY "MORE THAN 100 EMPLOYEES IN THE QUARTER"
                         " BASE - RUN STOPPED"
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 ADD 1 TO WS-PB-CTR
                 MOVE QB-EMP TO WS-PB-EMP (WS-PB-CTR)
                 MOVE QB-GROSS TO WS-PB-GROSS (WS-PB-CTR)
                 MOVE QB-TAXABLE TO WS-PB-TAXABLE (WS-PB-CTR)
                 MOVE QB-TAX TO WS-PB-TAX (WS-PB-CTR)
                 MOVE "N" TO WS-PB-USED (WS-PB-CTR)
             END-IF
         END-IF.

      ******************************************************************
      * THE WEEKLY CONTROL LINES OF THE YEAR - THE QUARTER'S BY
      * MONTH, THE EARLIER QUARTERS' IN ONE SUM, AND A COUNT OF ANY
      * ALREADY PAID AFTER THE QUARTER.
      ******************************************************************
        400-WEEKLIES-RTN.
         INITIALIZE WS-MONTH-TABLE
         OPEN INPUT PCTL-FILE
         IF WS-PCTL-STATUS NOT = "00"
             DISPLAY "WEEKLY CONTROL FILE NOT AVAILABLE - STATUS "
                 WS-PCTL-STATUS
             MOVE "N" TO WS-PROOF-SW
         ELSE
             MOVE "N" TO WS-EOF-SW
             PERFORM UNTIL WS-EOF
                 READ PCTL-FILE
                     AT END
                         MOVE "Y" TO WS-EOF-SW
                     NOT AT END
                         PERFORM 410-WEEK-RTN
                 END-READ
             END-PERFORM
             CLOSE PCTL-FILE
         END-IF.

        410-WEEK-RTN.
         IF PC-TAXABLE NOT NUMERIC
             MOVE ZERO TO PC-TAXABLE
         END-IF
         IF PC-TAX NOT NUMERIC
             MOVE ZERO TO PC-TAX
         END-IF
         MOVE PC-WEEK TO WS-WEEK-WORK
         COMPUTE WS-WK-YEAR = 2000 + WS-WK-YY
         IF WS-WK-YEAR = WS-YEAR
             COMPUTE WS-WK-QTR = (WS-WK-MM + 2) / 3
             IF WS-WK-QTR < WS-QTR
                 ADD PC-GROSS TO WS-PR-GROSS
                 ADD PC-TAXABLE TO WS-PR-TAXABLE
                 ADD PC-TAX TO WS-PR-TAX
             ELSE
             IF WS-WK-QTR = WS-QTR
                 COMPUTE WS-MON-IDX = WS-WK-MM - (WS-QTR - 1) * 3
                 ADD 1 TO WS-MN-WEEKS (WS-MON-IDX)
                 ADD PC-GROSS TO WS-MN-GROSS (WS-MON-IDX)
                 ADD PC-TAXABLE TO WS-MN-TAXABLE (WS-MON-IDX)
                 ADD PC-TAX TO WS-MN-TAX (WS-MON-IDX)
                 ADD 1 TO WS-QT-WEEKS
                 ADD PC-GROSS TO WS-QT-GROSS
                 ADD PC-TAXABLE TO WS-QT-TAXABLE
                 ADD PC-TAX TO WS-QT-TAX
             ELSE
                 ADD 1 TO WS-AFTER-CTR
             END-IF
             END-IF
         END-IF.

      ******************************************************************
      * ONE EMPLOYEE - THE QUARTER IS THE YTD FILE LESS THE BASE (NO
      * BASE ROW MEANS NOTHING PAID BEFORE THE QUARTER). EACH
      * EMPLOYER TAX COUNTS ONLY THE QUARTER'S WAGES UNDER ITS WAGE
      * BASE: YTD GROSS UP TO THE BASE LESS BASE GROSS UP TO THE BASE.
      ******************************************************************
        500-EMPLOYEE-RTN.
         MOVE "*NOT ON EMPLOYEE FILE*" TO WS-NAME-HOLD
         PERFORM VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-EMP-CTR
             IF WS-T-NUM (SUB2) = WS-YD-EMP (SUB1)
                 MOVE WS-T-NAME (SUB2) TO WS-NAME-HOLD
                 MOVE WS-EMP-CTR TO SUB2
             END-IF
         END-PERFORM
         MOVE ZERO TO WS-PB-IDX
         PERFORM VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-PB-CTR
             IF WS-PB-EMP (SUB2) = WS-YD-EMP (SUB1)
                 MOVE SUB2 TO WS-PB-IDX
                 MOVE "Y" TO WS-PB-USED (SUB2)
                 MOVE WS-PB-CTR TO SUB2
             END-IF
         END-PERFORM
         MOVE WS-YD-GROSS (SUB1) TO WS-Q-GROSS
         MOVE WS-YD-TAXABLE (SUB1) TO WS-Q-TAXABLE
         MOVE WS-YD-TAX (SUB1) TO WS-Q-TAX
         MOVE SPACES TO EN-TEXT-OUT
         IF WS-PB-IDX > ZERO
             IF WS-PB-GROSS (WS-PB-IDX) > WS-YD-GROSS (SUB1)
                 OR WS-PB-TAXABLE (WS-PB-IDX)
                     > WS-YD-TAXABLE (SUB1)
                 OR WS-PB-TAX (WS-PB-IDX) > WS-YD-TAX (SUB1)
                 ADD 1 TO WS-BELOW-CTR
                 MOVE ZERO TO WS-Q-GROSS
                 MOVE ZERO TO WS-Q-TAXABLE
                 MOVE ZERO TO WS-Q-TAX
                 MOVE "*** YTD IS BELOW THE QUARTER BASE ***"
                     TO EN-TEXT-OUT
             ELSE
                 SUBTRACT WS-PB-GROSS (WS-PB-IDX) FROM WS-Q-GROSS
                 SUBTRACT WS-PB-TAXABLE (WS-PB-IDX) FROM WS-Q-TAXABLE
                 SUBTRACT WS-PB-TAX (WS-PB-IDX) FROM WS-Q-TAX
             END-IF
         END-IF
         ADD WS-Q-GROSS TO WS-EQ-GROSS
         ADD WS-Q-TAXABLE TO WS-EQ-TAXABLE
         ADD WS-Q-TAX TO WS-EQ-TAX
         ADD WS-YD-GROSS (SUB1) TO WS-EY-GROSS
         ADD WS-YD-TAXABLE (SUB1) TO WS-EY-TAXABLE
         ADD WS-YD-TAX (SUB1) TO WS-EY-TAX
         MOVE WS-YD-EMP (SUB1) TO ED-NUM-OUT
         MOVE WS-NAME-HOLD TO ED-NAME-OUT
         MOVE WS-Q-GROSS TO ED-Q-GROSS-OUT
         MOVE WS-Q-TAXABLE TO ED-Q-TAXABLE-OUT
         MOVE WS-Q-TAX TO ED-Q-TAX-OUT
         WRITE OUT-REC FROM EMP-LINE1 AFTER ADVANCING 2 LINES
         MOVE WS-YD-GROSS (SUB1) TO ED-Y-GROSS-OUT
         MOVE WS-YD-TAXABLE (SUB1) TO ED-Y-TAXABLE-OUT
         MOVE WS-YD-TAX (SUB1) TO ED-Y-TAX-OUT
         MOVE WS-YD-WEEKS (SUB1) TO ED-WEEKS-OUT
         WRITE OUT-REC FROM EMP-LINE2 AFTER ADVANCING 1 LINES
         IF EN-TEXT-OUT NOT = SPACES
             WRITE OUT-REC FROM EMP-NOTE-LINE AFTER ADVANCING 1 LINES
         ELSE
             IF WS-Q-GROSS > ZERO
                 PERFORM 550-EMPLOYER-TAX-RTN
                     VARYING SUB2 FROM 1 BY 1
                     UNTIL SUB2 > WS-RATE-CTR
             END-IF
         END-IF.

        550-EMPLOYER-TAX-RTN.
         MOVE WS-YD-GROSS (SUB1) TO WS-CAP-NOW
         COMPUTE WS-CAP-BEFORE = WS-YD-GROSS (SUB1) - WS-Q-GROSS
         IF WS-RT-BASE (SUB2) > ZERO
             IF WS-CAP-NOW > WS-RT-BASE (SUB2)
                 MOVE WS-RT-BASE (SUB2) TO WS-CAP-NOW
             END-IF
             IF WS-CAP-BEFORE > WS-RT-BASE (SUB2)
                 MOVE WS-RT-BASE (SUB2) TO WS-CAP-BEFORE
             END-IF
         END-IF
         COMPUTE WS-ER-TAXABLE = WS-CAP-NOW - WS-CAP-BEFORE
         COMPUTE WS-ER-TAX ROUNDED =
             WS-ER-TAXABLE * WS-RT-PCT (SUB2) / 100
         ADD WS-ER-TAXABLE TO WS-RT-TAXABLE (SUB2)
         ADD WS-ER-TAX TO WS-RT-TAX (SUB2)
         MOVE WS-RT-CODE (SUB2) TO EE-CODE-OUT
         MOVE WS-ER-TAXABLE TO EE-TAXABLE-OUT
         MOVE WS-ER-TAX TO EE-TAX-OUT
         WRITE OUT-REC FROM EMP-ER-LINE AFTER ADVANCING 1 LINES.

      ******************************************************************
      * THE QUARTER BY MONTH, FROM THE WEEKLY CONTROL LINES.
      ******************************************************************
        600-MONTHS-RTN.
         WRITE OUT-REC FROM MON-HD-LINE AFTER ADVANCING 3 LINES
         PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > 3
             COMPUTE SUB2 = (WS-QTR - 1) * 3 + SUB1
             MOVE WS-MONTH-NAME (SUB2) TO MN-NAME-OUT
             MOVE SPACE TO MN-SEP-OUT
             MOVE WS-YEAR TO MN-YEAR-OUT
             MOVE WS-MN-WEEKS (SUB1) TO MN-WEEKS-OUT
             MOVE WS-MN-GROSS (SUB1) TO MN-GROSS-OUT
             MOVE WS-MN-TAXABLE (SUB1) TO MN-TAXABLE-OUT
             MOVE WS-MN-TAX (SUB1) TO MN-TAX-OUT
             WRITE OUT-REC FROM MON-LINE AFTER ADVANCING 1 LINES
         END-PERFORM
         MOVE "QUARTER " TO MN-LABEL-OUT
         MOVE WS-QT-WEEKS TO MN-WEEKS-OUT
         MOVE WS-QT-GROSS TO MN-GROSS-OUT
         MOVE WS-QT-TAXABLE TO MN-TAXABLE-OUT
         MOVE WS-QT-TAX TO MN-TAX-OUT
         WRITE OUT-REC FROM MON-LINE AFTER ADVANCING 2 LINES.

      ******************************************************************
      * EMPLOYER TAX OWED PER CODE, AND THE QUARTER'S WHOLE
      * LIABILITY - WHAT WAS WITHHELD PLUS THE EMPLOYER'S SHARE.
      ******************************************************************
        650-EMPLOYER-RTN.
         WRITE OUT-REC FROM ER-HD-LINE AFTER ADVANCING 3 LINES
         PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-RATE-CTR
             MOVE WS-RT-CODE (SUB1) TO ER-CODE-OUT
             MOVE WS-RT-PCT (SUB1) TO ER-PCT-OUT
             MOVE WS-RT-BASE (SUB1) TO ER-BASE-OUT
             IF WS-RT-BASE (SUB1) = ZERO
                 MOVE "NO CAP" TO ER-NOTE-OUT
             ELSE
                 MOVE SPACES TO ER-NOTE-OUT
             END-IF
             MOVE WS-RT-TAXABLE (SUB1) TO ER-TAXABLE-OUT
             MOVE WS-RT-TAX (SUB1) TO ER-TAX-OUT
             WRITE OUT-REC FROM ER-LINE AFTER ADVANCING 1 LINES
             ADD WS-RT-TAX (SUB1) TO WS-ER-TOTAL
         END-PERFORM
         IF WS-RATE-CTR = ZERO
             MOVE "NO EMPLOYER TAX RATES ON THE DEDUCTION MASTER"
                 TO NOTE-TEXT-OUT
             WRITE OUT-REC FROM NOTE-LINE AFTER ADVANCING 1 LINES
         END-IF
         MOVE "TOTAL EMPLOYER TAX" TO TL-LABEL-OUT
         MOVE WS-ER-TOTAL TO TL-AMT-OUT
         WRITE OUT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES
         MOVE "TAX WITHHELD FROM EMPLOYEES" TO TL-LABEL-OUT
         MOVE WS-QT-TAX TO TL-AMT-OUT
         WRITE OUT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINES
         COMPUTE WS-LIABILITY = WS-ER-TOTAL + WS-QT-TAX
         MOVE "TOTAL TAX LIABILITY FOR THE QUARTER" TO TL-LABEL-OUT
         MOVE WS-LIABILITY TO TL-AMT-OUT
         WRITE OUT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINES.

      ******************************************************************
      * THE PROOF - THE EMPLOYEES' QUARTER AGAINST THE WEEKLY CONTROL
      * LINES OF THE QUARTER, AND THE SAVED BASE AGAINST THE WEEKS
      * BEFORE IT. ANY DIFFERENCE, A WEEK PAID AFTER THE QUARTER OR
      * A BASE EMPLOYEE MISSING FROM THE YTD FILE PUTS THE QUARTER
      * OUT OF PROOF.
      ******************************************************************
        700-PROOF-RTN.
         WRITE OUT-REC FROM PRF-HD-LINE AFTER ADVANCING 3 LINES
         MOVE "QUARTER WAGES PAID" TO PF-LABEL-OUT
         MOVE WS-EQ-GROSS TO PF-EMP-OUT
         MOVE WS-QT-GROSS TO PF-CTL-OUT
         IF WS-EQ-GROSS = WS-QT-GROSS
             MOVE "AGREES" TO PF-RESULT-OUT
         ELSE
             MOVE "OUT OF PROOF" TO PF-RESULT-OUT
             MOVE "N" TO WS-PROOF-SW
         END-IF
         WRITE OUT-REC FROM PRF-LINE AFTER ADVANCING 1 LINES
         MOVE "QUARTER TAXABLE WAGES" TO PF-LABEL-OUT
         MOVE WS-EQ-TAXABLE TO PF-EMP-OUT
         MOVE WS-QT-TAXABLE TO PF-CTL-OUT
         IF WS-EQ-TAXABLE = WS-QT-TAXABLE
             MOVE "AGREES" TO PF-RESULT-OUT
         ELSE
             MOVE "OUT OF PROOF" TO PF-RESULT-OUT
             MOVE "N" TO WS-PROOF-SW
         END-IF
         WRITE OUT-REC FROM PRF-LINE AFTER ADVANCING 1 LINES
         MOVE "QUARTER TAX WITHHELD" TO PF-LABEL-OUT
         MOVE WS-EQ-TAX TO PF-EMP-OUT
         MOVE WS-QT-TAX TO PF-CTL-OUT
         IF WS-EQ-TAX = WS-QT-TAX
             MOVE "AGREES" TO PF-RESULT-OUT
         ELSE
             MOVE "OUT OF PROOF" TO PF-RESULT-OUT
             MOVE "N" TO WS-PROOF-SW
         END-IF
         WRITE OUT-REC FROM PRF-LINE AFTER ADVANCING 1 LINES
         IF WS-QTR > 1
             PERFORM 710-PROOF-BASE-RTN
         END-IF
         IF WS-AFTER-CTR > ZERO
             MOVE "WEEKS ALREADY PAID AFTER THE QUARTER - THE YTD FILE"
                 TO NOTE-TEXT-OUT
             WRITE OUT-REC FROM NOTE-LINE AFTER ADVANCING 2 LINES
             MOVE "IS PAST THE QUARTER END; RERUN FROM THE FILES AS"
                 TO NOTE-TEXT-OUT
             WRITE OUT-REC FROM NOTE-LINE AFTER ADVANCING 1 LINES
             MOVE "THEY STOOD AT THE LAST PAYROLL OF THE QUARTER"
                 TO NOTE-TEXT-OUT
             WRITE OUT-REC FROM NOTE-LINE AFTER ADVANCING 1 LINES
             MOVE "N" TO WS-PROOF-SW
         END-IF
         IF WS-LOST-CTR > ZERO OR WS-BELOW-CTR > ZERO
             MOVE "EMPLOYEES IN THE QUARTER BASE DO NOT AGREE WITH THE"
                 TO NOTE-TEXT-OUT
             WRITE OUT-REC FROM NOTE-LINE AFTER ADVANCING 2 LINES
             MOVE "YTD FILE - MISSING FROM IT OR ABOVE IT"
                 TO NOTE-TEXT-OUT
             WRITE OUT-REC FROM NOTE-LINE AFTER ADVANCING 1 LINES
             MOVE "N" TO WS-PROOF-SW
         END-IF
         IF WS-PROVED
             MOVE "QUARTER PROVED TO THE WEEKLY REGISTERS"
                 TO NOTE-TEXT-OUT
         ELSE
             MOVE "*** QUARTER OUT OF PROOF - DO NOT FILE ***"
                 TO NOTE-TEXT-OUT
         END-IF
         WRITE OUT-REC FROM NOTE-LINE AFTER ADVANCING 2 LINES.

        710-PROOF-BASE-RTN.
         IF NOT WS-PB-CTL-FOUND
             IF WS-PR-GROSS > ZERO
                 MOVE "NO QUARTER BASE SAVED FOR THE QUARTER BEFORE -"
                     TO NOTE-TEXT-OUT
                 WRITE OUT-REC FROM NOTE-LINE AFTER ADVANCING 2 LINES
                 MOVE "RUN IT FIRST" TO NOTE-TEXT-OUT
                 WRITE OUT-REC FROM NOTE-LINE AFTER ADVANCING 1 LINES
                 MOVE "N" TO WS-PROOF-SW
             END-IF
         ELSE
             MOVE "EARLIER QUARTERS WAGES" TO PF-LABEL-OUT
             MOVE WS-PB-CTL-GROSS TO PF-EMP-OUT
             MOVE WS-PR-GROSS TO PF-CTL-OUT
             IF WS-PB-CTL-GROSS = WS-PR-GROSS
                 MOVE "AGREES" TO PF-RESULT-OUT
             ELSE
                 MOVE "OUT OF PROOF" TO PF-RESULT-OUT
                 MOVE "N" TO WS-PROOF-SW
             END-IF
             WRITE OUT-REC FROM PRF-LINE AFTER ADVANCING 1 LINES
             MOVE "EARLIER QUARTERS TAXABLE" TO PF-LABEL-OUT
             MOVE WS-PB-CTL-TAXABLE TO PF-EMP-OUT
             MOVE WS-PR-TAXABLE TO PF-CTL-OUT
             IF WS-PB-CTL-TAXABLE = WS-PR-TAXABLE
                 MOVE "AGREES" TO PF-RESULT-OUT
             ELSE
                 MOVE "OUT OF PROOF" TO PF-RESULT-OUT
                 MOVE "N" TO WS-PROOF-SW
             END-IF
             WRITE OUT-REC FROM PRF-LINE AFTER ADVANCING 1 LINES
             MOVE "EARLIER QUARTERS TAX" TO PF-LABEL-OUT
             MOVE WS-PB-CTL-TAX TO PF-EMP-OUT
             MOVE WS-PR-TAX TO PF-CTL-OUT
             IF WS-PB-CTL-TAX = WS-PR-TAX
                 MOVE "AGREES" TO PF-RESULT-OUT
             ELSE
                 MOVE "OUT OF PROOF" TO PF-RESULT-OUT
                 MOVE "N" TO WS-PROOF-SW
             END-IF
             WRITE OUT-REC FROM PRF-LINE AFTER ADVANCING 1 LINES
         END-IF.

      ******************************************************************
      * SAVE THE YEAR-TO-DATE FIGURES AS THE BASE FOR THE NEXT
      * QUARTER - A RERUN OF THIS QUARTER REPLACES ITS OWN ROWS.
      ******************************************************************
        800-REWRITE-BASE-RTN.
         OPEN OUTPUT BASE-FILE
         PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-KEEP-CTR
             MOVE WS-KEEP-ROW (SUB1) TO BASE-REC
             WRITE BASE-REC
         END-PERFORM
         MOVE "C" TO QB-TYPE
         MOVE WS-YEAR TO QB-YEAR
         MOVE WS-QTR TO QB-QTR
         MOVE ZERO TO QB-EMP
         MOVE WS-EY-GROSS TO QB-GROSS
         MOVE WS-EY-TAXABLE TO QB-TAXABLE
         MOVE WS-EY-TAX TO QB-TAX
         WRITE BASE-REC
         PERFORM VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-YTD-CTR
             MOVE "E" TO QB-TYPE
             MOVE WS-YD-EMP (SUB1) TO QB-EMP
             MOVE WS-YD-GROSS (SUB1) TO QB-GROSS
             MOVE WS-YD-TAXABLE (SUB1) TO QB-TAXABLE
             MOVE WS-YD-TAX (SUB1) TO QB-TAX
             WRITE BASE-REC
         END-PERFORM
         CLOSE BASE-FILE.
