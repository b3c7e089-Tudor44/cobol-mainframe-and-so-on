      ******************************************************************
      *15-10-2026 GD - PAYROLL CONTROL LINE IS NOW 50 BYTES - TAXABLE
      *WAGES AND TAX WITHHELD ON THE END; PAYROLL COST IS UNCHANGED.
      *15-10-2026 GD - EMPLOYEE RECORD IS NOW 47 BYTES - THE
      *TIME-CLOCK BADGE ON THE END; THE HEADCOUNT IS UNCHANGED.
      *15-10-2026 GD - MONTH-END MANAGEMENT KPI PACK. EVERY SUBSYSTEM
      *PRINTS ITS OWN MONTH-END REPORT BUT MANAGEMENT WANTED ONE PAGE
      *ACROSS ALL OF THEM. THE PRODUCING RUNS NOW POST THEIR FIGURES
      *THROUGH KPI-RTN TO ONE PERMANENT KPI FILE (COPYBOOK KPIREC) -
      *TRIAL-BALANCE (DEPOSITS BY BRANCH, INTEREST PAID), AGED-
      *RECEIVABLES (RECEIVABLES BY BRANCH, AGING BUCKETS), FEE-
      *ASSESSMENT (FEE INCOME), COMMISSION-RUN (COMMISSION AND
      *OVERRIDES) AND NIGHT-BALANCE (EACH NIGHT'S REJECTS AND
      *SUSPENSE FROM THE UPDATE'S CONTROL LINE). THIS STEP READS THAT
      *FILE FOR THE MONTH, THE MONTH BEFORE AND THE SAME MONTH A YEAR
      *EARLIER, ADDS THE SALES HISTORY'S DEPARTMENT ROWS (SALES) AND
      *THE PAYROLL REGISTER'S WEEKLY CONTROL LINES (PAYROLL COST -
      *GROSS PAY FOR THE WEEKS ENDING IN THE MONTH), TOTALS THE QUOTA
      *MASTER (QUOTA) AND COUNTS THE EMPLOYEE MASTER (HEADCOUNT) - THE
      *LAST TWO ARE ALSO POSTED TO THE KPI FILE SO NEXT YEAR'S PACK
      *HAS THEM - AND PRINTS ONE DOCUMENT WITH EACH FIGURE FOR THE
      *THREE MONTHS AND THE CHANGE AGAINST EACH. A FIGURE WITH NOTHING
      *ON FILE FOR A MONTH SHOWS N/A.
      *LIKE THE SALES HISTORY ROLL IT RUNS ONLY ON THE NIGHT THE
      *BUSINESS-DATE CALENDAR CARRIES THE END-OF-MONTH FLAG;
      *KPI_FORCE=Y OVERRIDES THE GATE AND KPI_MONTH (YYYYMM) REPRINTS
      *AN EARLIER MONTH FROM THE FILE (NOTHING IS POSTED THEN). A
      *MISSING SOURCE FILE IS NOTED ON THE PACK AND ENDS THE RUN RC 4.
      *FILE PATHS FROM KPI_PATH, KPIPACK_SALESHIST_PATH,
      *KPIPACK_PAYCTL_PATH, KPIPACK_QUOTA_PATH, KPIPACK_EMP_PATH AND
      *KPIPACK_OUT_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPI-PACK.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT KPI-FILE ASSIGN TO WS-KPI-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KPI-STATUS.
       SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
       SELECT PCTL-FILE ASSIGN TO WS-PCTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCTL-STATUS.
       SELECT QUOTA-FILE ASSIGN TO WS-QUOTA-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUOTA-STATUS.
       SELECT EMP-FILE ASSIGN TO WS-EMP-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-STATUS.
       SELECT CAL-FILE ASSIGN TO WS-CAL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.
       SELECT RPT-FILE ASSIGN TO WS-RPT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD KPI-FILE
           RECORD CONTAINS 69 CHARACTERS.
           01 KPI-REC.
           COPY KPIREC.
       FD HIST-FILE
           RECORD CONTAINS 19 CHARACTERS.
           01 HIST-REC.
               02 SH-TYPE                PIC X.
               02 SH-KEY                 PIC X(5).
               02 SH-YY                  PIC XX.
               02 SH-MM                  PIC XX.
               02 SH-TOTAL               PIC 9(9).
       FD PCTL-FILE
           RECORD CONTAINS 50 CHARACTERS.
           01 PCTL-REC.
               02 PC-WEEK                PIC 9(6).
               02 PC-WEEK-X REDEFINES PC-WEEK.
                   03 PC-WEEK-YYMM       PIC X(4).
                   03 FILLER             PIC XX.
               02 PC-GROSS               PIC 9(9)V99.
               02 PC-NET                 PIC 9(9)V99.
               02 PC-TAXABLE             PIC 9(9)V99.
               02 PC-TAX                 PIC 9(9)V99.
       FD QUOTA-FILE
           RECORD CONTAINS 8 CHARACTERS.
           01 QUOTA-REC.
               02 QTA-DEPT               PIC XX.
               02 QTA-MONTH-QUOTA        PIC 9(6).
       FD EMP-FILE
           RECORD CONTAINS 47 CHARACTERS.
           01 EMP-REC                    PIC X(47).
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
       FD RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           01 RPT-REC                    PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-KPI-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/KpiFile.txt".
           01 WS-HIST-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/SalesHist.txt".
           01 WS-PCTL-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/PAYCTL.txt".
           01 WS-QUOTA-FILE-PATH         PIC X(80) VALUE
               "/Users/gaetanodorsi/Quota.txt".
           01 WS-EMP-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/EMPLOYEE.txt".
           01 WS-CAL-FILE-PATH           PIC X(80) VALUE SPACES.
           01 WS-RPT-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/KpiPack.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-KPI-STATUS              PIC XX.
           01 WS-HIST-STATUS             PIC XX.
           01 WS-PCTL-STATUS             PIC XX.
           01 WS-QUOTA-STATUS            PIC XX.
           01 WS-EMP-STATUS              PIC XX.
           01 WS-CAL-STATUS              PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-FORCE-SW                PIC X VALUE "N".
               88 WS-PACK-FORCED                VALUE "Y".
           01 WS-EOM-SW                  PIC X VALUE "Y".
               88 WS-EOM-NIGHT                  VALUE "Y".
           01 WS-REPRINT-SW              PIC X VALUE "N".
               88 WS-REPRINT                    VALUE "Y".
           01 WS-QUOTA-OK-SW             PIC X VALUE "N".
           01 WS-EMP-OK-SW               PIC X VALUE "N".
           01 WS-ALERT-PROGRAM           PIC X(20) VALUE "KPI-PACK".
           01 WS-ALERT-SEV               PIC X.
           01 WS-ALERT-MSG               PIC X(60).
           01 WS-STEP-RC                 PIC 9(2) VALUE ZERO.
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-MON-HOLD.
               02 WS-MH-YYYY             PIC 9(4).
               02 WS-MH-MM               PIC 99.
           01 WS-MON-HOLD-N REDEFINES WS-MON-HOLD PIC 9(6).
      *    COLUMN 1 = THE MONTH, 2 = THE MONTH BEFORE, 3 = THE SAME
      *    MONTH A YEAR EARLIER.
           01 WS-MONTH-TABLE.
               02 WS-MONTH-ENTRY OCCURS 3 TIMES.
                   03 WS-MON-YYYYMM      PIC 9(6).
                   03 WS-MON-X REDEFINES WS-MON-YYYYMM.
                       04 FILLER         PIC XX.
                       04 WS-MON-YYMM    PIC X(4).
      *    EVERY FIGURE FOUND FOR THE THREE MONTHS, ONE ENTRY PER
      *    COLUMN, CODE AND QUALIFIER.
           01 WS-FIG-TABLE.
               02 WS-FG-ENTRY OCCURS 600 TIMES.
                   03 WS-FG-COL          PIC 9.
                   03 WS-FG-CODE         PIC X(8).
                   03 WS-FG-QUAL         PIC X(4).
                   03 WS-FG-VALUE        PIC S9(11)V99.
           01 WS-FIG-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-ST-COL                  PIC 9.
           01 WS-ST-CODE                 PIC X(8).
           01 WS-ST-QUAL                 PIC X(4).
           01 WS-ST-VALUE                PIC S9(11)V99.
           01 WS-ST-MODE                 PIC X.
               88 WS-ST-REPLACE                 VALUE "R".
           01 WS-FIND-YYMM               PIC X(4).
           01 WS-HIST-YYMM.
               02 WS-HY-YY               PIC XX.
               02 WS-HY-MM               PIC XX.
      *    THE QUALIFIERS (BRANCHES) ONE CODE CARRIES, IN FILE ORDER.
           01 WS-QUAL-TABLE.
               02 WS-QT-QUAL             PIC X(4) OCCURS 50 TIMES.
           01 WS-QUAL-CTR                PIC 99 VALUE ZERO.
           01 WS-SUM-CODE                PIC X(8).
           01 WS-SUM-QUAL                PIC X(4).
           01 WS-SUM-AREA.
               02 WS-SUM-COL OCCURS 3 TIMES.
                   03 WS-SUM-VAL         PIC S9(11)V99.
                   03 WS-SUM-HIT         PIC X.
           01 WS-SALES-AREA.
               02 WS-SALES-COL OCCURS 3 TIMES.
                   03 WS-SALES-VAL       PIC S9(11)V99.
                   03 WS-SALES-HIT       PIC X.
           01 WS-TOTAL-DESC              PIC X(30).
           01 WS-MIX-TOTAL               PIC S9(11)V99.
           01 WS-FIG-KIND                PIC X.
               88 WS-KIND-AMOUNT                VALUE "A".
               88 WS-KIND-COUNT                 VALUE "C".
               88 WS-KIND-PCT                   VALUE "P".
           01 WS-MIX-SW                  PIC X VALUE "N".
           01 WS-PCT                     PIC S9(4)V9.
           01 WS-CELL                    PIC X(19).
           01 WS-CHG-CELL                PIC X(8).
           01 WS-AMT-EDIT-GRP.
               02 FILLER                 PIC X VALUE SPACE.
               02 WS-AMT-EDIT            PIC ---,---,---,--9.99.
           01 WS-CNT-EDIT-GRP.
               02 FILLER                 PIC X(4) VALUE SPACES.
               02 WS-CNT-EDIT            PIC ---,---,---,--9.
           01 WS-PCT-VAL-GRP.
               02 FILLER                 PIC X(11) VALUE SPACES.
               02 WS-PCT-VAL-EDIT        PIC ----9.9.
               02 FILLER                 PIC X VALUE "%".
           01 WS-PCT-CHG-GRP.
               02 WS-PCT-CHG-EDIT        PIC ----9.9.
               02 FILLER                 PIC X VALUE "%".
           01 WS-NA-CELL                 PIC X(19) VALUE
               "                N/A".
           01 WS-NA-CHG                  PIC X(8) VALUE "     N/A".
           01 SUB1                       PIC 9(3).
           01 SUB2                       PIC 9(3).
           01 WS-COL                     PIC 9.
           01 WS-KPI-READ-CTR            PIC 9(6) VALUE ZERO.
           01 WS-KPI-USED-CTR            PIC 9(6) VALUE ZERO.
           01 WS-LINE-CTR                PIC 9(6) VALUE ZERO.
           01 WS-QUOTA-TOTAL             PIC S9(11)V99 VALUE ZERO.
           01 WS-EMP-CTR                 PIC S9(11)V99 VALUE ZERO.
           01 WS-KPI-PROGRAM             PIC X(20) VALUE "KPI-PACK".
           01 WS-KPI-CODE                PIC X(8).
           01 WS-KPI-QUAL                PIC X(4) VALUE "ALL".
           01 WS-KPI-VALUE               PIC S9(11)V99.
           01 WS-LOG-PROGRAM  PIC X(20) VALUE "KPI-PACK".
           01 WS-LOG-START.
               02 WS-LOG-START-DATE  PIC 9(6).
               02 WS-LOG-START-TIME  PIC 9(6).
           01 WS-LOG-READ     PIC 9(6).
           01 WS-LOG-WRITTEN  PIC 9(6).
           01 WS-LOG-REJECTED PIC 9(6).
           01 WS-LOG-RC       PIC 9(2).
           01 WS-LOG-TIME-HOLD PIC 9(8).
           01 HD-LINE1.
               02 FILLER             PIC X(38) VALUE
                   "MONTH-END MANAGEMENT KPI PACK - MONTH ".
               02 HD-MONTH-OUT       PIC 9(6).
           01 HD-LINE2.
               02 FILLER             PIC X(32) VALUE SPACES.
               02 FILLER             PIC X(21) VALUE
                   "           THIS MONTH".
               02 FILLER             PIC X(21) VALUE
                   "           LAST MONTH".
               02 FILLER             PIC X(10) VALUE "     CHG %".
               02 FILLER             PIC X(21) VALUE
                   "  SAME MONTH LAST YR".
               02 FILLER             PIC X(10) VALUE "     CHG %".
               02 FILLER             PIC X(10) VALUE "     MIX %".
           01 HD-LINE3.
               02 FILLER             PIC X(13) VALUE SPACES.
               02 FILLER             PIC X(7) VALUE "MONTHS ".
               02 HD-THIS-OUT        PIC 9(6).
               02 FILLER             PIC X(3) VALUE " / ".
               02 HD-LAST-OUT        PIC 9(6).
               02 FILLER             PIC X(3) VALUE " / ".
               02 HD-LY-OUT          PIC 9(6).
           01 SECTION-LINE           PIC X(80).
           01 DETAIL-LINE.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-DESC-OUT        PIC X(30).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-THIS-OUT        PIC X(19).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-LAST-OUT        PIC X(19).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-LAST-CHG-OUT    PIC X(8).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-LY-OUT          PIC X(19).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-LY-CHG-OUT      PIC X(8).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DL-MIX-OUT         PIC X(8).
           01 NOTE-LINE.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 FILLER             PIC X(3) VALUE "** ".
               02 NOTE-TEXT-OUT      PIC X(70).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-GET-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           IF NOT WS-PACK-FORCED AND NOT WS-REPRINT
               PERFORM 160-EOM-GATE-RTN
           END-IF
           IF NOT WS-EOM-NIGHT
               DISPLAY "NOT MONTH END - NO KPI PACK"
           ELSE
               PERFORM 170-SET-MONTHS-RTN
               OPEN OUTPUT RPT-FILE
               MOVE WS-MON-YYYYMM (1) TO HD-MONTH-OUT
               WRITE RPT-REC FROM HD-LINE1 AFTER ADVANCING PAGE
               MOVE WS-MON-YYYYMM (1) TO HD-THIS-OUT
               MOVE WS-MON-YYYYMM (2) TO HD-LAST-OUT
               MOVE WS-MON-YYYYMM (3) TO HD-LY-OUT
               WRITE RPT-REC FROM HD-LINE3 AFTER ADVANCING 1 LINE
               INITIALIZE WS-FIG-TABLE
               PERFORM 200-COUNT-EMP-RTN
               PERFORM 250-SUM-QUOTA-RTN
               IF NOT WS-REPRINT
                   PERFORM 280-POST-OWN-RTN
               END-IF
               PERFORM 300-LOAD-KPI-RTN
               PERFORM 290-STORE-OWN-RTN
               PERFORM 350-LOAD-SALES-RTN
               PERFORM 400-LOAD-PAYROLL-RTN
               WRITE RPT-REC FROM HD-LINE2 AFTER ADVANCING 2 LINES
               PERFORM 500-REPORT-RTN
               CLOSE RPT-FILE
               DISPLAY "KPI ROWS READ: " WS-KPI-READ-CTR
                   "  USED: " WS-KPI-USED-CTR
                   "  FIGURES PRINTED: " WS-LINE-CTR
               IF WS-STEP-RC NOT = ZERO
                   MOVE "W" TO WS-ALERT-SEV
                   MOVE "KPI PACK PRINTED WITH A SOURCE FILE MISSING"
                       TO WS-ALERT-MSG
                   CALL 'ALERT-RTN' USING WS-ALERT-SEV
                       WS-ALERT-PROGRAM WS-ALERT-MSG
               END-IF
           END-IF
           PERFORM 900-RUN-LOG-RTN
           MOVE WS-STEP-RC TO RETURN-CODE
           STOP RUN.

       150-GET-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "KPI_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-KPI-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "KPIPACK_SALESHIST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-HIST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "KPIPACK_PAYCTL_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PCTL-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "KPIPACK_QUOTA_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-QUOTA-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "KPIPACK_EMP_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-EMP-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "KPIPACK_OUT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "KPI_FORCE"
           IF WS-ENV-HOLD (1:1) = "Y"
               MOVE "Y" TO WS-FORCE-SW
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "KPI_MONTH"
           IF WS-ENV-HOLD (1:6) IS NUMERIC
               MOVE WS-ENV-HOLD (1:6) TO WS-MON-HOLD
               MOVE "Y" TO WS-REPRINT-SW
           END-IF.

      ******************************************************************
      * THE PACK IS A MONTH-END DOCUMENT - ON ANY NIGHT BUT THE ONE THE
      * CALENDAR FLAGS AS MONTH END THE STEP BOWS OUT CLEAN, AS THE
      * SALES HISTORY ROLL DOES. NO CALENDAR MEANS RUN AS DIRECTED.
      ******************************************************************
       160-EOM-GATE-RTN.
           MOVE SPACES TO WS-CAL-FILE-PATH
           ACCEPT WS-CAL-FILE-PATH FROM ENVIRONMENT "BUSDATE_PATH"
           IF WS-CAL-FILE-PATH = SPACES
               CONTINUE
           ELSE
               OPEN INPUT CAL-FILE
               IF WS-CAL-STATUS = "00"
                   READ CAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CAL-TYPE = "CUR"
                               AND CAL-EOM-FLAG NOT = "Y"
                               MOVE "N" TO WS-EOM-SW
                           END-IF
                   END-READ
                   CLOSE CAL-FILE
               END-IF
           END-IF.

      ******************************************************************
      * THE MONTH IS THE BUSINESS DATE'S UNLESS KPI_MONTH NAMES ONE;
      * THE COMPARISON MONTHS ARE THE ONE BEFORE AND A YEAR EARLIER.
      ******************************************************************
       170-SET-MONTHS-RTN.
           IF NOT WS-REPRINT
               MOVE WS-BUS-DATE (1:6) TO WS-MON-HOLD
           END-IF
           MOVE WS-MON-HOLD-N TO WS-MON-YYYYMM (1)
           SUBTRACT 1 FROM WS-MH-YYYY
           MOVE WS-MON-HOLD-N TO WS-MON-YYYYMM (3)
           MOVE WS-MON-YYYYMM (1) TO WS-MON-HOLD-N
           IF WS-MH-MM = 1
               SUBTRACT 1 FROM WS-MH-YYYY
               MOVE 12 TO WS-MH-MM
           ELSE
               SUBTRACT 1 FROM WS-MH-MM
           END-IF
           MOVE WS-MON-HOLD-N TO WS-MON-YYYYMM (2).

       200-COUNT-EMP-RTN.
           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMPLOYEE MASTER NOT AVAILABLE - NO HEADCOUNT"
                   TO NOTE-TEXT-OUT
               PERFORM 480-NOTE-RTN
           ELSE
               MOVE "Y" TO WS-EMP-OK-SW
               MOVE "N" TO WS-EOF-SW
               PERFORM 210-COUNT-ONE-RTN UNTIL WS-EOF
               CLOSE EMP-FILE
           END-IF.

       210-COUNT-ONE-RTN.
           READ EMP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-EMP-CTR
           END-READ.

       250-SUM-QUOTA-RTN.
           OPEN INPUT QUOTA-FILE
           IF WS-QUOTA-STATUS NOT = "00"
               MOVE "QUOTA MASTER NOT AVAILABLE - NO QUOTA" TO
                   NOTE-TEXT-OUT
               PERFORM 480-NOTE-RTN
           ELSE
               MOVE "Y" TO WS-QUOTA-OK-SW
               MOVE "N" TO WS-EOF-SW
               PERFORM 260-QUOTA-ONE-RTN UNTIL WS-EOF
               CLOSE QUOTA-FILE
           END-IF.

       260-QUOTA-ONE-RTN.
           READ QUOTA-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD QTA-MONTH-QUOTA TO WS-QUOTA-TOTAL
           END-READ.

      ******************************************************************
      * QUOTA AND HEADCOUNT ARE ONLY EVER CURRENT ON THEIR MASTERS, SO
      * THE PACK POSTS THEM FOR THE MONTH - A YEAR FROM NOW THE SAME
      * MONTH'S FIGURES COME BACK OFF THE KPI FILE.
      ******************************************************************
       280-POST-OWN-RTN.
           IF WS-QUOTA-OK-SW = "Y"
               MOVE "QUOTA" TO WS-KPI-CODE
               MOVE WS-QUOTA-TOTAL TO WS-KPI-VALUE
               CALL 'KPI-RTN' USING WS-KPI-PROGRAM WS-MON-YYYYMM (1)
                   WS-KPI-CODE WS-KPI-QUAL WS-KPI-VALUE
           END-IF
           IF WS-EMP-OK-SW = "Y"
               MOVE "HEADCNT" TO WS-KPI-CODE
               MOVE WS-EMP-CTR TO WS-KPI-VALUE
               CALL 'KPI-RTN' USING WS-KPI-PROGRAM WS-MON-YYYYMM (1)
                   WS-KPI-CODE WS-KPI-QUAL WS-KPI-VALUE
           END-IF.

      *    THE MASTERS' OWN FIGURES STAND FOR THE MONTH EVEN WHEN THE
      *    KPI FILE IS NOT CONFIGURED. A REPRINT TAKES THE FILE'S.
       290-STORE-OWN-RTN.
           IF NOT WS-REPRINT
               MOVE 1 TO WS-ST-COL
               MOVE "ALL" TO WS-ST-QUAL
               MOVE "R" TO WS-ST-MODE
               IF WS-QUOTA-OK-SW = "Y"
                   MOVE "QUOTA" TO WS-ST-CODE
                   MOVE WS-QUOTA-TOTAL TO WS-ST-VALUE
                   PERFORM 320-STORE-RTN
               END-IF
               IF WS-EMP-OK-SW = "Y"
                   MOVE "HEADCNT" TO WS-ST-CODE
                   MOVE WS-EMP-CTR TO WS-ST-VALUE
                   PERFORM 320-STORE-RTN
               END-IF
           END-IF.

       300-LOAD-KPI-RTN.
           OPEN INPUT KPI-FILE
           IF WS-KPI-STATUS NOT = "00"
               MOVE "KPI FILE NOT AVAILABLE - POSTED FIGURES SHOW N/A"
                   TO NOTE-TEXT-OUT
               PERFORM 480-NOTE-RTN
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 310-KPI-ONE-RTN UNTIL WS-EOF
               CLOSE KPI-FILE
           END-IF.

      *    A RERUN POSTS AGAIN - THE LAST ROW FOR A MONTH, CODE AND
      *    QUALIFIER REPLACES ANY EARLIER ONE.
       310-KPI-ONE-RTN.
           READ KPI-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-KPI-READ-CTR
                   MOVE ZERO TO WS-ST-COL
                   PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3
                       IF KP-MONTH = WS-MON-YYYYMM (WS-COL)
                           MOVE WS-COL TO WS-ST-COL
                       END-IF
                   END-PERFORM
                   IF WS-ST-COL NOT = ZERO
                       ADD 1 TO WS-KPI-USED-CTR
                       MOVE KP-CODE TO WS-ST-CODE
                       MOVE KP-QUAL TO WS-ST-QUAL
                       MOVE KP-VALUE TO WS-ST-VALUE
                       IF KP-SIGN = "-"
                           COMPUTE WS-ST-VALUE = ZERO - WS-ST-VALUE
                       END-IF
                       MOVE "R" TO WS-ST-MODE
                       PERFORM 320-STORE-RTN
                   END-IF
           END-READ.

      *    REPLACE ("R") OR ADD TO ("A") THE ENTRY FOR THE COLUMN, CODE
      *    AND QUALIFIER, OPENING A NEW ONE WHEN THERE IS NONE.
       320-STORE-RTN.
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-FIG-CTR
               OR (WS-FG-COL (SUB1) = WS-ST-COL
               AND WS-FG-CODE (SUB1) = WS-ST-CODE
               AND WS-FG-QUAL (SUB1) = WS-ST-QUAL)
               CONTINUE
           END-PERFORM
           IF SUB1 > WS-FIG-CTR
               IF WS-FIG-CTR < 600
                   ADD 1 TO WS-FIG-CTR
                   MOVE WS-FIG-CTR TO SUB1
                   MOVE WS-ST-COL TO WS-FG-COL (SUB1)
                   MOVE WS-ST-CODE TO WS-FG-CODE (SUB1)
                   MOVE WS-ST-QUAL TO WS-FG-QUAL (SUB1)
                   MOVE ZERO TO WS-FG-VALUE (SUB1)
               ELSE
                   DISPLAY "MORE THAN 600 KPI FIGURES - " WS-ST-CODE
                       " " WS-ST-QUAL " NOT SHOWN"
                   MOVE ZERO TO SUB1
               END-IF
           END-IF
           IF SUB1 NOT = ZERO
               IF WS-ST-REPLACE
                   MOVE WS-ST-VALUE TO WS-FG-VALUE (SUB1)
               ELSE
                   ADD WS-ST-VALUE TO WS-FG-VALUE (SUB1)
               END-IF
           END-IF.

      ******************************************************************
      * SALES COME FROM THE SALES HISTORY ROLL'S DEPARTMENT ROWS.
      ******************************************************************
       350-LOAD-SALES-RTN.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE "SALES HISTORY NOT AVAILABLE - NO SALES FIGURES"
                   TO NOTE-TEXT-OUT
               PERFORM 480-NOTE-RTN
           ELSE
               MOVE "SALES" TO WS-ST-CODE
               MOVE "ALL" TO WS-ST-QUAL
               MOVE "A" TO WS-ST-MODE
               MOVE "N" TO WS-EOF-SW
               PERFORM 360-SALES-ONE-RTN UNTIL WS-EOF
               CLOSE HIST-FILE
           END-IF.

       360-SALES-ONE-RTN.
           READ HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF SH-TYPE = "D"
                       MOVE SH-YY TO WS-HY-YY
                       MOVE SH-MM TO WS-HY-MM
                       MOVE WS-HIST-YYMM TO WS-FIND-YYMM
                       PERFORM 370-FIND-YYMM-RTN
                       IF WS-ST-COL NOT = ZERO
                           MOVE SH-TOTAL TO WS-ST-VALUE
                           PERFORM 320-STORE-RTN
                       END-IF
                   END-IF
           END-READ.

       370-FIND-YYMM-RTN.
           MOVE ZERO TO WS-ST-COL
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3
               IF WS-FIND-YYMM = WS-MON-YYMM (WS-COL)
                   MOVE WS-COL TO WS-ST-COL
               END-IF
           END-PERFORM.

      ******************************************************************
      * PAYROLL COST IS THE GROSS PAY OF THE WEEKS ENDING IN THE MONTH,
      * FROM THE PAYROLL REGISTER'S WEEKLY CONTROL LINES.
      ******************************************************************
       400-LOAD-PAYROLL-RTN.
           OPEN INPUT PCTL-FILE
           IF WS-PCTL-STATUS NOT = "00"
               MOVE "PAYROLL CONTROL LINES NOT AVAILABLE - NO PAY COST"
                   TO NOTE-TEXT-OUT
               PERFORM 480-NOTE-RTN
           ELSE
               MOVE "PAYROLL" TO WS-ST-CODE
               MOVE "ALL" TO WS-ST-QUAL
               MOVE "A" TO WS-ST-MODE
               MOVE "N" TO WS-EOF-SW
               PERFORM 410-PAY-ONE-RTN UNTIL WS-EOF
               CLOSE PCTL-FILE
           END-IF.

       410-PAY-ONE-RTN.
           READ PCTL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE PC-WEEK-YYMM TO WS-FIND-YYMM
                   PERFORM 370-FIND-YYMM-RTN
                   IF WS-ST-COL NOT = ZERO
                       MOVE PC-GROSS TO WS-ST-VALUE
                       PERFORM 320-STORE-RTN
                   END-IF
           END-READ.

       480-NOTE-RTN.
           WRITE RPT-REC FROM NOTE-LINE AFTER ADVANCING 1 LINE
           MOVE 4 TO WS-STEP-RC.

      ******************************************************************
      * THE DOCUMENT - ONE SECTION PER AREA, EACH FIGURE WITH THE
      * MONTH, THE MONTH BEFORE AND A YEAR EARLIER.
      ******************************************************************
       500-REPORT-RTN.
           MOVE "DEPOSITS BY BRANCH" TO SECTION-LINE
           WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES
           MOVE "DEPOSITS" TO WS-SUM-CODE
           MOVE "TOTAL DEPOSITS" TO WS-TOTAL-DESC
           PERFORM 510-BRANCH-SECTION-RTN
           MOVE "RECEIVABLES BY BRANCH" TO SECTION-LINE
           WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES
           MOVE "RECEIVBL" TO WS-SUM-CODE
           MOVE "TOTAL RECEIVABLES" TO WS-TOTAL-DESC
           PERFORM 510-BRANCH-SECTION-RTN
           PERFORM 550-AGING-SECTION-RTN
           MOVE "REJECTS AND SUSPENSE" TO SECTION-LINE
           WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES
           MOVE "C" TO WS-FIG-KIND
           MOVE SPACES TO WS-SUM-QUAL
           MOVE "REJECTS" TO WS-SUM-CODE
           MOVE "TRANSACTIONS REJECTED" TO DL-DESC-OUT
           PERFORM 600-SUM-RTN
           PERFORM 650-PRINT-LINE-RTN
           MOVE "SUSPENSE" TO WS-SUM-CODE
           MOVE "TRANSACTIONS SUSPENDED" TO DL-DESC-OUT
           PERFORM 600-SUM-RTN
           PERFORM 650-PRINT-LINE-RTN
           MOVE "INCOME AND COST" TO SECTION-LINE
           WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES
           MOVE "A" TO WS-FIG-KIND
           MOVE "FEEINC" TO WS-SUM-CODE
           MOVE "FEE INCOME" TO DL-DESC-OUT
           PERFORM 600-SUM-RTN
           PERFORM 650-PRINT-LINE-RTN
           MOVE "INTPAID" TO WS-SUM-CODE
           MOVE "INTEREST PAID" TO DL-DESC-OUT
           PERFORM 600-SUM-RTN
           PERFORM 650-PRINT-LINE-RTN
           MOVE "COMMISSN" TO WS-SUM-CODE
           MOVE "COMMISSION AND OVERRIDES" TO DL-DESC-OUT
           PERFORM 600-SUM-RTN
           PERFORM 650-PRINT-LINE-RTN
           MOVE "PAYROLL" TO WS-SUM-CODE
           MOVE "PAYROLL COST (GROSS)" TO DL-DESC-OUT
           PERFORM 600-SUM-RTN
           PERFORM 650-PRINT-LINE-RTN
           PERFORM 570-SALES-SECTION-RTN
           MOVE "STAFF" TO SECTION-LINE
           WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES
           MOVE "C" TO WS-FIG-KIND
           MOVE "HEADCNT" TO WS-SUM-CODE
           MOVE "HEADCOUNT" TO DL-DESC-OUT
           PERFORM 600-SUM-RTN
           PERFORM 650-PRINT-LINE-RTN.

      *    ONE LINE PER QUALIFIER THE CODE CARRIES IN ANY OF THE THREE
      *    MONTHS, THEN THE CODE'S TOTAL UNDER THE CALLER'S CAPTION.
       510-BRANCH-SECTION-RTN.
           MOVE "A" TO WS-FIG-KIND
           MOVE ZERO TO WS-QUAL-CTR
           PERFORM 520-COLLECT-QUAL-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-FIG-CTR
           PERFORM 530-BRANCH-LINE-RTN
               VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-QUAL-CTR
           MOVE SPACES TO WS-SUM-QUAL
           PERFORM 600-SUM-RTN
           MOVE WS-TOTAL-DESC TO DL-DESC-OUT
           PERFORM 650-PRINT-LINE-RTN.

       520-COLLECT-QUAL-RTN.
           IF WS-FG-CODE (SUB1) = WS-SUM-CODE
               PERFORM VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > WS-QUAL-CTR
                   OR WS-QT-QUAL (SUB2) = WS-FG-QUAL (SUB1)
                   CONTINUE
               END-PERFORM
               IF SUB2 > WS-QUAL-CTR AND WS-QUAL-CTR < 50
                   ADD 1 TO WS-QUAL-CTR
                   MOVE WS-FG-QUAL (SUB1) TO WS-QT-QUAL (WS-QUAL-CTR)
               END-IF
           END-IF.

       530-BRANCH-LINE-RTN.
           MOVE WS-QT-QUAL (SUB2) TO WS-SUM-QUAL
           PERFORM 600-SUM-RTN
           MOVE SPACES TO DL-DESC-OUT
           STRING "  BRANCH " WS-SUM-QUAL DELIMITED BY SIZE
               INTO DL-DESC-OUT
           PERFORM 650-PRINT-LINE-RTN.

      *    THE BUCKETS WITH EACH ONE'S SHARE OF THE MONTH'S RECEIVABLES.
       550-AGING-SECTION-RTN.
           MOVE "RECEIVABLES AGING MIX" TO SECTION-LINE
           WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES
           MOVE "A" TO WS-FIG-KIND
           MOVE "AGING" TO WS-SUM-CODE
           MOVE SPACES TO WS-SUM-QUAL
           PERFORM 600-SUM-RTN
           MOVE WS-SUM-VAL (1) TO WS-MIX-TOTAL
           MOVE "Y" TO WS-MIX-SW
           MOVE "CUR" TO WS-SUM-QUAL
           MOVE "  CURRENT" TO DL-DESC-OUT
           PERFORM 600-SUM-RTN
           PERFORM 650-PRINT-LINE-RTN
           MOVE "30" TO WS-SUM-QUAL
           MOVE "  31-60 DAYS" TO DL-DESC-OUT
           PERFORM 600-SUM-RTN
           PERFORM 650-PRINT-LINE-RTN
           MOVE "60" TO WS-SUM-QUAL
           MOVE "  61-90 DAYS" TO DL-DESC-OUT
           PERFORM 600-SUM-RTN
           PERFORM 650-PRINT-LINE-RTN
           MOVE "90" TO WS-SUM-QUAL
           MOVE "  OVER 90 DAYS" TO DL-DESC-OUT
           PERFORM 600-SUM-RTN
           PERFORM 650-PRINT-LINE-RTN
           MOVE "N" TO WS-MIX-SW.

      *    SALES, QUOTA AND ATTAINMENT (SALES AS A PERCENT OF QUOTA).
       570-SALES-SECTION-RTN.
           MOVE "SALES AGAINST QUOTA" TO SECTION-LINE
           WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES
           MOVE "A" TO WS-FIG-KIND
           MOVE SPACES TO WS-SUM-QUAL
           MOVE "SALES" TO WS-SUM-CODE
           MOVE "SALES" TO DL-DESC-OUT
           PERFORM 600-SUM-RTN
           MOVE WS-SUM-AREA TO WS-SALES-AREA
           PERFORM 650-PRINT-LINE-RTN
           MOVE "QUOTA" TO WS-SUM-CODE
           MOVE "QUOTA" TO DL-DESC-OUT
           PERFORM 600-SUM-RTN
           PERFORM 650-PRINT-LINE-RTN
           PERFORM 580-ATTAIN-RTN
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3
           MOVE "P" TO WS-FIG-KIND
           MOVE "ATTAINMENT" TO DL-DESC-OUT
           PERFORM 650-PRINT-LINE-RTN.

       580-ATTAIN-RTN.
           IF WS-SALES-HIT (WS-COL) = "Y" AND WS-SUM-HIT (WS-COL) = "Y"
               AND WS-SUM-VAL (WS-COL) NOT = ZERO
               COMPUTE WS-SUM-VAL (WS-COL) ROUNDED =
                   WS-SALES-VAL (WS-COL) * 100 / WS-SUM-VAL (WS-COL)
           ELSE
               MOVE "N" TO WS-SUM-HIT (WS-COL)
           END-IF.

      *    TOTAL OF WS-SUM-CODE FOR EACH MONTH - ONE QUALIFIER, OR ALL
      *    OF THEM WHEN WS-SUM-QUAL IS SPACES. NOTHING ON FILE = N/A.
       600-SUM-RTN.
           INITIALIZE WS-SUM-AREA
           PERFORM 610-SUM-ONE-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-FIG-CTR.

       610-SUM-ONE-RTN.
           IF WS-FG-CODE (SUB1) = WS-SUM-CODE
               AND (WS-SUM-QUAL = SPACES
               OR WS-FG-QUAL (SUB1) = WS-SUM-QUAL)
               MOVE WS-FG-COL (SUB1) TO WS-COL
               ADD WS-FG-VALUE (SUB1) TO WS-SUM-VAL (WS-COL)
               MOVE "Y" TO WS-SUM-HIT (WS-COL)
           END-IF.

       650-PRINT-LINE-RTN.
           MOVE 1 TO WS-COL
           PERFORM 660-CELL-RTN
           MOVE WS-CELL TO DL-THIS-OUT
           MOVE 2 TO WS-COL
           PERFORM 660-CELL-RTN
           MOVE WS-CELL TO DL-LAST-OUT
           PERFORM 670-CHANGE-RTN
           MOVE WS-CHG-CELL TO DL-LAST-CHG-OUT
           MOVE 3 TO WS-COL
           PERFORM 660-CELL-RTN
           MOVE WS-CELL TO DL-LY-OUT
           PERFORM 670-CHANGE-RTN
           MOVE WS-CHG-CELL TO DL-LY-CHG-OUT
           MOVE SPACES TO DL-MIX-OUT
           IF WS-MIX-SW = "Y"
               IF WS-SUM-HIT (1) = "Y" AND WS-MIX-TOTAL NOT = ZERO
                   COMPUTE WS-PCT ROUNDED =
                       WS-SUM-VAL (1) * 100 / WS-MIX-TOTAL
                       ON SIZE ERROR
                           MOVE 9999.9 TO WS-PCT
                   END-COMPUTE
                   MOVE WS-PCT TO WS-PCT-CHG-EDIT
                   MOVE WS-PCT-CHG-GRP TO DL-MIX-OUT
               ELSE
                   MOVE WS-NA-CHG TO DL-MIX-OUT
               END-IF
           END-IF
           WRITE RPT-REC FROM DETAIL-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR.

       660-CELL-RTN.
           IF WS-SUM-HIT (WS-COL) NOT = "Y"
               MOVE WS-NA-CELL TO WS-CELL
           ELSE
               EVALUATE TRUE
                   WHEN WS-KIND-COUNT
                       MOVE WS-SUM-VAL (WS-COL) TO WS-CNT-EDIT
                       MOVE WS-CNT-EDIT-GRP TO WS-CELL
                   WHEN WS-KIND-PCT
                       MOVE WS-SUM-VAL (WS-COL) TO WS-PCT-VAL-EDIT
                       MOVE WS-PCT-VAL-GRP TO WS-CELL
                   WHEN OTHER
                       MOVE WS-SUM-VAL (WS-COL) TO WS-AMT-EDIT
                       MOVE WS-AMT-EDIT-GRP TO WS-CELL
               END-EVALUATE
           END-IF.

      *    CHANGE OF THE MONTH AGAINST COLUMN WS-COL, AS A PERCENT OF
      *    THE EARLIER FIGURE - IN POINTS FOR A PERCENTAGE LINE.
       670-CHANGE-RTN.
           IF WS-SUM-HIT (1) NOT = "Y" OR WS-SUM-HIT (WS-COL) NOT = "Y"
               MOVE WS-NA-CHG TO WS-CHG-CELL
           ELSE
               IF WS-KIND-PCT
                   COMPUTE WS-PCT ROUNDED =
                       WS-SUM-VAL (1) - WS-SUM-VAL (WS-COL)
                       ON SIZE ERROR
                           MOVE 9999.9 TO WS-PCT
                   END-COMPUTE
                   MOVE WS-PCT TO WS-PCT-CHG-EDIT
                   MOVE WS-PCT-CHG-GRP TO WS-CHG-CELL
                   MOVE SPACE TO WS-CHG-CELL (8:1)
               ELSE
                   IF WS-SUM-VAL (WS-COL) = ZERO
                       MOVE WS-NA-CHG TO WS-CHG-CELL
                   ELSE
                       COMPUTE WS-PCT ROUNDED =
                           (WS-SUM-VAL (1) - WS-SUM-VAL (WS-COL))
                           * 100 / WS-SUM-VAL (WS-COL)
                           ON SIZE ERROR
                               MOVE 9999.9 TO WS-PCT
                       END-COMPUTE
                       IF WS-SUM-VAL (WS-COL) < ZERO
                           COMPUTE WS-PCT = ZERO - WS-PCT
                       END-IF
                       MOVE WS-PCT TO WS-PCT-CHG-EDIT
                       MOVE WS-PCT-CHG-GRP TO WS-CHG-CELL
                   END-IF
               END-IF
           END-IF.

       900-RUN-LOG-RTN.
           MOVE WS-KPI-READ-CTR TO WS-LOG-READ
           MOVE WS-LINE-CTR TO WS-LOG-WRITTEN
           MOVE ZERO TO WS-LOG-REJECTED
           MOVE WS-STEP-RC TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
