      ******************************************************************
      *15-10-2026 GD - SALES-HIST-ROLL NOW ALSO ROLLS PRODUCT-LINE
      *TOTALS ("L" ROWS). EACH PRODUCT LINE IS PROJECTED THE SAME WAY
      *AS A DEPARTMENT AND LISTED AFTER THE DEPARTMENTS, LABELLED
      *"LINE"; QUOTA APPLIES TO DEPARTMENTS ONLY, SO A LINE SHOWS NO
      *ATTAINMENT. SLIDING LINES JOIN THE DOWN-TREND RANKING. HISTORY
      *TABLE RAISED TO 900 ROWS AND 60 DEPARTMENTS/LINES.
      *02-09-2026 GD - SALES FORECAST FROM THE PERMANENT HISTORY.
      *SALES-HIST-ROLL HAS BEEN APPENDING DEPARTMENT AND SALESPERSON
      *MONTHLY TOTALS FOR A WHILE, BUT THE ONLY CONSUMER WAS
           01 WS-QUOTA-STATUS            PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
      *    HISTORY ROWS FOR DEPARTMENTS ("D") AND PRODUCT LINES ("L"),
      *    HELD FOR THE ARITHMETIC.
           01 WS-HIST-TABLE.
               02 WS-HIST-ENTRY OCCURS 900 TIMES.
                   03 WS-HS-TYPE         PIC X.
                   03 WS-HS-DEPT         PIC X(4).
                   03 WS-HS-YYMM         PIC 9(4).
                   03 WS-HS-TOTAL        PIC 9(9).
           01 WS-HIST-CTR                PIC 9(3) VALUE ZERO.
           01 WS-DEPT-TABLE.
               02 WS-DEPT-ENTRY OCCURS 60 TIMES.
                   03 WS-DP-TYPE         PIC X.
                   03 WS-DP-DEPT         PIC X(4).
                   03 WS-DP-QUOTA        PIC 9(6).
                   03 WS-DP-DROP         PIC S9(9).
                   03 WS-DP-DOWN-SW      PIC X.
                   "SALES FORECAST - ANCHOR MONTH 20 ".
               02 HD-ANCHOR-OUT      PIC 9(4).
           01 DTL-LINE.
               02 DTL-TYPE-OUT       PIC X(6).
               02 DTL-DEPT-OUT       PIC X(4).
               02 FILLER             PIC X(13) VALUE "  NEXT MONTH ".
               02 DTL-MONTH-OUT      PIC ZZZ,ZZZ,ZZ9.
               02 FILLER             PIC X(15) VALUE "  NEXT QUARTER ".
               02 DTL-ATTAIN-OUT     PIC ZZZZ9.
               02 FILLER             PIC X(4) VALUE " PCT".
           01 DOWN-HD-LINE.
               02 FILLER             PIC X(50) VALUE
                   "DEPTS AND LINES DOWN TWO CONSECUTIVE MONTHS - BY ".
               02 FILLER             PIC X(12) VALUE "LATEST DROP ".
           01 DOWN-LINE.
               02 DWN-TYPE-OUT       PIC X(6).
               02 DWN-DEPT-OUT       PIC X(4).
               02 FILLER             PIC X(14) VALUE "  LATEST DROP ".
               02 DWN-DROP-OUT       PIC -ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
           END-IF
           PERFORM 200-LOAD-HISTORY-RTN
           IF WS-HIST-CTR = ZERO
               DISPLAY "NO SALES HISTORY - NOTHING TO FORECAST"
               STOP RUN
           END-IF
           PERFORM 250-LOAD-QUOTAS-RTN
               UNTIL WS-DEPT-IDX > WS-DEPT-CTR
           PERFORM 600-DOWNTREND-RTN
           CLOSE RPT-FILE
           DISPLAY "DEPARTMENTS AND LINES FORECAST: " WS-DEPT-CTR
           STOP RUN.

      ******************************************************************
      * DEPARTMENT AND PRODUCT-LINE ROWS ONLY; THE ANCHOR DEFAULTS TO
      * THE NEWEST MONTH SEEN, AND EACH DEPARTMENT OR LINE OPENS A SLOT
      * ON FIRST SIGHT.
      ******************************************************************
       200-LOAD-HISTORY-RTN.
           OPEN INPUT HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF (SH-TYPE = "D" OR SH-TYPE = "L")
                       AND WS-HIST-CTR < 900
                       ADD 1 TO WS-HIST-CTR
                       MOVE SH-TYPE TO WS-HS-TYPE (WS-HIST-CTR)
                       MOVE SH-KEY (1:4)
                           TO WS-HS-DEPT (WS-HIST-CTR)
                       MOVE SH-YY
                           TO WS-HS-YYMM (WS-HIST-CTR) (1:2)
           PERFORM VARYING SUB2 FROM 1 BY 1
               UNTIL SUB2 > WS-DEPT-CTR
               IF WS-DP-DEPT (SUB2) = WS-HS-DEPT (WS-HIST-CTR)
                   AND WS-DP-TYPE (SUB2) = WS-HS-TYPE (WS-HIST-CTR)
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE WS-DEPT-CTR TO SUB2
               END-IF
           END-PERFORM
           IF WS-FOUND-SW NOT = "Y" AND WS-DEPT-CTR < 60
               ADD 1 TO WS-DEPT-CTR
               MOVE WS-HS-TYPE (WS-HIST-CTR)
                   TO WS-DP-TYPE (WS-DEPT-CTR)
               MOVE WS-HS-DEPT (WS-HIST-CTR)
                   TO WS-DP-DEPT (WS-DEPT-CTR)
               MOVE ZERO TO WS-DP-QUOTA (WS-DEPT-CTR)
                   PERFORM VARYING SUB2 FROM 1 BY 1
                       UNTIL SUB2 > WS-DEPT-CTR
                       IF WS-DP-DEPT (SUB2) = QTA-DEPT
                           AND WS-DP-TYPE (SUB2) = "D"
                           MOVE QTA-MONTH-QUOTA
                               TO WS-DP-QUOTA (SUB2)
                           MOVE WS-DEPT-CTR TO SUB2
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-HIST-CTR
               IF WS-HS-DEPT (SUB1) = WS-DP-DEPT (WS-DEPT-IDX)
                   AND WS-HS-TYPE (SUB1) = WS-DP-TYPE (WS-DEPT-IDX)
                   AND WS-HS-YYMM (SUB1) = WS-M1
                   MOVE WS-HS-TOTAL (SUB1) TO WS-TOTAL-HOLD
                   MOVE WS-HIST-CTR TO SUB1
           COMPUTE WS-PROJ-MONTH ROUNDED =
               WS-TRAIL-AVG * WS-SEASON
           COMPUTE WS-PROJ-QTR = WS-PROJ-MONTH * 3
           IF WS-DP-TYPE (WS-DEPT-IDX) = "L"
               MOVE "LINE  " TO DTL-TYPE-OUT
           ELSE
               MOVE "DEPT  " TO DTL-TYPE-OUT
           END-IF
           MOVE WS-DP-DEPT (WS-DEPT-IDX) TO DTL-DEPT-OUT
           MOVE WS-PROJ-MONTH TO DTL-MONTH-OUT
           MOVE WS-PROJ-QTR TO DTL-QTR-OUT
               END-IF
           END-PERFORM
           IF WS-BEST-IDX > ZERO
               IF WS-DP-TYPE (WS-BEST-IDX) = "L"
                   MOVE "LINE  " TO DWN-TYPE-OUT
               ELSE
                   MOVE "DEPT  " TO DWN-TYPE-OUT
               END-IF
               MOVE WS-DP-DEPT (WS-BEST-IDX) TO DWN-DEPT-OUT
               MOVE WS-DP-DROP (WS-BEST-IDX) TO DWN-DROP-OUT
               WRITE RPT-REC FROM DOWN-LINE
