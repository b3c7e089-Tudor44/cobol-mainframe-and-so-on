      *THE NIGHT THE SAME WAY THE OTHER CONTROL FILES DO. UNSET
      *PATHS ARE SKIPPED SO SHOPS WITHOUT THOSE STEPS BALANCE AS
      *BEFORE.
      *15-10-2026 GD - KPI FIGURES - WHEN THE UPDATE'S SEQUPD LINE WAS
      *READ THE NIGHT'S REJECTED AND SUSPENDED COUNTS ARE POSTED
      *THROUGH KPI-RTN (REJECTS / SUSPENSE) UNDER THE BUSINESS DAY,
      *SO A RERUN OF THE SAME NIGHT REPLACES ITS FIGURES AND THE
      *MONTH-END KPI PACK ADDS THE DAYS UP TO THE MONTH.
      *FILE PATHS MAY BE OVERRIDDEN AT RUN TIME BY THE NBAL_SORT_PATH
      */NBAL_FILEP_PATH/NBAL_UPD_PATH/NBAL_OUT_PATH ENVIRONMENT
      *VARIABLES
           01 WS-LOG-REJECTED PIC 9(6).
           01 WS-LOG-RC       PIC 9(2).
           01 WS-LOG-TIME-HOLD PIC 9(8).
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-KPI-PROGRAM             PIC X(20)
               VALUE "NIGHT-BALANCE".
           01 WS-KPI-MONTH               PIC 9(6).
           01 WS-KPI-CODE                PIC X(8).
           01 WS-KPI-QUAL                PIC X(4).
           01 WS-KPI-VALUE               PIC S9(11)V99.
           01 WS-SORT-STATUS             PIC XX.
           01 WS-FILEP-STATUS            PIC XX.
           01 WS-MERGE-STATUS            PIC XX.
           PERFORM 320-READ-DUPREV-CTL-RTN
           PERFORM 340-READ-DSBM-CTL-RTN
           PERFORM 400-CROSS-FOOT-RTN
           IF WS-UPD-OK-SW = "Y"
               PERFORM 800-KPI-RTN
           END-IF
           IF WS-OUT-OF-BALANCE
               MOVE "OUT OF BALANCE" TO VERDICT-OUT
               MOVE 8 TO RETURN-CODE
           MOVE "Y" TO WS-OUT-OF-BAL-SW
           WRITE BAL-RPT-REC FROM CHECK-LINE AFTER ADVANCING 2 LINES.

      ******************************************************************
      * POST THE NIGHT'S REJECTED AND SUSPENDED COUNTS FOR THE KPI
      * PACK, KEYED BY THE BUSINESS DAY (NO-OP WHEN KPI_PATH IS NOT
      * SET). DONE BEFORE THE RETURN-CODE IS SET - THE CALLS CLEAR IT.
      ******************************************************************
       800-KPI-RTN.
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           MOVE WS-BUS-DATE (1:6) TO WS-KPI-MONTH
           MOVE SPACES TO WS-KPI-QUAL
           MOVE WS-BUS-DATE (7:2) TO WS-KPI-QUAL
           MOVE "REJECTS" TO WS-KPI-CODE
           MOVE UPD-M-REJECTED TO WS-KPI-VALUE
           CALL 'KPI-RTN' USING WS-KPI-PROGRAM WS-KPI-MONTH
               WS-KPI-CODE WS-KPI-QUAL WS-KPI-VALUE
           MOVE "SUSPENSE" TO WS-KPI-CODE
           MOVE UPD-M-SUSPENDED TO WS-KPI-VALUE
           CALL 'KPI-RTN' USING WS-KPI-PROGRAM WS-KPI-MONTH
               WS-KPI-CODE WS-KPI-QUAL WS-KPI-VALUE.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
