      ******************************************************************
      *15-10-2026 GD - SALES TRANSACTION WIDENED TO 31 BYTES FOR THE
      *CUSTOMER ACCOUNT OF A SALE ON ACCOUNT; NOT USED HERE.
      *15-10-2026 GD - SALES TRANSACTION WIDENED TO 27 BYTES FOR THE
      *SPLIT-CREDIT FIELDS; A SPLIT SALE COUNTS ONCE BY PRODUCT.
      *15-10-2026 GD - SALES BY PRODUCT LINE WITH GROSS MARGIN. THE
      *SALES TRANSACTION NOW CARRIES A PRODUCT CODE AND QUANTITY;
      *DEP-SALES-REPORT STILL SHOWS WHO SOLD WHAT, THIS RUN SHOWS WHAT
      *WAS SOLD AND WHAT IT EARNED. THE SALES FILE IS ACCUMULATED BY
      *PRODUCT AGAINST THE PRODUCT MASTER PROD-MAINT KEEPS (COPYBOOK
      *SLSPROD) AND PRINTED BY PRODUCT LINE, LOWEST LINE CODE FIRST:
      *PER PRODUCT THE UNITS, SALES, STANDARD COST (UNITS TIMES THE
      *STANDARD UNIT COST), GROSS MARGIN AND MARGIN PERCENT; PER LINE
      *THE SAME AS A SUBTOTAL WITH LAST YEAR'S SAME-MONTH LINE SALES
      *FROM THE "L" ROWS SALES-HIST-ROLL APPENDS, AND THE CHANGE; THEN
      *THE COMPANY TOTAL. A RETURN ("R") NETS UNITS AND SALES BACK.
      *A QUANTITY THAT IS MISSING OR ZERO COUNTS AS ONE UNIT. A
      *PRODUCT NOT ON THE MASTER PRINTS UNDER LINE "????" AT NO COST
      *AND ENDS THE RUN RC 4; NO SALES FILE OR NO PRODUCT MASTER IS
      *RC 8.
      *FILE PATHS FROM PRODSLS_IN_PATH / PRODSLS_PROD_PATH /
      *PRODSLS_HIST_PATH / PRODSLS_OUT_PATH. THE MONTH COMES FROM THE
      *BUSINESS-DATE CALENDAR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-BY-PRODUCT.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT IN-FILE ASSIGN TO WS-IN-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
       SELECT PROD-FILE ASSIGN TO WS-PROD-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROD-STATUS.
       SELECT HIST-FILE ASSIGN TO WS-HIST-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
       SELECT RPT-FILE ASSIGN TO WS-RPT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE
           RECORD CONTAINS 31 CHARACTERS.
           01 IN-REC.
               02 DEPT-IN              PIC XX.
               02 SLS-NO-IN            PIC X(5).
               02 AMT-OF-SALES-IN      PIC 9(3).
      *        "R" = RETURN / CREDIT MEMO - NETS UNITS AND SALES BACK
               02 SLS-TYPE-IN          PIC X.
               02 FILLER               PIC X(2).
               02 SLS-PROD-IN          PIC X(4).
               02 SLS-QTY-IN           PIC 9(3).
               02 FILLER               PIC X(11).
       FD PROD-FILE
           RECORD CONTAINS 35 CHARACTERS.
           01 PROD-REC.
           COPY SLSPROD.
       FD HIST-FILE
           RECORD CONTAINS 19 CHARACTERS.
           01 HIST-REC.
               02 SH-TYPE              PIC X.
               02 SH-KEY               PIC X(5).
               02 SH-YY                PIC XX.
               02 SH-MM                PIC XX.
               02 SH-TOTAL             PIC 9(9).
       FD RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           01 RPT-REC                  PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-IN-FILE-PATH            PIC X(80) VALUE
               "/Users/gaetanodorsi/Downloads/SalesIN.txt".
           01 WS-PROD-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/SalesProducts.txt".
           01 WS-HIST-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/SalesHist.txt".
           01 WS-RPT-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/SalesByProduct.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-IN-STATUS               PIC XX.
           01 WS-PROD-STATUS             PIC XX.
           01 WS-HIST-STATUS             PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-STEP-RC                 PIC 99 VALUE ZERO.
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-BUS-DATE-X REDEFINES WS-BUS-DATE.
               02 WS-BUS-CC              PIC XX.
               02 WS-BUS-YY              PIC 99.
               02 WS-BUS-MM              PIC XX.
               02 WS-BUS-DD              PIC XX.
           01 WS-LY-YY                   PIC 99.
      *    PRODUCT MASTER WITH THE MONTH'S ACTIVITY BESIDE EACH CODE.
      *    A CODE NOT ON THE MASTER OPENS ITS OWN SLOT UNDER "????".
           01 WS-PROD-TABLE.
               02 WS-PROD-ENTRY OCCURS 500 TIMES.
                   03 WS-PR-CODE         PIC X(4).
                   03 WS-PR-DESC         PIC X(20).
                   03 WS-PR-LINE         PIC X(4).
                   03 WS-PR-COST         PIC 9(5)V99.
                   03 WS-PR-QTY          PIC S9(7).
                   03 WS-PR-SALES        PIC S9(9).
                   03 WS-PR-ACTIVE-SW    PIC X.
           01 WS-PROD-CTR                PIC 9(3) VALUE ZERO.
           01 WS-LINE-TABLE.
               02 WS-LINE-ENTRY OCCURS 50 TIMES.
                   03 WS-LN-LINE         PIC X(4).
                   03 WS-LN-LY-SALES     PIC 9(9).
                   03 WS-LN-DONE-SW      PIC X.
           01 WS-LINE-CTR                PIC 99 VALUE ZERO.
           01 WS-LINE-IDX                PIC 99.
           01 WS-PICK-IDX                PIC 99.
           01 SUB1                       PIC 9(3).
           01 SUB2                       PIC 9(3).
           01 WS-QTY-HOLD                PIC 9(3).
           01 WS-READ-CTR                PIC 9(6) VALUE ZERO.
           01 WS-UNKNOWN-CTR             PIC 9(6) VALUE ZERO.
           01 WS-PRINT-CTR               PIC 9(6) VALUE ZERO.
      *    ONE PRODUCT'S OR ONE TOTAL'S FIGURES, READY TO EDIT.
           01 WS-CALC-QTY                PIC S9(7).
           01 WS-CALC-SALES              PIC S9(9)V99.
           01 WS-CALC-COST               PIC S9(9)V99.
           01 WS-CALC-MARGIN             PIC S9(9)V99.
           01 WS-CALC-PCT                PIC S9(5)V9.
           01 WS-CALC-LY                 PIC 9(9).
           01 WS-LN-QTY                  PIC S9(7).
           01 WS-LN-SALES                PIC S9(9)V99.
           01 WS-LN-COST                 PIC S9(9)V99.
           01 WS-CO-QTY                  PIC S9(7) VALUE ZERO.
           01 WS-CO-SALES                PIC S9(9)V99 VALUE ZERO.
           01 WS-CO-COST                 PIC S9(9)V99 VALUE ZERO.
           01 WS-CO-LY-SALES             PIC 9(9) VALUE ZERO.
           01 WS-LOG-PROGRAM  PIC X(20) VALUE "SALES-BY-PRODUCT".
           01 WS-LOG-START.
               02 WS-LOG-START-DATE  PIC 9(6).
               02 WS-LOG-START-TIME  PIC 9(6).
           01 WS-LOG-READ     PIC 9(6).
           01 WS-LOG-WRITTEN  PIC 9(6).
           01 WS-LOG-REJECTED PIC 9(6).
           01 WS-LOG-RC       PIC 9(2).
           01 WS-LOG-TIME-HOLD PIC 9(8).
           01 TTL-LINE.
               02 FILLER             PIC X(30) VALUE
                   "SALES BY PRODUCT LINE - MONTH ".
               02 TTL-CC-OUT         PIC XX.
               02 TTL-YY-OUT         PIC 99.
               02 FILLER             PIC X VALUE "/".
               02 TTL-MM-OUT         PIC XX.
               02 FILLER             PIC X(95) VALUE SPACES.
           01 HD-LINE.
               02 FILLER             PIC X(8) VALUE "  CODE  ".
               02 FILLER             PIC X(11) VALUE "DESCRIPTION".
               02 FILLER             PIC X(16) VALUE SPACES.
               02 FILLER             PIC X(3) VALUE "QTY".
               02 FILLER             PIC X(12) VALUE SPACES.
               02 FILLER             PIC X(5) VALUE "SALES".
               02 FILLER             PIC X(9) VALUE SPACES.
               02 FILLER             PIC X(8) VALUE "STD COST".
               02 FILLER             PIC X(5) VALUE SPACES.
               02 FILLER             PIC X(12) VALUE "GROSS MARGIN".
               02 FILLER             PIC X(2) VALUE SPACES.
               02 FILLER             PIC X(8) VALUE "MARGIN %".
               02 FILLER             PIC X(33) VALUE SPACES.
           01 LINE-HD-LINE.
               02 FILLER             PIC X(13) VALUE "PRODUCT LINE ".
               02 LH-LINE-OUT        PIC X(4).
               02 FILLER             PIC X(115) VALUE SPACES.
           01 DTL-LINE.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DTL-CODE-OUT       PIC X(4).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DTL-DESC-OUT       PIC X(20).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DTL-QTY-OUT        PIC -ZZZ,ZZ9.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DTL-SALES-OUT      PIC -ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DTL-COST-OUT       PIC -ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DTL-MARGIN-OUT     PIC -ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 DTL-PCT-OUT        PIC -ZZZZ9.9.
               02 FILLER             PIC X(33) VALUE SPACES.
           01 TOT-LINE.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 TOT-LABEL-OUT      PIC X(20).
               02 TOT-KEY-OUT        PIC X(4).
               02 FILLER             PIC X(4) VALUE SPACES.
               02 TOT-QTY-OUT        PIC -ZZZ,ZZ9.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 TOT-SALES-OUT      PIC -ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 TOT-COST-OUT       PIC -ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 TOT-MARGIN-OUT     PIC -ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 TOT-PCT-OUT        PIC -ZZZZ9.9.
               02 FILLER             PIC X(33) VALUE SPACES.
           01 LY-LINE.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 FILLER             PIC X(28) VALUE
                   "LAST YEAR SAME MONTH".
               02 FILLER             PIC X(10) VALUE SPACES.
               02 LY-SALES-OUT       PIC -ZZZ,ZZZ,ZZ9.99.
               02 FILLER             PIC X(10) VALUE "  CHANGE: ".
               02 LY-PCT-OUT         PIC -ZZZZ9.9.
               02 FILLER             PIC X VALUE "%".
               02 FILLER             PIC X(58) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 050-GET-FILE-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           IF WS-BUS-YY = ZERO
               MOVE 99 TO WS-LY-YY
           ELSE
               COMPUTE WS-LY-YY = WS-BUS-YY - 1
           END-IF
           PERFORM 150-LOAD-PROD-RTN
           IF WS-STEP-RC = ZERO
               PERFORM 200-READ-SALES-RTN
           END-IF
           IF WS-STEP-RC = ZERO
               PERFORM 300-BUILD-LINES-RTN
               PERFORM 350-LOAD-HIST-RTN
               PERFORM 400-PRINT-RTN
               IF WS-UNKNOWN-CTR > ZERO
                   DISPLAY "SALES FOR PRODUCTS NOT ON THE MASTER: "
                       WS-UNKNOWN-CTR
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF
           DISPLAY "SALES RECORDS READ    : " WS-READ-CTR
           DISPLAY "PRODUCT LINES PRINTED : " WS-PRINT-CTR
           PERFORM 750-RUN-LOG-RTN
           MOVE WS-STEP-RC TO RETURN-CODE
           STOP RUN.

       050-GET-FILE-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PRODSLS_IN_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-IN-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PRODSLS_PROD_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PROD-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PRODSLS_HIST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-HIST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PRODSLS_OUT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF.

      ******************************************************************
      * THE MASTER IS WHERE THE COST COMES FROM - WITHOUT IT THERE IS
      * NO MARGIN TO REPORT, SO THE RUN STOPS RC 8.
      ******************************************************************
       150-LOAD-PROD-RTN.
           OPEN INPUT PROD-FILE
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "PRODUCT MASTER NOT AVAILABLE - STATUS "
                   WS-PROD-STATUS
               MOVE 8 TO WS-STEP-RC
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 160-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE PROD-FILE
           END-IF.

       160-LOAD-ONE-RTN.
           READ PROD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-PROD-CTR < 500
                       ADD 1 TO WS-PROD-CTR
                       MOVE PRD-CODE TO WS-PR-CODE (WS-PROD-CTR)
                       MOVE PRD-DESC TO WS-PR-DESC (WS-PROD-CTR)
                       MOVE PRD-LINE TO WS-PR-LINE (WS-PROD-CTR)
                       MOVE PRD-STD-COST TO WS-PR-COST (WS-PROD-CTR)
                       MOVE ZERO TO WS-PR-QTY (WS-PROD-CTR)
                       MOVE ZERO TO WS-PR-SALES (WS-PROD-CTR)
                       MOVE "N" TO WS-PR-ACTIVE-SW (WS-PROD-CTR)
                   END-IF
           END-READ.

       200-READ-SALES-RTN.
           OPEN INPUT IN-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "SALES FILE NOT AVAILABLE - STATUS "
                   WS-IN-STATUS
               MOVE 8 TO WS-STEP-RC
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 210-READ-ONE-RTN UNTIL WS-EOF
               CLOSE IN-FILE
           END-IF.

       210-READ-ONE-RTN.
           READ IN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   PERFORM 220-ACCUM-RTN
           END-READ.

       220-ACCUM-RTN.
           IF SLS-QTY-IN NUMERIC AND SLS-QTY-IN > ZERO
               MOVE SLS-QTY-IN TO WS-QTY-HOLD
           ELSE
               MOVE 1 TO WS-QTY-HOLD
           END-IF
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-PROD-CTR
               OR WS-PR-CODE (SUB1) = SLS-PROD-IN
               CONTINUE
           END-PERFORM
           IF SUB1 > WS-PROD-CTR
               PERFORM 250-UNKNOWN-SLOT-RTN
           END-IF
           MOVE "Y" TO WS-PR-ACTIVE-SW (SUB1)
           IF SLS-TYPE-IN = "R"
               SUBTRACT WS-QTY-HOLD FROM WS-PR-QTY (SUB1)
               SUBTRACT AMT-OF-SALES-IN FROM WS-PR-SALES (SUB1)
           ELSE
               ADD WS-QTY-HOLD TO WS-PR-QTY (SUB1)
               ADD AMT-OF-SALES-IN TO WS-PR-SALES (SUB1)
           END-IF.

      ******************************************************************
      * A CODE NOT ON THE MASTER - ITS SALES STILL COUNT, UNDER LINE
      * "????" AND AT NO COST, SO THE COMPANY TOTAL AGREES WITH
      * DEP-SALES-REPORT. A FULL TABLE FOLDS INTO THE LAST SLOT.
      ******************************************************************
       250-UNKNOWN-SLOT-RTN.
           ADD 1 TO WS-UNKNOWN-CTR
           IF WS-PROD-CTR < 500
               ADD 1 TO WS-PROD-CTR
               MOVE WS-PROD-CTR TO SUB1
               MOVE SLS-PROD-IN TO WS-PR-CODE (SUB1)
               MOVE "*NOT ON MASTER*" TO WS-PR-DESC (SUB1)
               MOVE "????" TO WS-PR-LINE (SUB1)
               MOVE ZERO TO WS-PR-COST (SUB1)
               MOVE ZERO TO WS-PR-QTY (SUB1)
               MOVE ZERO TO WS-PR-SALES (SUB1)
           ELSE
               MOVE 500 TO SUB1
           END-IF.

      ******************************************************************
      * ONE LINE-TABLE SLOT PER PRODUCT LINE THAT SOLD THIS MONTH.
      ******************************************************************
       300-BUILD-LINES-RTN.
           PERFORM 310-LINE-SLOT-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-PROD-CTR.

       310-LINE-SLOT-RTN.
           IF WS-PR-ACTIVE-SW (SUB1) = "Y"
               PERFORM VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > WS-LINE-CTR
                   OR WS-LN-LINE (SUB2) = WS-PR-LINE (SUB1)
                   CONTINUE
               END-PERFORM
               IF SUB2 > WS-LINE-CTR AND WS-LINE-CTR < 50
                   ADD 1 TO WS-LINE-CTR
                   MOVE WS-PR-LINE (SUB1) TO WS-LN-LINE (WS-LINE-CTR)
                   MOVE ZERO TO WS-LN-LY-SALES (WS-LINE-CTR)
                   MOVE "N" TO WS-LN-DONE-SW (WS-LINE-CTR)
               END-IF
           END-IF.

      ******************************************************************
      * LAST YEAR'S SAME-MONTH "L" ROWS. NO HISTORY LEAVES LAST YEAR
      * AT ZERO; A ROLL RERUN FOR THE MONTH - THE LAST ROW WINS.
      ******************************************************************
       350-LOAD-HIST-RTN.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "SALES HISTORY NOT AVAILABLE - STATUS "
                   WS-HIST-STATUS " - NO LAST-YEAR FIGURES"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 360-HIST-ONE-RTN UNTIL WS-EOF
               CLOSE HIST-FILE
           END-IF.

       360-HIST-ONE-RTN.
           READ HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF SH-TYPE = "L" AND SH-YY = WS-LY-YY
                       AND SH-MM = WS-BUS-MM
                       PERFORM VARYING SUB2 FROM 1 BY 1
                           UNTIL SUB2 > WS-LINE-CTR
                           IF WS-LN-LINE (SUB2) = SH-KEY (1:4)
                               MOVE SH-TOTAL TO WS-LN-LY-SALES (SUB2)
                               MOVE WS-LINE-CTR TO SUB2
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

       400-PRINT-RTN.
           OPEN OUTPUT RPT-FILE
           MOVE WS-BUS-CC TO TTL-CC-OUT
           MOVE WS-BUS-YY TO TTL-YY-OUT
           MOVE WS-BUS-MM TO TTL-MM-OUT
           WRITE RPT-REC FROM TTL-LINE AFTER ADVANCING PAGE
           WRITE RPT-REC FROM HD-LINE AFTER ADVANCING 2 LINES
           PERFORM 450-PRINT-LINE-RTN
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-CTR
           PERFORM 600-COMPANY-TOTAL-RTN
           CLOSE RPT-FILE.

      ******************************************************************
      * LOWEST LINE CODE NOT YET PRINTED EACH PASS, THEN ITS PRODUCTS
      * IN MASTER ORDER, ITS SUBTOTAL AND LAST YEAR'S FIGURE.
      ******************************************************************
       450-PRINT-LINE-RTN.
           MOVE ZERO TO WS-PICK-IDX
           PERFORM VARYING SUB2 FROM 1 BY 1
               UNTIL SUB2 > WS-LINE-CTR
               IF WS-LN-DONE-SW (SUB2) = "N"
                   IF WS-PICK-IDX = ZERO
                       MOVE SUB2 TO WS-PICK-IDX
                   ELSE
                       IF WS-LN-LINE (SUB2) < WS-LN-LINE (WS-PICK-IDX)
                           MOVE SUB2 TO WS-PICK-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-LN-DONE-SW (WS-PICK-IDX)
           MOVE WS-LN-LINE (WS-PICK-IDX) TO LH-LINE-OUT
           WRITE RPT-REC FROM LINE-HD-LINE AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-LN-QTY
           MOVE ZERO TO WS-LN-SALES
           MOVE ZERO TO WS-LN-COST
           PERFORM 460-PRINT-PROD-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-PROD-CTR
           PERFORM 500-LINE-TOTAL-RTN
           ADD 1 TO WS-PRINT-CTR.

       460-PRINT-PROD-RTN.
           IF WS-PR-ACTIVE-SW (SUB1) = "Y"
               AND WS-PR-LINE (SUB1) = WS-LN-LINE (WS-PICK-IDX)
               MOVE WS-PR-QTY (SUB1) TO WS-CALC-QTY
               MOVE WS-PR-SALES (SUB1) TO WS-CALC-SALES
               COMPUTE WS-CALC-COST =
                   WS-PR-QTY (SUB1) * WS-PR-COST (SUB1)
               PERFORM 550-MARGIN-RTN
               MOVE WS-PR-CODE (SUB1) TO DTL-CODE-OUT
               MOVE WS-PR-DESC (SUB1) TO DTL-DESC-OUT
               MOVE WS-CALC-QTY TO DTL-QTY-OUT
               MOVE WS-CALC-SALES TO DTL-SALES-OUT
               MOVE WS-CALC-COST TO DTL-COST-OUT
               MOVE WS-CALC-MARGIN TO DTL-MARGIN-OUT
               MOVE WS-CALC-PCT TO DTL-PCT-OUT
               WRITE RPT-REC FROM DTL-LINE AFTER ADVANCING 1 LINE
               ADD WS-CALC-QTY TO WS-LN-QTY
               ADD WS-CALC-SALES TO WS-LN-SALES
               ADD WS-CALC-COST TO WS-LN-COST
           END-IF.

       500-LINE-TOTAL-RTN.
           MOVE WS-LN-QTY TO WS-CALC-QTY
           MOVE WS-LN-SALES TO WS-CALC-SALES
           MOVE WS-LN-COST TO WS-CALC-COST
           PERFORM 550-MARGIN-RTN
           MOVE "PRODUCT LINE TOTAL" TO TOT-LABEL-OUT
           MOVE WS-LN-LINE (WS-PICK-IDX) TO TOT-KEY-OUT
           PERFORM 560-TOTAL-LINE-RTN
           MOVE WS-LN-LY-SALES (WS-PICK-IDX) TO WS-CALC-LY
           PERFORM 570-LAST-YEAR-RTN
           ADD WS-LN-QTY TO WS-CO-QTY
           ADD WS-LN-SALES TO WS-CO-SALES
           ADD WS-LN-COST TO WS-CO-COST
           ADD WS-LN-LY-SALES (WS-PICK-IDX) TO WS-CO-LY-SALES.

      ******************************************************************
      * GROSS MARGIN AND MARGIN PERCENT OF SALES FROM WS-CALC-SALES
      * AND WS-CALC-COST. NO NET SALES - NO PERCENT.
      ******************************************************************
       550-MARGIN-RTN.
           COMPUTE WS-CALC-MARGIN = WS-CALC-SALES - WS-CALC-COST
           IF WS-CALC-SALES > ZERO
               COMPUTE WS-CALC-PCT ROUNDED =
                   WS-CALC-MARGIN * 100 / WS-CALC-SALES
           ELSE
               MOVE ZERO TO WS-CALC-PCT
           END-IF.

       560-TOTAL-LINE-RTN.
           MOVE WS-CALC-QTY TO TOT-QTY-OUT
           MOVE WS-CALC-SALES TO TOT-SALES-OUT
           MOVE WS-CALC-COST TO TOT-COST-OUT
           MOVE WS-CALC-MARGIN TO TOT-MARGIN-OUT
           MOVE WS-CALC-PCT TO TOT-PCT-OUT
           WRITE RPT-REC FROM TOT-LINE AFTER ADVANCING 2 LINES.

      ******************************************************************
      * LAST YEAR'S SALES IN WS-CALC-LY AGAINST THIS YEAR'S IN
      * WS-CALC-SALES. NOTHING ON THE HISTORY - NO CHANGE PERCENT.
      ******************************************************************
       570-LAST-YEAR-RTN.
           MOVE WS-CALC-LY TO LY-SALES-OUT
           IF WS-CALC-LY > ZERO
               COMPUTE WS-CALC-PCT ROUNDED =
                   (WS-CALC-SALES - WS-CALC-LY) * 100 / WS-CALC-LY
           ELSE
               MOVE ZERO TO WS-CALC-PCT
           END-IF
           MOVE WS-CALC-PCT TO LY-PCT-OUT
           WRITE RPT-REC FROM LY-LINE AFTER ADVANCING 1 LINE.

       600-COMPANY-TOTAL-RTN.
           MOVE WS-CO-QTY TO WS-CALC-QTY
           MOVE WS-CO-SALES TO WS-CALC-SALES
           MOVE WS-CO-COST TO WS-CALC-COST
           PERFORM 550-MARGIN-RTN
           MOVE "COMPANY TOTAL" TO TOT-LABEL-OUT
           MOVE SPACES TO TOT-KEY-OUT
           PERFORM 560-TOTAL-LINE-RTN
           MOVE WS-CO-LY-SALES TO WS-CALC-LY
           PERFORM 570-LAST-YEAR-RTN.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
      * NOT SET).
      ******************************************************************
       750-RUN-LOG-RTN.
           MOVE WS-READ-CTR TO WS-LOG-READ
           MOVE WS-PRINT-CTR TO WS-LOG-WRITTEN
           MOVE WS-UNKNOWN-CTR TO WS-LOG-REJECTED
           MOVE WS-STEP-RC TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
