      ******************************************************************
      *15-10-2026 GD - SPLIT-CREDIT SALES (27-BYTE TRANSACTION). THE
      *"S" ROWS CARRY EACH SALESPERSON'S OWN SHARE OF A SPLIT SALE,
      *THE SAME SHARES DEP-SALES-REPORT PRINTS; "D" AND "L" ROWS STILL
      *COUNT THE SALE ONCE.
      *15-10-2026 GD - SALES TRANSACTION WIDENED TO 31 BYTES FOR THE
      *CUSTOMER ACCOUNT OF A SALE ON ACCOUNT; NOT USED HERE.
      *15-10-2026 GD - THE SALES TRANSACTION NOW CARRIES A PRODUCT
      *CODE AND QUANTITY (20 BYTES). WHEN THE PRODUCT MASTER IS
      *CONFIGURED (SALESHIST_PROD_PATH, KEPT BY PROD-MAINT) THE ROLL
      *ALSO APPENDS ONE "L" ROW PER PRODUCT LINE, LINE CODE IN THE
      *FIRST FOUR BYTES OF SH-KEY, SO SALES-FORECAST CAN PROJECT BY
      *PRODUCT LINE AND SALES-BY-PRODUCT CAN SHOW LAST YEAR'S LINE
      *FIGURES. A PRODUCT NOT ON THE MASTER ROLLS TO LINE "????".
      *WITH NO MASTER CONFIGURED THE ROLL RUNS AS BEFORE.
      *22-08-2026 GD - MONTHLY SALES HISTORY ROLL. THE MTD
      *CARRY-FORWARD GIVES DEP-SALES-REPORT A RUNNING MONTH FIGURE
      *BUT NOTHING SURVIVED YEAR END - EVERY JANUARY THE ANSWER TO
              WS-CAL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
              SELECT PROD-FILE ASSIGN TO
              WS-PROD-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE
           RECORD CONTAINS 31 CHARACTERS.
           01 IN-REC.
               02 DEPT-IN              PIC XX.
               02 SLS-NO-IN            PIC X(5).
      *        "R" = RETURN / CREDIT MEMO - NETS AGAINST THE ROLL
               02 SLS-TYPE-IN          PIC X.
               02 FILLER               PIC X(2).
               02 SLS-PROD-IN          PIC X(4).
               02 SLS-QTY-IN           PIC 9(3).
      *        SPLIT CREDIT - SECOND SALESPERSON AND THEIR PERCENT
               02 SLS-SPLIT-NO-IN      PIC X(5).
               02 SLS-SPLIT-PCT-IN     PIC 9(2).
               02 FILLER               PIC X(4).
       FD HIST-FILE
           RECORD CONTAINS 19 CHARACTERS.
           01 HIST-REC.
               02 CAL-DATE-2           PIC 9(8).
               02 FILLER               PIC X.
               02 CAL-EOM-FLAG         PIC X.
       FD PROD-FILE
           RECORD CONTAINS 35 CHARACTERS.
           01 PROD-REC.
           COPY SLSPROD.
       WORKING-STORAGE SECTION.
           01 WS-IN-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/Downloads/SalesIN.txt".
           01 WS-HIST-FILE-PATH        PIC X(80) VALUE
               "/Users/gaetanodorsi/SalesHist.txt".
           01 WS-CAL-FILE-PATH         PIC X(80) VALUE SPACES.
           01 WS-PROD-FILE-PATH        PIC X(80) VALUE SPACES.
           01 WS-PROD-STATUS           PIC XX.
           01 WS-PROD-SW               PIC X VALUE "N".
               88 WS-PROD-ON                   VALUE "Y".
           01 WS-ENV-HOLD              PIC X(80).
           01 WS-HIST-STATUS           PIC XX.
           01 WS-CAL-STATUS            PIC XX.
                   03 WS-SL-NO         PIC X(5).
                   03 WS-SL-TOTAL      PIC S9(9).
           01 WS-SLSP-CTR              PIC 9(3) VALUE ZERO.
      *    SALESPERSON BEING CREDITED AND THEIR SHARE OF THE SALE
           01 WS-CREDIT-NO             PIC X(5).
           01 WS-CREDIT-AMT            PIC 9(3).
           01 WS-SPLIT-SHARE           PIC 9(3).
      *    PRODUCT MASTER - CODE TO PRODUCT LINE
           01 WS-PROD-TABLE.
               02 WS-PROD-ENTRY OCCURS 500 TIMES.
                   03 WS-PR-CODE       PIC X(4).
                   03 WS-PR-LINE       PIC X(4).
           01 WS-PROD-CTR              PIC 9(3) VALUE ZERO.
           01 WS-LINE-TABLE.
               02 WS-LINE-ENTRY OCCURS 50 TIMES.
                   03 WS-LN-LINE       PIC X(4).
                   03 WS-LN-TOTAL      PIC S9(9).
           01 WS-LINE-CTR              PIC 99 VALUE ZERO.
           01 WS-HOLD-LINE             PIC X(4).
           01 SUB1                     PIC 9(3).
           01 WS-READ-CTR              PIC 9(5) VALUE ZERO.
           01 WS-WRITE-CTR             PIC 9(5) VALUE ZERO.
           IF WS-ENV-HOLD (1:1) = "Y"
               MOVE "Y" TO WS-FORCE-SW
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SALESHIST_PROD_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PROD-FILE-PATH
               MOVE "Y" TO WS-PROD-SW
           END-IF
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           IF NOT WS-ROLL-FORCED
               PERFORM 150-EOM-GATE-RTN
               DISPLAY "NOT MONTH END - NOTHING ROLLED"
               STOP RUN
           END-IF
           IF WS-PROD-ON
               PERFORM 120-LOAD-PROD-RTN
           END-IF
           OPEN INPUT IN-FILE
           PERFORM UNTIL WS-EOF
               READ IN-FILE
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-DEPT-CTR
           PERFORM 450-WRITE-SLSP-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-SLSP-CTR
           PERFORM 500-WRITE-LINE-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-LINE-CTR
           CLOSE HIST-FILE
           DISPLAY "SALES RECORDS READ   : " WS-READ-CTR
           DISPLAY "HISTORY ROWS APPENDED: " WS-WRITE-CTR
               END-IF
           END-IF.

      ******************************************************************
      * PRODUCT MASTER INTO A CODE / LINE TABLE. A MASTER THAT WILL NOT
      * OPEN TURNS THE LINE ROLL OFF RATHER THAN ROLL EVERY SALE TO
      * "????".
      ******************************************************************
       120-LOAD-PROD-RTN.
           OPEN INPUT PROD-FILE
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "PRODUCT MASTER NOT AVAILABLE - STATUS "
                   WS-PROD-STATUS " - NO PRODUCT-LINE ROWS"
               MOVE "N" TO WS-PROD-SW
           ELSE
               PERFORM UNTIL WS-EOF
                   READ PROD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-PROD-CTR < 500
                               ADD 1 TO WS-PROD-CTR
                               MOVE PRD-CODE
                                   TO WS-PR-CODE (WS-PROD-CTR)
                               MOVE PRD-LINE
                                   TO WS-PR-LINE (WS-PROD-CTR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROD-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

       200-ACCUM-RTN.
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-DEPT-CTR
           ELSE
               ADD AMT-OF-SALES-IN TO WS-DT-TOTAL (SUB1)
           END-IF
           MOVE SLS-NO-IN TO WS-CREDIT-NO
           MOVE AMT-OF-SALES-IN TO WS-CREDIT-AMT
           IF SLS-SPLIT-NO-IN NOT = SPACES
               AND SLS-SPLIT-NO-IN NOT = SLS-NO-IN
               AND SLS-SPLIT-PCT-IN IS NUMERIC
               AND SLS-SPLIT-PCT-IN > ZERO
               COMPUTE WS-SPLIT-SHARE ROUNDED =
                   AMT-OF-SALES-IN * SLS-SPLIT-PCT-IN / 100
               SUBTRACT WS-SPLIT-SHARE FROM WS-CREDIT-AMT
               PERFORM 220-ACCUM-SLSP-RTN
               MOVE SLS-SPLIT-NO-IN TO WS-CREDIT-NO
               MOVE WS-SPLIT-SHARE TO WS-CREDIT-AMT
           END-IF
           PERFORM 220-ACCUM-SLSP-RTN
           IF WS-PROD-ON
               PERFORM 250-ACCUM-LINE-RTN
           END-IF.

       220-ACCUM-SLSP-RTN.
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-SLSP-CTR
               OR WS-SL-NO (SUB1) = WS-CREDIT-NO
               CONTINUE
           END-PERFORM
           IF SUB1 > WS-SLSP-CTR
               IF WS-SLSP-CTR < 100
                   ADD 1 TO WS-SLSP-CTR
                   MOVE WS-SLSP-CTR TO SUB1
                   MOVE WS-CREDIT-NO TO WS-SL-NO (SUB1)
                   MOVE ZERO TO WS-SL-TOTAL (SUB1)
               ELSE
                   MOVE 1 TO SUB1
               END-IF
           END-IF
           IF SLS-TYPE-IN = "R"
               SUBTRACT WS-CREDIT-AMT FROM WS-SL-TOTAL (SUB1)
           ELSE
               ADD WS-CREDIT-AMT TO WS-SL-TOTAL (SUB1)
           END-IF.

       250-ACCUM-LINE-RTN.
           MOVE "????" TO WS-HOLD-LINE
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-PROD-CTR
               OR WS-PR-CODE (SUB1) = SLS-PROD-IN
               CONTINUE
           END-PERFORM
           IF SUB1 NOT > WS-PROD-CTR
               MOVE WS-PR-LINE (SUB1) TO WS-HOLD-LINE
           END-IF
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-LINE-CTR
               OR WS-LN-LINE (SUB1) = WS-HOLD-LINE
               CONTINUE
           END-PERFORM
           IF SUB1 > WS-LINE-CTR
               IF WS-LINE-CTR < 50
                   ADD 1 TO WS-LINE-CTR
                   MOVE WS-LINE-CTR TO SUB1
                   MOVE WS-HOLD-LINE TO WS-LN-LINE (SUB1)
                   MOVE ZERO TO WS-LN-TOTAL (SUB1)
               ELSE
                   MOVE 1 TO SUB1
               END-IF
           END-IF
           IF SLS-TYPE-IN = "R"
               SUBTRACT AMT-OF-SALES-IN FROM WS-LN-TOTAL (SUB1)
           ELSE
               ADD AMT-OF-SALES-IN TO WS-LN-TOTAL (SUB1)
           END-IF.

       400-WRITE-DEPT-RTN.
           MOVE WS-SL-TOTAL (SUB1) TO SH-TOTAL
           WRITE HIST-REC
           ADD 1 TO WS-WRITE-CTR.

       500-WRITE-LINE-RTN.
           MOVE "L" TO SH-TYPE
           MOVE SPACES TO SH-KEY
           MOVE WS-LN-LINE (SUB1) TO SH-KEY (1:4)
           MOVE WS-BUS-YY TO SH-YY
           MOVE WS-BUS-MM TO SH-MM
           MOVE WS-LN-TOTAL (SUB1) TO SH-TOTAL
           WRITE HIST-REC
           ADD 1 TO WS-WRITE-CTR.
