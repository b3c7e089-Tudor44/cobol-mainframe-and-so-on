      * SUBTOTAL AND THE COMPANY GRAND TOTAL (WHICH NOW ALSO FEEDS THE
      * MONTH-TO-DATE BALANCE) STARTED FROM WHATEVER WAS LEFT IN
      * STORAGE.
      * 15-10-2026 GD - THE SALES TRANSACTION NOW CARRIES A PRODUCT
      * CODE AND A QUANTITY AFTER THE OLD FILLER (20 BYTES). THE
      * DETAIL LINE PRINTS THE PRODUCT CODE; TOTALS ARE UNCHANGED.
      * SALES-BY-PRODUCT REPORTS THE SAME FILE BY PRODUCT LINE.
      * 15-10-2026 GD - SPLIT-CREDIT SALES - A SALE MAY NAME A SECOND
      * SALESPERSON AND THE PERCENT OF THE CREDIT THAT IS THEIRS (27
      * BYTES). THE DETAIL LINE SHOWS THE SPLIT, THE SALESPERSON
      * SUBTOTAL CARRIES ONLY THE SELLER'S OWN SHARE, AND THE SECOND
      * PERSON'S SHARES PRINT IN A SPLIT-CREDIT SECTION AFTER THE
      * COMPANY TOTAL. DEPARTMENT AND COMPANY TOTALS STILL COUNT THE
      * SALE ONCE. A SPLIT NAMING THE SELLER, OR WITH A PERCENT
      * OUTSIDE 1-99, IS IGNORED AND THE SELLER KEEPS THE CREDIT.
      * 15-10-2026 GD - SALES ON ACCOUNT - THE RECORD CARRIES THE
      * CUSTOMER ACCOUNT OF A CREDIT SALE (31 BYTES) FOR SALES-INVOICE;
      * THIS REPORT STILL COUNTS EVERY SALE, CASH OR CREDIT, ONCE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEP-SALES-REPORT.
       AUTHOR. GAETANO.
       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE
           RECORD CONTAINS 31 CHARACTERS.
           01 IN-REC.
               02 DEPT-IN              PIC XX.
               02 SLS-NO-IN            PIC X(5).
      *        "R" = RETURN / CREDIT MEMO - NETS AGAINST EVERY TOTAL
               02 SLS-TYPE-IN          PIC X.
               02 FILLER               PIC X(2).
      *        PRODUCT CODE ON THE SLSPROD MASTER, UNITS SOLD
               02 SLS-PROD-IN          PIC X(4).
               02 SLS-QTY-IN           PIC 9(3).
      *        SPLIT CREDIT - SECOND SALESPERSON AND THE PERCENT OF THE
      *        SALE CREDITED TO THEM; SPACES WHEN NOT SPLIT
               02 SLS-SPLIT-NO-IN      PIC X(5).
               02 SLS-SPLIT-PCT-IN     PIC 9(2).
      *        CUSTOMER ACCOUNT OF A SALE ON ACCOUNT; SPACES = CASH
               02 SLS-ACCT-IN          PIC X(4).
       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           01 OUT-REC                  PIC X(132).
               02 COMPANY-QUOTA-OUT    PIC Z,ZZZ,ZZ9.
               02 FILLER               PIC X(13) VALUE SPACES.
           01 WS-MTD-TOTAL             PIC 9(9) VALUE ZERO.
      *    SPLIT CREDIT - THE SELLER'S SHARE OF THE CURRENT SALE AND
      *    EACH SECOND SALESPERSON'S SHARES FOR THE SECTION AT THE END.
           01 WS-SPLIT-SW              PIC X VALUE "N".
               88 WS-SPLIT-SALE                VALUE "Y".
           01 WS-SPLIT-SHARE           PIC 9(3).
           01 WS-SELLER-SHARE          PIC 9(3).
           01 WS-SPLIT-PCT-EDIT        PIC Z9.
           01 WS-SPLIT-TABLE.
               02 WS-SPLIT-ENTRY OCCURS 100 TIMES.
                   03 WS-SP-NO          PIC X(5).
                   03 WS-SP-SALES       PIC S9(7).
                   03 WS-SP-CREDIT      PIC S9(7).
           01 WS-SPLIT-CTR             PIC 9(3) VALUE ZERO.
           01 WS-SPLIT-IDX             PIC 9(3).
           01 SPLIT-HD-LINE.
               02 FILLER               PIC X(29) VALUE SPACES.
               02 FILLER               PIC X(40) VALUE
                   "SPLIT CREDIT - SECOND SALESPERSON SHARES".
               02 FILLER               PIC X(63) VALUE SPACES.
           01 SPLIT-DTL-LINE.
               02 FILLER               PIC X(43) VALUE SPACES.
               02 SPL-NO-OUT           PIC X(5).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 SPL-NAME-OUT         PIC X(20).
               02 FILLER               PIC X(14) VALUE
                   "  SPLIT SALES ".
               02 SPL-SALES-OUT        PIC ZZZ,ZZ9-.
               02 FILLER               PIC X(9) VALUE "  CREDIT ".
               02 SPL-CREDIT-OUT       PIC ZZZ,ZZ9-.
               02 FILLER               PIC X(23) VALUE SPACES.
           01 CSV-PTR                  PIC 9(3).
           01 CSV-AMT-OUT               PIC ZZZ9.
           01 WS-ENV-HOLD              PIC X(80).
               02 FILLER              PIC X(15) VALUE "SALESPERSON NO.".
               02 FILLER               PIC X(10) VALUE SPACES.
               02 FILLER               PIC X(12) VALUE "AMT OF SALES".
               02 FILLER               PIC X(1) VALUE SPACES.
               02 FILLER               PIC X(4) VALUE "PROD".
               02 FILLER               PIC X(47) VALUE SPACES.
           01 DTL-LINE.
               02 FILLER               PIC X(29) VALUE SPACES.
               02 DEPT-OUT             PIC X(2).
               02 SLS-NAME-OUT         PIC X(20).
               02 FILLER               PIC X(3) VALUE SPACES.
               02 AMT-OF-SALES-OUT     PIC 9999.
               02 FILLER               PIC X(4) VALUE SPACES.
               02 PROD-OUT             PIC X(4).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 DTL-SPLIT-OUT        PIC X(15).
               02 FILLER               PIC X(24) VALUE SPACES.
           01 TOTAL-LINE.
               02 FILLER               PIC X(98) VALUE SPACES.
               02 FILLER   PIC X(25) VALUE "TOTAL FOR DEPARTMENT IS: ".
                   END-IF
                   PERFORM 420-QUOTA-VARIANCE-RTN
                   PERFORM 600-COMPANY-TOTAL-RTN
                   IF WS-SPLIT-CTR > ZERO
                       PERFORM 660-SPLIT-SECTION-RTN
                   END-IF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       PERFORM 300-DTL-RTN
               MOVE SLS-NO-IN TO SLS-NO-OUT
               PERFORM 310-SLSP-NAME-RTN
               MOVE AMT-OF-SALES-IN TO AMT-OF-SALES-OUT
               MOVE SLS-PROD-IN TO PROD-OUT
               PERFORM 330-SPLIT-RTN
               WRITE OUT-REC FROM DTL-LINE AFTER ADVANCING 2 LINES
               IF WS-BURST-ON
                   PERFORM 710-BURST-DETAIL-RTN
               ADD 1 TO WS-LINE-CTR
               IF SLS-TYPE-IN = "R"
                   SUBTRACT AMT-OF-SALES-IN FROM WS-DEPT-TOTAL
                   SUBTRACT WS-SELLER-SHARE FROM WS-SLS-TOTAL
                   SUBTRACT AMT-OF-SALES-IN FROM WS-GRAND-TOTAL
               ELSE
                   ADD AMT-OF-SALES-IN TO WS-DEPT-TOTAL
                   ADD WS-SELLER-SHARE TO WS-SLS-TOTAL
                   ADD AMT-OF-SALES-IN TO WS-GRAND-TOTAL
               END-IF
               IF WS-SPLIT-SALE
                   PERFORM 340-SPLIT-CREDIT-RTN
               END-IF
               ADD 1 TO WS-POSTED-CTR
               IF WS-CSV-ON
                   PERFORM 320-WRITE-CSV-RTN
               WITH POINTER CSV-PTR
           END-STRING
           WRITE CSV-REC.
      ******************************************************************
      * SPLIT CREDIT - THE SECOND SALESPERSON'S SHARE IS THE PERCENT
      * OF THE SALE, ROUNDED; THE SELLER KEEPS THE REST, SO THE TWO
      * SHARES ALWAYS ADD BACK TO THE SALE.
      ******************************************************************
           330-SPLIT-RTN.
           MOVE "N" TO WS-SPLIT-SW
           MOVE SPACES TO DTL-SPLIT-OUT
           MOVE AMT-OF-SALES-IN TO WS-SELLER-SHARE
           IF SLS-SPLIT-NO-IN NOT = SPACES
               AND SLS-SPLIT-NO-IN NOT = SLS-NO-IN
               AND SLS-SPLIT-PCT-IN IS NUMERIC
               AND SLS-SPLIT-PCT-IN > ZERO
               MOVE "Y" TO WS-SPLIT-SW
               COMPUTE WS-SPLIT-SHARE ROUNDED =
                   AMT-OF-SALES-IN * SLS-SPLIT-PCT-IN / 100
               SUBTRACT WS-SPLIT-SHARE FROM WS-SELLER-SHARE
               MOVE SLS-SPLIT-PCT-IN TO WS-SPLIT-PCT-EDIT
               STRING "SPLIT " DELIMITED BY SIZE
                      WS-SPLIT-PCT-EDIT DELIMITED BY SIZE
                      "% " DELIMITED BY SIZE
                      SLS-SPLIT-NO-IN DELIMITED BY SIZE
                   INTO DTL-SPLIT-OUT
               END-STRING
           END-IF.

           340-SPLIT-CREDIT-RTN.
           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > WS-SPLIT-CTR
               OR WS-SP-NO (WS-SPLIT-IDX) = SLS-SPLIT-NO-IN
               CONTINUE
           END-PERFORM
           IF WS-SPLIT-IDX > WS-SPLIT-CTR
               IF WS-SPLIT-CTR < 100
                   ADD 1 TO WS-SPLIT-CTR
                   MOVE WS-SPLIT-CTR TO WS-SPLIT-IDX
                   MOVE SLS-SPLIT-NO-IN TO WS-SP-NO (WS-SPLIT-IDX)
                   MOVE ZERO TO WS-SP-SALES (WS-SPLIT-IDX)
                   MOVE ZERO TO WS-SP-CREDIT (WS-SPLIT-IDX)
               ELSE
                   MOVE 100 TO WS-SPLIT-IDX
               END-IF
           END-IF
           IF SLS-TYPE-IN = "R"
               SUBTRACT AMT-OF-SALES-IN FROM WS-SP-SALES (WS-SPLIT-IDX)
               SUBTRACT WS-SPLIT-SHARE FROM WS-SP-CREDIT (WS-SPLIT-IDX)
           ELSE
               ADD AMT-OF-SALES-IN TO WS-SP-SALES (WS-SPLIT-IDX)
               ADD WS-SPLIT-SHARE TO WS-SP-CREDIT (WS-SPLIT-IDX)
           END-IF.
      *
           350-SLSP-BREAK-RTN.
           MOVE WS-SLS-TOTAL TO SLS-TOTAL-OUT
           MOVE WS-MTD-TOTAL TO MTD-TOTAL-IN
           WRITE MTD-REC
           CLOSE MTD-FILE.
      ******************************************************************
      * SPLIT-CREDIT SECTION - EACH SECOND SALESPERSON WITH THE SPLIT
      * SALES THEY SHARED IN AND THE CREDIT THAT IS THEIRS. THESE
      * SHARES ARE ALREADY INSIDE THE DEPARTMENT AND COMPANY TOTALS.
      ******************************************************************
           660-SPLIT-SECTION-RTN.
           WRITE OUT-REC FROM SPLIT-HD-LINE AFTER ADVANCING 3 LINES
           PERFORM 670-SPLIT-LINE-RTN
               VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > WS-SPLIT-CTR.

           670-SPLIT-LINE-RTN.
           MOVE WS-SP-NO (WS-SPLIT-IDX) TO SPL-NO-OUT
           IF NOT WS-SLSP-MASTER-ON
               MOVE SPACES TO SPL-NAME-OUT
           ELSE
               MOVE "*NOT ON MASTER*" TO SPL-NAME-OUT
               PERFORM VARYING WS-SLSP-IDX FROM 1 BY 1
                   UNTIL WS-SLSP-IDX > WS-SLSP-CTR
                   IF WS-SL-NO (WS-SLSP-IDX) = WS-SP-NO (WS-SPLIT-IDX)
                       MOVE WS-SL-NAME (WS-SLSP-IDX) TO SPL-NAME-OUT
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-SP-SALES (WS-SPLIT-IDX) TO SPL-SALES-OUT
           MOVE WS-SP-CREDIT (WS-SPLIT-IDX) TO SPL-CREDIT-OUT
           WRITE OUT-REC FROM SPLIT-DTL-LINE AFTER ADVANCING 1 LINES.
      *
      * JOB-TRAILER FOOTER - RUN DATE/TIME AND RECORD COUNTS, SO AN
      * OPERATOR CAN TELL WHEN AND AGAINST HOW MUCH DATA A GIVEN
