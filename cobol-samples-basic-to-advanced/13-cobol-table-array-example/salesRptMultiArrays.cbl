      *COLUMN-HEADING REDEFINE OF IT (FILLER + 25 OCCURRENCES OF
      *HEAD-ITEMX + FILLER) IS 126 BYTES AND WAS OVERRUNNING THE OLD
      *125-BYTE BASE ITEM BY ONE BYTE
      *15-10-2026 GD - SPLIT-CREDIT SALES - A TRANSACTION MAY NAME A
      *SECOND SALESPERSON AND THE PERCENT OF THE SALE THAT IS THEIRS.
      *EACH PERSON'S MONTHLY CELL, ANNUAL TOTAL AND LEADERBOARD PLACE
      *GET THEIR OWN SHARE; THE GRAND TOTAL STILL COUNTS THE SALE
      *ONCE. A SPLIT NAMING THE SELLER, AN UNKNOWN OR TERMINATED
      *PARTNER, OR A PERCENT OUTSIDE 1-99 REJECTS THE TRANSACTION.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-RPT-MULTI-ARRAY-PROGRAM.
       AUTHOR. GAETANO.
                    10 YEAR-IN                         PIC 99.
      *        "R" = RETURN / CREDIT MEMO - NETS AGAINST THE GRID
               05 TRANS-TYPE-IN                        PIC X.
      *        SPLIT CREDIT - SECOND SALESPERSON AND THEIR PERCENT OF
      *        THE SALE; SPACES WHEN THE SALE IS NOT SPLIT
               05 SPLIT-SLSP-NO-IN                     PIC 99.
               05 SPLIT-PCT-IN                         PIC 99.
       FD REPORT-FILE.
           01 PRINT-REC                                PIC X(132).
       FD REJECT-FILE
               02 WS-TD-MM                              PIC 99.
               02 WS-TD-DD                              PIC 99.
           01 WS-TRANS-DATE-N REDEFINES WS-TRANS-DATE PIC 9(6).
      *    SPLIT CREDIT - "N" NO SPLIT, "Y" GOOD SPLIT, "X" BAD SPLIT
           01 WS-SPLIT-SW                              PIC X.
               88 WS-SPLIT-SALE                        VALUE "Y".
               88 WS-SPLIT-BAD                         VALUE "X".
           01 WS-SPLIT-SHARE                           PIC 999.
           01 WS-SELLER-SHARE                          PIC 999.
           01 LEAVER-HD-LINE.
               05 FILLER                              PIC X(10)
                   VALUE SPACES.
           MOVE YEAR-IN TO WS-TD-YY
           MOVE MONTH-IN TO WS-TD-MM
           MOVE DAY-IN TO WS-TD-DD
           PERFORM 210-SPLIT-CHECK-RTN
           IF WS-SPLIT-BAD
               WRITE REJECT-REC FROM SALES-REC
               ADD 1 TO WS-REJECT-CTR
           ELSE
           IF WS-SLSP-MASTER-ON
               AND SALESPERSON-NO-IN > 0 AND < 26
               AND WS-SN-PRESENT (SALESPERSON-NO-IN) NOT = "Y"
           ELSE
           IF MONTH-IN > 0 AND < 13
               AND SALESPERSON-NO-IN > 0 AND < 26
                   MOVE SALES-AMT-IN TO WS-SELLER-SHARE
                   IF WS-SPLIT-SALE
                       COMPUTE WS-SPLIT-SHARE ROUNDED =
                           SALES-AMT-IN * SPLIT-PCT-IN / 100
                       SUBTRACT WS-SPLIT-SHARE FROM WS-SELLER-SHARE
                       IF TRANS-TYPE-IN = "R"
                           SUBTRACT WS-SPLIT-SHARE FROM
                               MONTH-AMT (SPLIT-SLSP-NO-IN, MONTH-IN)
                       ELSE
                           ADD WS-SPLIT-SHARE TO
                               MONTH-AMT (SPLIT-SLSP-NO-IN, MONTH-IN)
                       END-IF
                       IF SPLIT-SLSP-NO-IN > WS-MAX-SALESPERSON
                           MOVE SPLIT-SLSP-NO-IN TO WS-MAX-SALESPERSON
                       END-IF
                   END-IF
                   IF TRANS-TYPE-IN = "R"
                       SUBTRACT WS-SELLER-SHARE FROM
                           MONTH-AMT (SALESPERSON-NO-IN, MONTH-IN)
                   ELSE
                       ADD WS-SELLER-SHARE TO
                           MONTH-AMT (SALESPERSON-NO-IN, MONTH-IN)
                   END-IF
                   IF SALESPERSON-NO-IN > WS-MAX-SALESPERSON
               ADD 1 TO WS-REJECT-CTR
           END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      * SPLIT CREDIT - A SPLIT MUST NAME A DIFFERENT SALESPERSON IN
      * RANGE WITH A PERCENT OF 1-99 AND, WITH THE MASTER LOADED, ONE
      * WHO IS ON IT AND WAS NOT TERMINATED BEFORE THE SALE.
      ******************************************************************
       210-SPLIT-CHECK-RTN.
           MOVE "N" TO WS-SPLIT-SW
           IF SPLIT-SLSP-NO-IN NOT = SPACES
               OR SPLIT-PCT-IN NOT = SPACES
               MOVE "X" TO WS-SPLIT-SW
               IF SPLIT-SLSP-NO-IN IS NUMERIC
                   AND SPLIT-PCT-IN IS NUMERIC
                   AND SPLIT-SLSP-NO-IN > 0 AND < 26
                   AND SPLIT-SLSP-NO-IN NOT = SALESPERSON-NO-IN
                   AND SPLIT-PCT-IN > 0
                   MOVE "Y" TO WS-SPLIT-SW
               END-IF
           END-IF
           IF WS-SPLIT-SALE AND WS-SLSP-MASTER-ON
               IF WS-SN-PRESENT (SPLIT-SLSP-NO-IN) NOT = "Y"
                   MOVE "X" TO WS-SPLIT-SW
               ELSE
                   IF WS-SN-TERM (SPLIT-SLSP-NO-IN) > ZERO
                       AND WS-TRANS-DATE-N >
                           WS-SN-TERM (SPLIT-SLSP-NO-IN)
                       MOVE "X" TO WS-SPLIT-SW
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
