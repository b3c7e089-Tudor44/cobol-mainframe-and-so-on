      ******************************************************************
      *15-10-2026 GD - AN "E" EXTERNAL PAYMENT GOES TO THE BUREAU AS A
      *"DBT" DEBIT, AND ITS REVERSAL AS "RVD".
      *15-10-2026 GD - REVERSALS - A TYPE "V" AUDIT ROW GOES TO THE
      *BUREAU AS A REVERSAL OF WHAT IT BACKS OUT, NOT AS A NEW
      *MOVEMENT: "RVD" (REVERSED DEBIT), "RVA" (REVERSED ADJUSTMENT)
      *OR "RVC" (REVERSED CREDIT, INTEREST OR TRANSFER LEG), FOR THE
      *ORIGINAL'S AMOUNT.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - THE ACCOUNT NOW
      *FILLS THE LOW FOUR DIGITS OF THE BUREAU'S TEN-DIGIT FIELD.
      *22-08-2026 GD - OUTBOUND SETTLEMENT EXTRACT. NOTHING IN THE
      *CYCLE EVER TALKED BACK TO THE BANK - EVERY POSTED TRANSACTION
      *ENDED AS AN AUDIT RECORD AND STOPPED. THIS END-OF-CYCLE STEP
           STOP RUN.

       200-EXTRACT-RTN.
           MOVE AUD-ACCT-NO TO ST-ACCT (7:4)
           MOVE ZEROES TO ST-ACCT (1:6)
           EVALUATE AUD-TRANS-TYPE
               WHEN "D"
               WHEN "E"
                   MOVE "DBT" TO ST-TYPE
               WHEN "A"
                   MOVE "ADJ" TO ST-TYPE
               WHEN "V"
                   EVALUATE AUD-REV-TYPE
                       WHEN "D"
                       WHEN "E"
                           MOVE "RVD" TO ST-TYPE
                       WHEN "A"
                           MOVE "RVA" TO ST-TYPE
                       WHEN OTHER
                           MOVE "RVC" TO ST-TYPE
                   END-EVALUATE
               WHEN OTHER
                   MOVE "CRD" TO ST-TYPE
           END-EVALUATE
