      *                BRIDGE - POSTS LIKE A CREDIT, IDENTIFIABLE ON
      *                THE AUDIT HISTORY FOR THE ANNUAL INTEREST
      *                STATEMENTS
      *          "V" = REVERSAL - BACKS OUT THE POSTING WHOSE TRACE
      *                IS IN T-TRACE, AS FOUND ON THE AUDIT HISTORY.
      *                T-ACCT-NO IS AN ACCOUNT THE ORIGINAL POSTED TO
      *                (EITHER LEG OF A TRANSFER), T-AMT-DUE ITS
      *                AMOUNT; BOTH LEGS OF A TRANSFER REVERSE TOGETHER
      *          "W" = CHARGE-OFF - WRITES T-AMT-DUE OFF THE BALANCE AND
      *                MOVES THE ACCOUNT TO CHARGED-OFF STATUS "W".
      *                RAISED BY CHARGE-OFF (TRACE SOURCE "CHG")
      *          "E" = EXTERNAL PAYMENT - DEBITS T-ACCT-NO LIKE A "D"
      *                FOR A PAYMENT TO ANOTHER BANK. THE PAYEE IS ON
      *                THE PAYMENT-INSTRUCTION FILE (SEE PAYINST) UNDER
      *                THE SAME TRACE, SOURCE "EXP"
      *
      * 15-10-2026 GD - ADDED TYPE "E", THE OUTBOUND EXTERNAL PAYMENT.
      * 15-10-2026 GD - ADDED TYPE "W", THE BAD-DEBT CHARGE-OFF.
      * 15-10-2026 GD - ADDED TYPE "V", THE REVERSAL. ITS T-TRACE IS
      *          THE TRACE OF THE POSTING TO BE BACKED OUT, NOT A NEW
      *          ONE, SO THE AUDIT ROWS IT LEAVES POINT STRAIGHT AT
      *          THE ORIGINAL.
      * 15-10-2026 GD - T-ACCT-NO AND T-TARGET-ACCT WIDENED TO FOUR
      *          CHARACTERS WITH THE ACCOUNT MASTERS (SEE ACCTREC). THE
      *          RECORD IS NOW 34 BYTES; ACCT-CONVERT WIDENS THE
      *          PENDING AND OTHER TRANSACTION FILES ALREADY ON DISK.
      * 02-09-2026 GD - ADDED T-TRACE, THE UNIQUE TRACE ID STAMPED AT
      *          THE TRANSACTION'S POINT OF ENTRY (BANK IMPORT "BNK",
      *          TELLER CAPTURE "TLR", INTEREST BRIDGE "INT", AND SO
      *          FEEDS THAT CARRY NO BRANCH IDENTITY.
      * 22-08-2026 GD - T-AMT-DUE NOW CARRIES DOLLARS AND CENTS.
      ******************************************************************
               02 T-ACCT-NO                    PIC X(4).
               02 T-AMT-DUE                    PIC 9(4)V99.
               02 T-TRANS-TYPE                 PIC X.
               02 T-EFF-DATE                   PIC 9(8).
               02 T-BRANCH                     PIC X(2).
               02 T-TARGET-ACCT                PIC X(4).
               02 T-TRACE.
                   03 T-TRACE-SRC              PIC X(3).
                   03 T-TRACE-SER              PIC 9(6).
