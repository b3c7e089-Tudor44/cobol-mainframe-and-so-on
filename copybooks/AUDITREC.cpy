      *          BALANCE AFTER. FIELD NAMES MAY BE RENAMED BY EACH
      *          CALLER VIA COPY ... REPLACING WHEN TWO COPIES MUST
      *          COEXIST IN ONE PROGRAM.
      * 15-10-2026 GD - NEW AUD-TRANS-TYPE "E", AN EXTERNAL PAYMENT
      *          DEBITED FOR PAYMENT-OUTBOUND TO SEND TO THE BANK.
      * 15-10-2026 GD - TWO NEW AUD-TRANS-TYPE VALUES: "W" IS A
      *          CHARGE-OFF (THE AMOUNT WRITTEN OFF), "Y" A RECOVERY -
      *          A "C" CREDIT COLLECTED ON A CHARGED-OFF ACCOUNT, WHOSE
      *          OLD AND NEW BALANCES ARE THE SAME.
      * 15-10-2026 GD - THE SPACER AFTER AUD-TRANS-TYPE IS NOW
      *          AUD-REV-TYPE. ON A TYPE "V" REVERSAL ROW IT HOLDS THE
      *          TYPE OF THE POSTING BEING BACKED OUT (C/D/A/I/T) AND
      *          AUD-TRACE, AUD-TRANS-AMT ARE THE ORIGINAL'S; SPACE ON
      *          EVERY OTHER ROW. THE RECORD LENGTH IS UNCHANGED.
      * 15-10-2026 GD - AUD-ACCT-NO WIDENED TO FOUR CHARACTERS WITH THE
      *          ACCOUNT MASTERS. THE RECORD IS NOW 39 BYTES.
      * 02-09-2026 GD - ADDED AUD-TRACE, THE ORIGINATING TRANSACTION'S
      *          TRACE ID (SOURCE TAG + SERIAL), SO A POSTING ON THE
      *          HISTORY CONNECTS BACK TO THE FEED OR TELLER BATCH
      * 22-08-2026 GD - THE BALANCES AND TRANSACTION AMOUNT NOW CARRY
      *          DOLLARS AND CENTS.
      ******************************************************************
               02 AUD-ACCT-NO                  PIC X(4).
               02 FILLER                       PIC X VALUE SPACE.
               02 AUD-TRANS-TYPE                PIC X.
               02 AUD-REV-TYPE                  PIC X.
               02 AUD-OLD-BALANCE                PIC 9(5)V99.
               02 FILLER                       PIC X VALUE SPACE.
               02 AUD-TRANS-AMT                  PIC 9(4)V99.
