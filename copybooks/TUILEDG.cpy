      ******************************************************************
      * Copybook:TUILEDG
      * Purpose: TUITION BILLING LEDGER - WHAT TUITION-BILLING HAS
      *          CHARGED AND REFUNDED, ONE ROW PER ACTION, APPENDED
      *          AND NEVER REWRITTEN. THE LAST ROW FOR A TERM, STUDENT
      *          AND COURSE SAYS WHERE THE COURSE STANDS, SO A RERUN
      *          NEVER BILLS OR REFUNDS THE SAME REGISTRATION TWICE.
      *
      *          TL-ACTION VALUES:
      *          "B" = BILLED   - TL-AMOUNT CHARGED TO TL-ACCT
      *          "R" = REFUNDED - THE DROP WAS SETTLED; TL-AMOUNT
      *                (TL-REFUND-PCT OF THE CHARGE, POSSIBLY ZERO)
      *                CREDITED BACK TO THE ACCOUNT CHARGED
      *          TL-TRACE-SER IS THE SERIAL OF THE PENDING ITEM
      *          (TRACE SOURCE "TUI"); ZERO FOR A ZERO REFUND.
      *
      * 15-10-2026 GD - NEW. 48 BYTES.
      ******************************************************************
               02 TL-TERM                      PIC X(6).
               02 TL-STUDENT                   PIC X(2).
               02 TL-COURSE                    PIC X(4).
               02 TL-ACTION                    PIC X.
                   88 TL-BILLED                    VALUE "B".
                   88 TL-REFUNDED                  VALUE "R".
               02 TL-ACCT                      PIC 9(4).
               02 TL-CREDITS                   PIC 9(2).
               02 TL-RATE                      PIC 9(4)V99.
               02 TL-AMOUNT                    PIC 9(4)V99.
               02 TL-REFUND-PCT                PIC 9(3).
               02 TL-DATE                      PIC 9(8).
               02 TL-TRACE-SER                 PIC 9(6).
