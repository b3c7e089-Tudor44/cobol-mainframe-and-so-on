      ******************************************************************
      * Copybook:TUIRATE
      * Purpose: TUITION RATE TABLE - THE RATES TUITION-BILLING PRICES
      *          REGISTERED CREDIT HOURS AT AND THE DROP-REFUND
      *          SCHEDULE, BOTH BY TERM. MAINTAINED BY
      *          TUITION-RATE-MAINT.
      *
      *          TR-TYPE VALUES:
      *          "R" = RATE   - TR-RATE PER CREDIT HOUR FOR TR-COURSE
      *                IN TR-TERM; TR-COURSE SPACES IS THE TERM'S
      *                RATE FOR EVERY COURSE WITHOUT ONE OF ITS OWN
      *          "F" = REFUND - A COURSE DROPPED ON OR BEFORE
      *                TR-DROP-BY GETS TR-REFUND-PCT OF ITS TUITION
      *                BACK; THE EARLIEST TIER THE DROP DATE FALLS IN
      *                APPLIES, AFTER THE LAST TIER NOTHING IS REFUNDED
      *          THE FIELDS NOT USED BY A ROW'S TYPE ARE ZERO/SPACES.
      *
      * 15-10-2026 GD - NEW. 28 BYTES.
      ******************************************************************
               02 TR-TYPE                      PIC X.
                   88 TR-RATE-ROW                  VALUE "R".
                   88 TR-REFUND-ROW                VALUE "F".
               02 TR-TERM                      PIC X(6).
               02 TR-COURSE                    PIC X(4).
               02 TR-RATE                      PIC 9(4)V99.
               02 TR-DROP-BY                   PIC 9(8).
               02 TR-REFUND-PCT                PIC 9(3).
