      * Purpose: COMMON ACCOUNT NUMBER / AMOUNT-DUE LAYOUT SHARED BY THE
      *          RELATIVE-FILE AND INDEXED-FILE ACCOUNT PROGRAMS. FIELD
      *          NAMES AND PICTURE WIDTHS ARE SUPPLIED BY EACH CALLER
      *          VIA COPY ... REPLACING, SO TWO COPIES CAN COEXIST IN
      *          ONE PROGRAM. THE ACCOUNT NUMBER IS FOUR DIGITS IN
      *          EVERY MASTER.
      * 15-10-2026 GD - ACCT-STATUS "W" = CHARGED OFF, SET BY THE "W"
      *          WRITE-OFF TRANSACTION CHARGE-OFF RAISES. A CHARGED-OFF
      *          ACCOUNT TAKES ONLY "C" CREDITS, WHICH POST AS
      *          RECOVERIES; IT IS NOT DUNNED OR CHARGED FEES.
      * 15-10-2026 GD - THE ACCOUNT NUMBER IS NOW FOUR DIGITS IN EVERY
      *          MASTER - EVERY CALLER SUPPLIES ACCT-NO-PICTURE AS
      *          9(4), SO THE SEQUENTIAL AND INDEXED RECORD GROWS TWO
      *          BYTES (TO 43) AND MATCHES THE RELATIVE MASTER, WHOSE
      *          SLOT WAS ALREADY FOUR DIGITS. ACCT-CONVERT IS THE
      *          ONE-TIME UTILITY THAT WIDENS EXISTING FILES.
      * 15-10-2026 GD - ADDED ACCT-PRODUCT, THE TWO-CHARACTER PRODUCT
      *          CODE KEYED TO THE PRODUCT MASTER (PRODUCT-MAINT). THE
      *          PRODUCT DRIVES THE RATE TABLE ROW, THE FEE SCHEDULE,
      *          THE STATEMENT CYCLE AND THE DEFAULT CREDIT LIMIT.
      *          SPACES MEANS THE ACCOUNT PREDATES PRODUCT CODES AND
      *          KEEPS THE OLD HOUSE-WIDE BEHAVIOR. APPENDED AT THE END
      *          SO NO EXISTING OFFSET MOVES.
      * 02-09-2026 GD - LAST-ACT-DATE CARRIED TO FULL YYYYMMDD. THE
      *          BELOW-50-IS-2000 WINDOW MEANT 1999-ERA CONVERSIONS
      *          AND DATES PAST 2049 COULD NOT COEXIST AND AGING
           02 ACCT-STATUS                  PIC X.
           02 BRANCH-CODE                  PIC BRANCH-CODE-PICTURE.
           02 ACCT-NAME                    PIC X(20).
           02 ACCT-PRODUCT                 PIC X(2).
