      ******************************************************************
      * Copybook:FEEDNAME
      * Purpose: BANK FEED PARTY NAME - ONE ROW PER IMPORTED FEED ITEM
      *          THAT NAMES A PARTY, WRITTEN BY BANK-IMPORT WHEN THE
      *          FEED FORMAT DEFINES A NAME FIELD AND READ BY
      *          SANCTION-SCREEN THE SAME NIGHT. FN-TRACE IS THE TRACE
      *          THE ITEM CARRIES ONTO THE PENDING FILE.
      *
      * 15-10-2026 GD - NEW. 53 BYTES.
      ******************************************************************
               02 FN-ACCT-NO                   PIC X(4).
               02 FN-TRACE                     PIC X(9).
               02 FN-NAME                      PIC X(40).
