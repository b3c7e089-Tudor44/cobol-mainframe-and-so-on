      ******************************************************************
      * Copybook:PPISSUE
      * Purpose: POSITIVE-PAY ISSUE REGISTER - ONE ROW PER PAY-OUT
      *          ON A DISBURSE-MERGE FILE, ADDED BY POSITIVE-PAY WHEN
      *          THE ITEM GOES TO THE BANK ON THE ISSUE FILE AND
      *          SETTLED BY PAID-ITEM-RECON FROM THE BANK'S PAID-ITEMS
      *          FILE. AN ITEM IS KNOWN BY ITS PAYEE ("E" + EMPLOYEE
      *          OR "S" + SALESPERSON, AS ON THE DISBURSEMENT FILE),
      *          AMOUNT AND ISSUE DATE. AMOUNTS ARE IN CENTS.
      *
      *          PPI-STATUS VALUES:
      *          "O" = OUTSTANDING - ISSUED, NOT YET PAID BY THE BANK
      *          "P" = PAID FOR THE AMOUNT ISSUED ON PPI-PAID-DATE
      *          "D" = PAID ON PPI-PAID-DATE FOR A DIFFERENT AMOUNT
      *                (PPI-PAID-AMOUNT) - REPORTED THE NIGHT IT PAID
      *
      * 15-10-2026 GD - NEW. 50 BYTES.
      ******************************************************************
               02 PPI-PAYEE                    PIC X(5).
               02 PPI-ITEM-TYPE                PIC X(3).
               02 PPI-AMOUNT                   PIC 9(10).
               02 PPI-ISSUE-DATE               PIC 9(8).
               02 PPI-STATUS                   PIC X.
                   88 PPI-OUTSTANDING              VALUE "O".
                   88 PPI-PAID                     VALUE "P".
                   88 PPI-PAID-DIFF                VALUE "D".
               02 PPI-PAID-DATE                PIC 9(8).
               02 PPI-PAID-AMOUNT              PIC 9(10).
               02 FILLER                       PIC X(5).
