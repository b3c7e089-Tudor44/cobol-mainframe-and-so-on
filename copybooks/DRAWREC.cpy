      ******************************************************************
      * Copybook:DRAWREC
      * Purpose: COMMISSION DRAW MASTER - ONE DRAW AGREEMENT PER
      *          SALESPERSON, KEYED BY SALESPERSON NUMBER. SLSP-MAINT
      *          ADDS AND CHANGES THE AGREEMENT; COMMISSION-RUN PAYS
      *          THE GREATER OF COMMISSION OR DRAW EACH MONTH AND
      *          REWRITES THE UNRECOVERED BALANCE.
      *
      *          DRW-TYPE VALUES:
      *          "R" = RECOVERABLE - A DRAW PAID ABOVE THE MONTH'S
      *                COMMISSION IS CARRIED AS A BALANCE AND
      *                RECOVERED FROM LATER COMMISSION ABOVE THE DRAW
      *          "N" = NON-RECOVERABLE - THE SHORTFALL IS NEVER
      *                RECOVERED
      *
      *          DRW-END-DATE IS THE LAST DAY THE DRAW IS PAID FOR
      *          (YYYYMMDD, ZERO = OPEN-ENDED) - THE DRAW IS PAID FOR
      *          EVERY MONTH UP TO AND INCLUDING THE ONE IT FALLS IN.
      *          DRW-BF-MONTH / DRW-BF-BALANCE ARE THE MONTH LAST RUN
      *          AND THE BALANCE BROUGHT INTO IT, SO A RE-RUN OF THE
      *          SAME MONTH STARTS AGAIN FROM THE SAME BALANCE.
      *
      * 15-10-2026 GD - NEW. 45 BYTES.
      ******************************************************************
               02 DRW-SLSP-NO                  PIC X(5).
               02 DRW-MONTHLY-AMT              PIC 9(5)V99.
               02 DRW-TYPE                     PIC X.
                   88 DRW-RECOVERABLE              VALUE "R".
                   88 DRW-NON-RECOVERABLE          VALUE "N".
               02 DRW-END-DATE                 PIC 9(8).
               02 DRW-BF-MONTH                 PIC 9(6).
               02 DRW-BF-BALANCE               PIC 9(7)V99.
               02 DRW-BALANCE                  PIC 9(7)V99.
