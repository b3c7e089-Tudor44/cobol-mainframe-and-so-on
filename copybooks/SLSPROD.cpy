      ******************************************************************
      * Copybook:SLSPROD
      * Purpose: SALES PRODUCT MASTER - ONE ROW PER PRODUCT CODE THE
      *          FRONT OFFICE SELLS, KEPT BY PROD-MAINT. THE SALES
      *          TRANSACTION CARRIES THE CODE; THE MASTER SUPPLIES THE
      *          DESCRIPTION, THE PRODUCT LINE IT ROLLS UP TO, AND THE
      *          STANDARD COST OF ONE UNIT, FROM WHICH SALES-BY-PRODUCT
      *          WORKS THE GROSS MARGIN. SALES-HIST-ROLL AND
      *          SALES-BY-PRODUCT READ IT FOR THE PRODUCT LINE.
      *
      * 15-10-2026 GD - NEW. 35 BYTES.
      ******************************************************************
               02 PRD-CODE                     PIC X(4).
               02 PRD-DESC                     PIC X(20).
               02 PRD-LINE                     PIC X(4).
               02 PRD-STD-COST                 PIC 9(5)V99.
