      ******************************************************************
      * Copybook:KPIREC
      * Purpose: MONTH-END KPI FIGURE - ONE ROW PER FIGURE A PRODUCING
      *          RUN POSTS FOR A MONTH, APPENDED BY KPI-RTN TO THE
      *          PERMANENT KPI FILE AND READ BY KPI-PACK FOR THE MONTH,
      *          THE MONTH BEFORE AND THE SAME MONTH A YEAR EARLIER.
      *          A RERUN POSTS AGAIN - FOR ONE MONTH, CODE AND
      *          QUALIFIER THE LAST ROW ON THE FILE WINS. A FIGURE
      *          POSTED UNDER SEVERAL QUALIFIERS ADDS UP TO ITS TOTAL.
      *          KP-CODE / KP-QUAL:
      *          DEPOSITS BRANCH  CLOSING BALANCE (TRIAL-BALANCE)
      *          INTPAID  ALL     INTEREST CREDITED (TRIAL-BALANCE)
      *          RECEIVBL BRANCH  RECEIVABLES (AGED-RECEIVABLES)
      *          AGING    CUR/30/60/90  BUCKET TOTAL (AGED-RECEIVABLES)
      *          FEEINC   ALL     FEES ASSESSED (FEE-ASSESSMENT)
      *          COMMISSN ALL     COMMISSION, OVERRIDES (COMMISSION-RUN)
      *          REJECTS  DAY     TRANSACTIONS REJECTED (NIGHT-BALANCE)
      *          SUSPENSE DAY     TRANSACTIONS SUSPENDED (NIGHT-BALANCE)
      *          QUOTA    ALL     COMPANY SALES QUOTA (KPI-PACK)
      *          HEADCNT  ALL     EMPLOYEES ON THE MASTER (KPI-PACK)
      *          KP-SIGN IS "-" FOR A NEGATIVE FIGURE, ELSE SPACE.
      *
      * 15-10-2026 GD - NEW. 69 BYTES.
      ******************************************************************
               02 KP-MONTH                     PIC 9(6).
               02 FILLER                       PIC X.
               02 KP-CODE                      PIC X(8).
               02 FILLER                       PIC X.
               02 KP-QUAL                      PIC X(4).
               02 FILLER                       PIC X.
               02 KP-SIGN                      PIC X.
               02 KP-VALUE                     PIC 9(11)V99.
               02 FILLER                       PIC X.
               02 KP-PROGRAM                   PIC X(20).
               02 FILLER                       PIC X.
               02 KP-STAMP                     PIC 9(12).
