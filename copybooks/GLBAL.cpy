      ******************************************************************
      * Copybook:GLBAL
      * Purpose: GENERAL-LEDGER BALANCE MASTER - ONE ROW PER GL
      *          ACCOUNT NAMED ON THE CHART-OF-ACCOUNTS MAPPING FILE,
      *          POSTED EACH NIGHT BY GL-POST FROM GL-JOURNAL'S
      *          POSTING FILE AND ROLLED AT YEAR END BY YEAR-END-CLOSE.
      *          AMOUNTS ARE UNSIGNED; A BALANCE IS ITS DEBITS LESS
      *          ITS CREDITS. THE CLOSING BALANCE IS THE OPENING PLUS
      *          THE YEAR-TO-DATE MOVEMENT; THE PERIOD-TO-DATE
      *          COLUMNS ARE THE CURRENT MONTH'S SHARE OF THE YEAR'S.
      *
      *          GLB-CLASS COMES FROM THE FIRST DIGIT OF THE ACCOUNT:
      *          "A" = 1XXX ASSET        "L" = 2XXX LIABILITY
      *          "Q" = 3XXX EQUITY       "I" = 4XXX INCOME
      *          "X" = 5XXX-9XXX EXPENSE
      *          INCOME AND EXPENSE ACCOUNTS OPEN EACH YEAR AT ZERO -
      *          YEAR-END-CLOSE MOVES THEIR NET INTO RETAINED EARNINGS.
      *
      *          GLB-YEAR IS THE FISCAL YEAR THE YEAR-TO-DATE COLUMNS
      *          BELONG TO, GLB-PERIOD (YYYYMM) THE MONTH OF THE
      *          PERIOD-TO-DATE COLUMNS, GLB-LAST-POST THE DATE OF THE
      *          LAST NIGHTLY JOURNAL ("NIT") POSTED TO THE MASTER AND
      *          GLB-PAY-LAST-POST THE DATE OF THE LAST PAYROLL JOURNAL
      *          ("PAY") - EACH SOURCE IS GUARDED AGAINST A RERUN BY
      *          ITS OWN DATE.
      *
      * 15-10-2026 GD - GLB-PAY-LAST-POST TAKEN FROM THE SPARE BYTES;
      *          A ROW WRITTEN BEFORE IT HAS SPACES THERE. STILL 110.
      * 15-10-2026 GD - NEW. 110 BYTES.
      ******************************************************************
               02 GLB-ACCT                     PIC 9(4).
               02 GLB-CLASS                    PIC X.
                   88 GLB-ASSET                    VALUE "A".
                   88 GLB-LIABILITY                VALUE "L".
                   88 GLB-EQUITY                   VALUE "Q".
                   88 GLB-INCOME                   VALUE "I".
                   88 GLB-EXPENSE                  VALUE "X".
               02 GLB-OPEN-DR                  PIC 9(11)V99.
               02 GLB-OPEN-CR                  PIC 9(11)V99.
               02 GLB-PTD-DR                   PIC 9(11)V99.
               02 GLB-PTD-CR                   PIC 9(11)V99.
               02 GLB-YTD-DR                   PIC 9(11)V99.
               02 GLB-YTD-CR                   PIC 9(11)V99.
               02 GLB-YEAR                     PIC 9(4).
               02 GLB-PERIOD                   PIC 9(6).
               02 GLB-LAST-POST                PIC 9(8).
               02 GLB-PAY-LAST-POST            PIC 9(8).
               02 FILLER                       PIC X.
