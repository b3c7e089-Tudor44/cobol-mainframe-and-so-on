      ******************************************************************
      * Copybook:GARNORD
      * Purpose: WAGE GARNISHMENT ORDERS - ONE ROW PER COURT OR AGENCY
      *          ORDER AGAINST AN EMPLOYEE'S PAY. GARN-MAINT KEEPS THE
      *          ORDERS; PAYROLL-REGISTER WITHHOLDS FROM DISPOSABLE
      *          EARNINGS (GROSS LESS TAX) IN PRIORITY ORDER (LOWEST
      *          GRN-PRIORITY FIRST) WITHIN THE CAP FOR THE ORDER TYPE,
      *          ROLLS GRN-PAID FORWARD AND REWRITES THE FILE.
      *
      *          GRN-TYPE VALUES (ALSO THE REMITTANCE CATEGORY):
      *          "SUP" = CHILD OR SPOUSAL SUPPORT
      *          "LEV" = TAX LEVY
      *          "CRD" = CREDITOR GARNISHMENT
      *          GRN-METHOD VALUES:
      *          "A" = FIXED AMOUNT PER WEEK (GRN-AMT)
      *          "P" = PERCENTAGE OF DISPOSABLE EARNINGS (GRN-PCT)
      *          GRN-OWED IS THE TOTAL THE ORDER IS FOR (ZERO = NO
      *          LIMIT, AN ONGOING ORDER). GRN-LAST-WEEK / GRN-LAST-AMT
      *          ARE THE LAST PAY WEEK WITHHELD AND WHAT IT TOOK, SO A
      *          SECOND LINE IN THE SAME WEEK ONLY TOPS UP TO GRN-AMT.
      *          GRN-STATUS VALUES:
      *          "A" = ACTIVE
      *          "H" = HELD      - NOT WITHHELD UNTIL MADE ACTIVE
      *          "S" = SATISFIED - GRN-PAID HAS REACHED GRN-OWED
      *
      * 15-10-2026 GD - NEW. 87 BYTES.
      ******************************************************************
               02 GRN-EMP-NUM                  PIC 99.
               02 GRN-TYPE                     PIC X(3).
                   88 GRN-SUPPORT                  VALUE "SUP".
                   88 GRN-LEVY                     VALUE "LEV".
                   88 GRN-CREDITOR                 VALUE "CRD".
               02 GRN-CASE-NO                  PIC X(12).
               02 GRN-METHOD                   PIC X.
                   88 GRN-BY-AMOUNT                VALUE "A".
                   88 GRN-BY-PERCENT               VALUE "P".
               02 GRN-AMT                      PIC 9(4)V99.
               02 GRN-PCT                      PIC 99V99.
               02 GRN-PRIORITY                 PIC 99.
               02 GRN-PAYEE                    PIC X(6).
               02 GRN-PAYEE-NAME               PIC X(20).
               02 GRN-OWED                     PIC 9(7)V99.
               02 GRN-PAID                     PIC 9(7)V99.
               02 GRN-STATUS                   PIC X.
                   88 GRN-ACTIVE                   VALUE "A".
                   88 GRN-HELD                     VALUE "H".
                   88 GRN-SATISFIED                VALUE "S".
               02 GRN-LAST-WEEK                PIC 9(6).
               02 GRN-LAST-AMT                 PIC 9(4)V99.
