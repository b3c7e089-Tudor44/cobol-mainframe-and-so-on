      ******************************************************************
      * Copybook:CASHMV
      * Purpose: BRANCH CASH MOVEMENT - ONE ROW PER CASH FIGURE KEYED
      *          AT A BRANCH DURING THE BUSINESS DAY, APPENDED BY
      *          BRANCH-CASH-MAINT AND READ EACH NIGHT BY
      *          BRANCH-CASH-POSITION. A ROW BELONGS TO ONE TELLER'S
      *          DRAWER, OR TO THE BRANCH VAULT WHEN CMV-TELLER IS
      *          "VAULT". AMOUNTS ARE IN DOLLARS AND CENTS.
      *
      *          CMV-KIND VALUES:
      *          "O" = OPENING CASH IN THE DRAWER OR VAULT
      *          "B" = TELLER BUYS CASH FROM THE VAULT (DRAWER UP,
      *                VAULT DOWN)
      *          "S" = TELLER SELLS CASH TO THE VAULT (DRAWER DOWN,
      *                VAULT UP)
      *          "K" = CASH COUNTED IN THE DRAWER OR VAULT AT CLOSE
      *          A LATER "O" OR "K" FOR THE SAME DRAWER AND DAY
      *          REPLACES THE EARLIER ONE (A RECOUNT).
      *
      * 15-10-2026 GD - NEW. 40 BYTES.
      ******************************************************************
               02 CMV-DATE                     PIC 9(8).
               02 CMV-BRANCH                   PIC X(2).
               02 CMV-TELLER                   PIC X(5).
               02 CMV-KIND                     PIC X.
                   88 CMV-OPENING                  VALUE "O".
                   88 CMV-BUY                      VALUE "B".
                   88 CMV-SELL                     VALUE "S".
                   88 CMV-COUNT                    VALUE "K".
               02 CMV-AMT                      PIC 9(7)V99.
               02 CMV-ENTERED-BY               PIC X(5).
               02 CMV-TIME                     PIC 9(6).
               02 FILLER                       PIC X(4).
