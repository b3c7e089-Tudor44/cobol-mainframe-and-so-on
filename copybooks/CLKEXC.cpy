      ******************************************************************
      * Copybook:CLKEXC
      * Purpose: TIME-CLOCK EXCEPTION LIST - ONE ROW PER PUNCH (OR PER
      *          EMPLOYEE WEEK) TIME-CLOCK-IMPORT COULD NOT TURN INTO
      *          PAID HOURS. HOURS-APPROVE SHOWS THE WEEK'S OPEN ROWS
      *          TO THE SUPERVISOR, WHO CLEARS EACH ONE, AND WILL NOT
      *          APPROVE THE WEEK WHILE ANY IS STILL OPEN.
      *
      *          CLX-EMP-NUM IS ZERO FOR A BADGE NOT ON THE EMPLOYEE
      *          MASTER. CLX-DATE / CLX-TIME / CLX-DIR ARE THE PUNCH
      *          AS THE CLOCK RECORDED IT (ZERO / SPACE ON A WEEKLY
      *          ROW).
      *          CLX-STATUS VALUES:
      *          "O" = OPEN    - WAITING FOR THE SUPERVISOR
      *          "C" = CLEARED - CLX-CLEARED-BY HOLDS THE OPERATOR
      *
      * 15-10-2026 GD - NEW. 57 BYTES.
      ******************************************************************
               02 CLX-WEEK                     PIC 9(6).
               02 CLX-BADGE                    PIC X(6).
               02 CLX-EMP-NUM                  PIC 99.
               02 CLX-DATE                     PIC 9(8).
               02 CLX-TIME                     PIC 9(4).
               02 CLX-DIR                      PIC X.
               02 CLX-REASON                   PIC X(24).
               02 CLX-STATUS                   PIC X.
                   88 CLX-OPEN                     VALUE "O".
                   88 CLX-CLEARED                  VALUE "C".
               02 CLX-CLEARED-BY               PIC X(5).
