      ******************************************************************
      * Copybook:NUMCTL
      * Purpose: ACCOUNT-NUMBER CONTROL RECORD - ONE ROW EACH TIME AN
      *          ACCOUNT NUMBER IS ISSUED OR RELEASED, WRITTEN ONLY BY
      *          THE SHARED NUM-CONTROL-RTN. THE LATEST ROW FOR A
      *          NUMBER IS ITS STATE: ISSUED (IN USE) OR RELEASED ON
      *          NC-DATE. A RELEASED NUMBER IS NOT HANDED OUT AGAIN
      *          UNTIL THE COOLING-OFF PERIOD HAS RUN FROM NC-DATE.
      *          NC-REF SAYS WHO ISSUED OR RELEASED IT (THE OPENING
      *          APPLICATION NUMBER OR THE PROGRAM).
      *
      * 15-10-2026 GD - NEW. 21 BYTES.
      ******************************************************************
               02 NC-ACCT-NO                   PIC X(4).
               02 NC-STATE                     PIC X.
                   88 NC-ISSUED                    VALUE "I".
                   88 NC-RELEASED                  VALUE "R".
               02 NC-DATE                      PIC 9(8).
               02 NC-REF                       PIC X(8).
