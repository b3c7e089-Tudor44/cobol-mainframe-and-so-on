      ******************************************************************
      * Copybook:ACCLOG
      * Purpose: OPERATOR ACCESS LOG RECORD - ONE ROW PER SIGN-ON AND
      *          PER AUTHORITY CHECK MADE THROUGH OPER-AUTH-RTN,
      *          GRANTED OR REFUSED, READ BY ACCESS-REVIEW.
      *          AL-EVENT: "S" = SIGN-ON (AL-RESULT "Y" WHEN THE ID IS
      *          ON THE OPERATOR MASTER), "C" = AUTHORITY CHECK FOR THE
      *          SIGNED-ON OPERATOR, "O" = SUPERVISOR OVERRIDE CHECK
      *          (AL-OPERATOR IS THE SUPERVISOR NAMED, NOT THE ONE
      *          SIGNED ON). AL-FUNCTION IS SPACES ON A SIGN-ON.
      *          AL-RESULT: "Y" = GRANTED, "N" = REFUSED.
      *
      * 15-10-2026 GD - NEW. 29 BYTES.
      ******************************************************************
               02 AL-DATE                      PIC 9(8).
               02 FILLER                       PIC X.
               02 AL-TIME                      PIC 9(6).
               02 FILLER                       PIC X.
               02 AL-OPERATOR                  PIC X(5).
               02 FILLER                       PIC X.
               02 AL-EVENT                     PIC X.
               02 FILLER                       PIC X.
               02 AL-FUNCTION                  PIC X(3).
               02 FILLER                       PIC X.
               02 AL-RESULT                    PIC X.
