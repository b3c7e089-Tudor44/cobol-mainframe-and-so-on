      ******************************************************************
      * Copybook:LIMPROP
      * Purpose: PROPOSED CREDIT-LIMIT CHANGE - ONE ROW PER LIMIT
      *          WHOSE REVIEW DATE HAS PASSED, WRITTEN BY LIMIT-REVIEW
      *          AND DECIDED BY A CREDIT OFFICER IN LIMIT-APPROVE.
      *          LP-ACTION: "I" = INCREASE, "D" = DECREASE,
      *          "N" = NO CHANGE (THE REVIEW DATE STILL ROLLS).
      *          LP-STATUS: "P" = PENDING, "A" = APPROVED (NEW LIMIT
      *          AND NEXT REVIEW DATE APPLIED), "R" = REJECTED (LIMIT
      *          KEPT, NEXT REVIEW DATE APPLIED). LP-OPERATOR AND
      *          LP-DECIDED-DATE ARE SPACES/ZERO UNTIL DECIDED.
      *
      * 15-10-2026 GD - NEW. 78 BYTES.
      ******************************************************************
               02 LP-ACCT-NO                   PIC X(4).
               02 FILLER                       PIC X.
               02 LP-ACTION                    PIC X.
               02 FILLER                       PIC X.
               02 LP-OLD-LIMIT                 PIC 9(5)V99.
               02 FILLER                       PIC X.
               02 LP-NEW-LIMIT                 PIC 9(5)V99.
               02 FILLER                       PIC X.
               02 LP-OLD-REVIEW                PIC 9(8).
               02 FILLER                       PIC X.
               02 LP-NEXT-REVIEW               PIC 9(8).
               02 FILLER                       PIC X.
               02 LP-REASON                    PIC X(20).
               02 FILLER                       PIC X.
               02 LP-STATUS                    PIC X.
               02 FILLER                       PIC X.
               02 LP-OPERATOR                  PIC X(5).
               02 FILLER                       PIC X.
               02 LP-DECIDED-DATE              PIC 9(8).
