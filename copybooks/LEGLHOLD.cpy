      ******************************************************************
      * Copybook:LEGLHOLD
      * Purpose: LEGAL-HOLD RECORD - ONE ROW PER HOLD COUNSEL PLACES ON
      *          ARCHIVED RECORDS, KEPT BY LEGAL-HOLD-MAINT AND READ BY
      *          RETENTION-RUN. A HOLD NAMES AN ACCOUNT, A DATE RANGE,
      *          OR BOTH (AN ACCOUNT'S RECORDS WITHIN THE RANGE):
      *          LH-ACCT SPACES      = EVERY ACCOUNT
      *          LH-FROM-DATE ZERO   = NO START TO THE RANGE
      *          LH-TO-DATE ZERO     = NO END TO THE RANGE
      *          A HOLD IS OPEN UNTIL RELEASED - LH-RELEASE-DATE ZERO.
      *          A RELEASED ROW STAYS ON THE FILE AS THE RECORD OF THE
      *          HOLD.
      *
      * 15-10-2026 GD - NEW. 70 BYTES.
      ******************************************************************
               02 LH-HOLD-ID                   PIC X(8).
               02 LH-ACCT                      PIC X(4).
               02 LH-FROM-DATE                 PIC 9(8).
               02 LH-TO-DATE                   PIC 9(8).
               02 LH-PLACED-DATE               PIC 9(8).
               02 LH-RELEASE-DATE              PIC 9(8).
                   88 LH-OPEN                      VALUE ZERO.
               02 LH-MATTER                    PIC X(26).
