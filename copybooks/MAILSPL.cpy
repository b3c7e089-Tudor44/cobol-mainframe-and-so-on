      ******************************************************************
      * Copybook:MAILSPL
      * Purpose: NIGHT MAIL SPOOL RECORD - ONE ROW PER PRINTED LINE OF
      *          EVERY CUSTOMER-FACING DOCUMENT (STATEMENT, LETTER OR
      *          NOTICE), WRITTEN ONLY BY THE SHARED MAIL-SPOOL-RTN AS
      *          THE LETTER RUNS PRINT. A DOCUMENT (MAIL PIECE) IS
      *          KEYED BY SOURCE, RUN TIME AND PIECE NUMBER; ITS FIRST
      *          LINE HAS SPACING 0 (TOP OF A NEW PAGE). MS-ACCT-NO IS
      *          THE ACCOUNT WHOSE CUSTOMER ADDRESS THE PIECE IS MAILED
      *          TO. MAIL-CONSOLIDATE HOUSEHOLDS AND PRESORTS THE
      *          NIGHT'S PIECES FROM IT.
      *
      * 15-10-2026 GD - NEW. 115 BYTES.
      ******************************************************************
               02 MS-RUN-DATE                  PIC 9(8).
               02 MS-SOURCE                    PIC X(8).
               02 MS-RUN-TIME                  PIC 9(6).
               02 MS-ACCT-NO                   PIC X(4).
               02 MS-PIECE-NO                  PIC 9(5).
               02 MS-LINE-NO                   PIC 9(3).
               02 MS-SPACING                   PIC 9.
                   88 MS-NEW-PAGE                  VALUE 0.
               02 MS-TEXT                      PIC X(80).
