      ******************************************************************
      * Copybook:PROMREC
      * Purpose: COLLECTIONS CONTACT RECORD - ONE ROW FOR EVERY CALL A
      *          COLLECTOR LOGS AGAINST A WORK-QUEUE ACCOUNT, APPENDED
      *          BY COLLECT-QUEUE. WHEN THE CUSTOMER PROMISED TO PAY,
      *          PR-PROM-AMT AND PR-PROM-DATE HOLD THE PROMISE AND
      *          PR-STATUS STARTS "O"; PROMISE-CHECK SETTLES IT EACH
      *          NIGHT FROM THE AUDIT HISTORY AND REWRITES THE FILE.
      *          THE LAST ROW FOR AN ACCOUNT IS ITS CURRENT POSITION.
      *
      *          PR-RESULT VALUES:
      *          "P" = PROMISE TO PAY
      *          "N" = NO ANSWER
      *          "M" = MESSAGE LEFT
      *          "R" = REFUSED TO PAY
      *          "D" = DISPUTES THE BALANCE
      *
      *          PR-STATUS VALUES (PROMISES ONLY, SPACE OTHERWISE):
      *          "O" = OPEN - DUNNING-LETTERS SENDS NOTHING
      *          "K" = KEPT - CREDITS SINCE THE CALL COVER THE AMOUNT
      *          "B" = BROKEN - NOT COVERED BY THE PROMISED DATE; THE
      *                NEXT LETTER GOES OUT AT PR-ESC-LEVEL
      *
      *          PR-PAID-AMT IS THE CREDIT POSTED FROM THE CALL DATE TO
      *          THE PROMISED DATE; PR-CLOSED-DATE THE NIGHT THE
      *          PROMISE WAS SETTLED.
      *
      * 15-10-2026 GD - NEW. 70 BYTES.
      ******************************************************************
               02 PR-ACCT-NO                   PIC X(4).
               02 PR-CONTACT-DATE              PIC 9(8).
               02 PR-COLLECTOR                 PIC X(5).
               02 PR-RESULT                    PIC X.
                   88 PR-PROMISE                   VALUE "P".
               02 PR-PROM-AMT                  PIC 9(4)V99.
               02 PR-PROM-DATE                 PIC 9(8).
               02 PR-STATUS                    PIC X.
                   88 PR-OPEN                      VALUE "O".
                   88 PR-KEPT                      VALUE "K".
                   88 PR-BROKEN                    VALUE "B".
               02 PR-CLOSED-DATE               PIC 9(8).
               02 PR-PAID-AMT                  PIC 9(5)V99.
               02 PR-ESC-LEVEL                 PIC 9.
               02 PR-NOTE                      PIC X(20).
               02 FILLER                       PIC X.
