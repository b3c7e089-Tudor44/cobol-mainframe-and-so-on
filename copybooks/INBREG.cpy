      ******************************************************************
      * Copybook:INBREG
      * Purpose: INBOUND FILE RECEIPT REGISTRY - ONE ROW PER FILE (OR
      *          TELLER BATCH) THAT ARRIVED FROM OUTSIDE THE CYCLE,
      *          APPENDED BY INBOUND-REG-RTN WHEN THE RECEIVING STEP
      *          HANDS IT THE FILE'S IDENTITY AND HASH TOTALS. A FILE
      *          REFUSED AS A DUPLICATE IS REGISTERED TOO, WITH THE
      *          BUSINESS DATE OF THE EARLIER RECEIPT IT REPEATED.
      *          INBOUND-WATCH READS THE ACCEPTED ROWS TO SAY WHICH
      *          EXPECTED FEEDS HAVE ARRIVED.
      *
      *          IR-FEED-ID NAMES THE FEED:
      *          "BANKFEED" = CLEARING-BANK TRANSACTION FEED
      *          "SETTLACK" = GL BUREAU SETTLEMENT ACKNOWLEDGMENT
      *          "TLRBATCH" = ONE PROVED TELLER BATCH
      *          IR-IDENTITY IS THE SENDER'S HEADER IDENTITY (ITS DATE
      *          AND ORIGINATOR, AS THE FEED'S HEADER CARRIES THEM).
      *          IR-AMT-HASH IS THE DETAIL AMOUNT TOTAL IN CENTS AND
      *          IR-ACCT-HASH THE DETAIL ACCOUNT NUMBERS ADDED UP.
      *
      *          IR-STATUS VALUES:
      *          "A" = ACCEPTED
      *          "I" = REFUSED - SAME IDENTITY AS AN ACCEPTED FILE
      *          "H" = REFUSED - SAME COUNT AND HASH TOTALS AS AN
      *                ACCEPTED FILE
      *
      * 15-10-2026 GD - NEW. 100 BYTES.
      ******************************************************************
               02 IR-FEED-ID                   PIC X(8).
               02 IR-IDENTITY                  PIC X(24).
               02 IR-REC-COUNT                 PIC 9(8).
               02 IR-AMT-HASH                  PIC 9(12).
               02 IR-ACCT-HASH                 PIC 9(12).
               02 IR-BUS-DATE                  PIC 9(8).
               02 IR-RECV-DATE                 PIC 9(8).
               02 IR-RECV-TIME                 PIC 9(6).
               02 IR-STATUS                    PIC X.
                   88 IR-ACCEPTED                  VALUE "A".
                   88 IR-DUP-IDENTITY              VALUE "I".
                   88 IR-DUP-HASH                  VALUE "H".
               02 IR-MATCH-DATE                PIC 9(8).
               02 FILLER                       PIC X(5).
