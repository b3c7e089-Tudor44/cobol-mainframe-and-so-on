      ******************************************************************
      * Copybook:PAYINST
      * Purpose: PAYMENT INSTRUCTION - ONE ROW PER OUTBOUND "E"
      *          PAYMENT, APPENDED BY TELLER-CAPTURE WHEN THE BATCH
      *          PROVES AND REWRITTEN EACH NIGHT BY PAYMENT-OUTBOUND.
      *          PI-TRACE IS THE "E" TRANSACTION'S OWN TRACE (SOURCE
      *          "EXP", SERIAL UNIQUE ACROSS THE FILE), SO THE POSTING
      *          ON THE AUDIT FILE, THE LINE ON THE BANK FILE AND ANY
      *          RETURN ALL FIND THE SAME ROW. PI-ROUTING IS THE
      *          PAYEE BANK'S NINE-DIGIT ROUTING NUMBER (CHECK DIGIT
      *          PROVED AT CAPTURE), PI-PAYEE-ACCT THE PAYEE'S ACCOUNT
      *          AT THAT BANK AS THE CUSTOMER GAVE IT.
      *
      *          PI-STATUS VALUES:
      *          "E" = ENTERED - WAITING FOR THE DEBIT TO POST
      *          "S" = SENT - ON THE BANK FILE OF PI-SENT-DATE
      *          "J" = REJECTED - THE DEBIT DID NOT POST (SEE THE
      *                REJECT FILE); SENT IF A CORRECTED DEBIT POSTS
      *          "R" = RETURNED BY THE PAYEE'S BANK - THE AMOUNT CAME
      *                BACK AS A "C" CREDIT TRACED "EXR" + THE SAME
      *                SERIAL, POSTED ON PI-RET-DATE
      *
      * 15-10-2026 GD - NEW. 110 BYTES.
      ******************************************************************
               02 PI-TRACE.
                   03 PI-TRACE-SRC             PIC X(3).
                   03 PI-TRACE-SER             PIC 9(6).
               02 PI-ACCT-NO                   PIC X(4).
               02 PI-AMT                       PIC 9(4)V99.
               02 PI-EFF-DATE                  PIC 9(8).
               02 PI-ENTRY-DATE                PIC 9(8).
               02 PI-ROUTING                   PIC 9(9).
               02 PI-PAYEE-ACCT                PIC X(17).
               02 PI-PAYEE-NAME                PIC X(22).
               02 PI-STATUS                    PIC X.
                   88 PI-ENTERED                   VALUE "E".
                   88 PI-SENT                      VALUE "S".
                   88 PI-REJECTED                  VALUE "J".
                   88 PI-RETURNED                  VALUE "R".
               02 PI-SENT-DATE                 PIC 9(8).
               02 PI-RET-DATE                  PIC 9(8).
               02 PI-TELLER-ID                 PIC X(5).
               02 FILLER                       PIC X(5).
