      ******************************************************************
      * Copybook:PARTYREC
      * Purpose: ACCOUNT-PARTY RECORD - ONE ROW FOR EVERY PERSON ON AN
      *          ACCOUNT, KEPT BY ACCT-PARTY-MAINT AND READ BY THE
      *          SHARED ACCT-PARTY-RTN, NAME-INQUIRY AND THE TELLER
      *          CAPTURE. THE CUSTOMER MASTER STILL CARRIES THE
      *          MAILING NAME AND ADDRESS; THIS FILE SAYS WHO ELSE
      *          OWNS OR MAY OPERATE THE ACCOUNT. FIELD NAMES MAY BE
      *          RENAMED BY EACH CALLER VIA COPY ... REPLACING.
      *
      *          PTY-ROLE VALUES:
      *          "P" = PRIMARY OWNER (THE CUSTOMER MASTER'S NAME)
      *          "J" = JOINT OWNER - ADDRESSED ON STATEMENTS/LETTERS
      *          "S" = AUTHORIZED SIGNER (E.G. A BOOKKEEPER)
      *          "A" = POWER OF ATTORNEY
      *          PTY-END-DATE ZERO = STILL ON THE ACCOUNT.
      *
      * 15-10-2026 GD - NEW. 47 BYTES.
      ******************************************************************
               02 PTY-ACCT-NO                  PIC X(4).
               02 PTY-PARTY-ID                 PIC X(6).
               02 PTY-ROLE                     PIC X.
                   88 PTY-PRIMARY                  VALUE "P".
                   88 PTY-JOINT                    VALUE "J".
                   88 PTY-SIGNER                   VALUE "S".
                   88 PTY-POA                      VALUE "A".
                   88 PTY-ROLE-VALID               VALUE "P" "J"
                                                         "S" "A".
               02 PTY-NAME                     PIC X(20).
               02 PTY-START-DATE               PIC 9(8).
               02 PTY-END-DATE                 PIC 9(8).
