      ******************************************************************
      * Copybook:PARTYLST
      * Purpose: THE LIST OF AN ACCOUNT'S PARTIES HANDED BACK BY THE
      *          SHARED ACCT-PARTY-RTN - PRIMARY FIRST, THEN JOINT
      *          OWNERS, SIGNERS AND POWERS OF ATTORNEY, EACH IN FILE
      *          ORDER. PL-ACTIVE IS "Y" WHEN THE PARTY IS ON THE
      *          ACCOUNT AT THE AS-OF DATE THE CALLER GAVE. AT MOST
      *          TEN PARTIES ARE RETURNED; PL-MORE IS "Y" WHEN THE
      *          ACCOUNT HAS MORE.
      *
      * 15-10-2026 GD - NEW.
      ******************************************************************
               02 PL-CTR                       PIC 99.
               02 PL-MORE                      PIC X.
               02 PL-ENTRY OCCURS 10 TIMES.
                   03 PL-PARTY-ID              PIC X(6).
                   03 PL-ROLE                  PIC X.
                   03 PL-NAME                  PIC X(20).
                   03 PL-START-DATE            PIC 9(8).
                   03 PL-END-DATE              PIC 9(8).
                   03 PL-ACTIVE                PIC X.
