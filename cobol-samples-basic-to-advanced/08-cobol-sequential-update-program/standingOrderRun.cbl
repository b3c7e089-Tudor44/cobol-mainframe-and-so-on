      ******************************************************************
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - ORDER ROWS ARE 28
      *BYTES AND GENERATED PENDING ITEMS 34.
      *02-09-2026 GD - STANDING-ORDER GENERATION. RUNS NIGHTLY AHEAD
      *OF PEND-RELEASE: FOR EVERY ORDER ON THE STANDING-ORDER MASTER
      *WHOSE NEXT-DUE DATE HAS ARRIVED (AND WHOSE END DATE, IF ANY,
       DATA DIVISION.
       FILE SECTION.
       FD ORDER-FILE
           RECORD CONTAINS 28 CHARACTERS.
           01 ORDER-REC.
               02 SO-ACCT-NO             PIC X(4).
               02 SO-AMT                 PIC 9(4)V99.
               02 SO-TRANS-TYPE          PIC X.
               02 SO-FREQ                PIC X.
               02 SO-NEXT-DUE            PIC 9(8).
               02 SO-END-DATE            PIC 9(8).
       FD PENDING-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 PENDING-REC.
           COPY TRANSREC.
       FD REGISTER-FILE.
      *    MASTER AT END OF RUN, THE WAY PEND-RELEASE REWRITES THE
      *    PENDING FILE.
           01 WS-KEEP-TABLE.
               02 WS-KEEP-REC OCCURS 200 TIMES PIC X(28).
           01 WS-DUE-HOLD.
               02 WS-DUE-YYYY            PIC 9(4).
               02 WS-DUE-MM              PIC 99.
               02 REG-HDR-DATE      PIC 9(6).
           01 REG-DETAIL-LINE.
               02 FILLER            PIC X(8) VALUE "ACCOUNT ".
               02 REG-ACCT-OUT      PIC X(4).
               02 FILLER            PIC X(7) VALUE "  TYPE ".
               02 REG-TYPE-OUT      PIC X.
               02 FILLER            PIC X(9) VALUE "  AMOUNT ".
               02 REG-DUE-OUT       PIC 9(8).
           01 REG-RETIRE-LINE.
               02 FILLER            PIC X(8) VALUE "ACCOUNT ".
               02 REG-RET-ACCT-OUT  PIC X(4).
               02 FILLER            PIC X(26) VALUE
                   "  ORDER ENDED AND RETIRED ".
               02 REG-RET-DATE-OUT  PIC 9(8).
