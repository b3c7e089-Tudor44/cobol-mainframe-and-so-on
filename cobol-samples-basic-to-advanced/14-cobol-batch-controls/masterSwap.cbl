      ******************************************************************
      *15-10-2026 GD - MASTER RECORD NOW 43 BYTES FOR THE FOUR-DIGIT
      *ACCOUNT NUMBER.
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *22-08-2026 GD - AUTOMATED VERIFIED MASTER SWAP. TURNING TONIGHT'S
      *MASTER.NEW INTO TOMORROW'S MASTER.OLD WAS A MANUAL COPY NOBODY
      *AUDITED. THIS STEP FIRST RE-CHECKS SEQ-UPDATE'S MACHINE CONTROL
       DATA DIVISION.
       FILE SECTION.
       FD NEW-FILE.
           01 NEW-MASTER-REC             PIC X(43).
       FD OLD-FILE.
           01 OLD-MASTER-REC             PIC X(43).
       FD GEN-FILE.
           01 GEN-MASTER-REC             PIC X(43).
       FD CTL-FILE.
           01 CTL-REC                    PIC X(90).
       WORKING-STORAGE SECTION.
