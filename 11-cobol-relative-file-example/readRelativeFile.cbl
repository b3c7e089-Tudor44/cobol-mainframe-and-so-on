      *THE RELREAD_IN_PATH ENVIRONMENT VARIABLE
      *22-08-2026 GD - THE RECORDS NOW CARRY LAST-ACT-DATE FROM THE
      *ACCTREC COPYBOOK, KEPT IN STEP WITH THE OTHER ACCOUNT MASTERS
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       FILE SECTION.
      *
       FD IN-FILE
          RECORD CONTAINS 43 CHARACTERS.
          01 IN-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-IN==
                                  ==AMT-DUE== BY ==AMT-DUE-IN==
