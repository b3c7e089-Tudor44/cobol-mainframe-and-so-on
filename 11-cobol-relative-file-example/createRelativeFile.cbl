      *RECORDS INTO SLOT 1,2,3... IN INPUT ORDER REGARDLESS OF ACCOUNT
      *NUMBER. READ-RELATIVE-FILE'S RANDOM LOOKUP BY ACCOUNT NUMBER ONLY
      *WORKS IF THE ACCOUNT NUMBER IS THE RELATIVE SLOT NUMBER.
      *15-10-2026 GD - THE ACCOUNT'S PRODUCT CODE (ACCT-PRODUCT) IS
      *CARRIED ACROSS TO THE RELATIVE MASTER WITH THE OTHER FIELDS.
      *15-10-2026 GD - THE SEQUENTIAL MASTER NOW CARRIES THE FOUR-DIGIT
      *ACCOUNT NUMBER TOO (43 CHARACTERS), SO THE ACCOUNT NUMBER AND
      *THE RELATIVE SLOT ARE THE SAME FIGURE ON BOTH SIDES.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE
           RECORD CONTAINS 43 CHARACTERS.
           01 IN-REC.
           COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-IN==
                                   ==AMT-DUE== BY ==AMT-DUE-IN==
                                   ==ACCT-STATUS== BY ==ACCT-STAT-IN==
                                   ==BRANCH-CODE== BY ==BRANCH-IN==
                                   ==ACCT-NAME== BY ==ACCT-NAME-IN==
                                   ==ACCT-PRODUCT== BY ==ACCT-PROD-IN==
                                   ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                   ==ACCT-NO-PICTURE== BY ==9(4)==
                                   ==AMT-DUE-PICTURE== BY ==9(4)V99==.
       FD OUT-FILE.
           01 REL-REC.
                                   ==ACCT-STATUS== BY ==ACCT-STAT-OUT==
                                   ==BRANCH-CODE== BY ==BRANCH-OUT==
                                   ==ACCT-NAME== BY ==ACCT-NAME-OUT==
                                   ==ACCT-PRODUCT== BY ==ACCT-PROD-OUT==
                                   ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                   ==ACCT-NO-PICTURE== BY ==9(4)==
                                   ==AMT-DUE-PICTURE== BY ==9(4)V99==.
           MOVE ACCT-STAT-IN TO ACCT-STAT-OUT
           MOVE BRANCH-IN TO BRANCH-OUT
           MOVE ACCT-NAME-IN TO ACCT-NAME-OUT
           MOVE ACCT-PROD-IN TO ACCT-PROD-OUT
           DISPLAY REL-REC
      *    DISPLAY "WS STATUS COODE IS "  WS-STATUS
           WRITE REL-REC
