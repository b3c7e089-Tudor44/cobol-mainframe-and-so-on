      *AN ACCOUNT WITH NO CUSTOMER RECORD IS FLAGGED *NOT ON FILE*,
      *AND A MISSING CUSTOMER MASTER LEAVES THE NAME COLUMN BLANK
      *RATHER THAN FAILING THE LISTING.
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - MASTER (43) AND
      *CUSTOMER (85) RECORDS CARRY THE WIDER ACCOUNT.
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 95 BYTES - TAX ID AND
      *BACKUP-WITHHOLDING STATUS ON THE END; NO FIELD MOVES.
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 104 BYTES - RETURNED-MAIL
      *STATUS AND DATE ON THE END; NO FIELD MOVES.
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 155 BYTES - STATEMENT
      *DELIVERY PREFERENCE AND E-MAIL ADDRESS ON THE END; NO FIELD
      *MOVES.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. READ-INDEX-FILE.
       AUTHOR. GAETANO.
       FILE SECTION.
      *
       FD IN-FILE
          RECORD CONTAINS 43 CHARACTERS.
          01 IN-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-IN==
                                  ==AMT-DUE== BY ==AMT-DUE-IN==
                                  ==BRANCH-CODE== BY ==BRANCH-IN==
                                  ==ACCT-NAME== BY ==ACCT-NAME-IN==
                                  ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                  ==ACCT-NO-PICTURE== BY ==9(4)==
                                  ==AMT-DUE-PICTURE== BY ==9(4)V99==.
      *
       FD BAL-RPT-FILE
              02 BRM-OPEN-FLAG          PIC X.
      *
       FD CUST-FILE
          RECORD CONTAINS 155 CHARACTERS.
          01 CUST-REC.
              02 CUST-ACCT-NO            PIC 9(4).
              02 CUST-NAME               PIC X(20).
              02 CUST-ADDRESS            PIC X(25).
              02 CUST-CITY-STATE         PIC X(20).
              02 CUST-PHONE              PIC X(10).
              02 CUST-OPEN-DATE          PIC 9(6).
              02 CUST-TAX-ID             PIC X(9).
              02 CUST-WH-STATUS          PIC X.
              02 CUST-MAIL-STATUS        PIC X.
                  88 CUST-MAIL-RETURNED  VALUE "R".
              02 CUST-MAIL-RET-DATE      PIC 9(8).
              02 CUST-DELIV-PREF         PIC X.
                  88 CUST-DELIV-ELEC     VALUE "E".
                  88 CUST-DELIV-BOTH     VALUE "B".
              02 CUST-EMAIL              PIC X(50).
      *
       WORKING-STORAGE SECTION.
          01 WS-IN-FILE-PATH            PIC X(80) VALUE
              02 FILLER                 PIC X(12) VALUE SPACES.
          01 DTL-LINE.
              02 FILLER                 PIC X(10) VALUE SPACES.
              02 DTL-ACCT-OUT           PIC ZZZ9.
              02 FILLER                 PIC X(11) VALUE SPACES.
              02 DTL-NAME-OUT           PIC X(20).
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 DTL-AMT-OUT            PIC Z,ZZ9.99.
