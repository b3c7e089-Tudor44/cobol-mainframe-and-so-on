      ******************************************************************
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS ON BOTH MASTERS AND
      *THE DETAIL LINE.
      *22-08-2026 GD - DAILY MASTER CHANGE REPORT. NIGHTRUN PRODUCES
      *MASTER.NEW FROM MASTER.OLD VIA SEQ-UPDATE BUT NOBODY COULD SEE
      *AT A GLANCE WHAT ACTUALLY CHANGED. THIS STEP READS BOTH
                           ==BRANCH-CODE== BY ==M-BRANCH-OLD==
                           ==ACCT-NAME== BY ==M-ACCT-NAME-OLD==
                           ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                   ==ACCT-NO-PICTURE== BY ==9(4)==
                                   ==AMT-DUE-PICTURE== BY ==9(4)V99==.
       FD NEW-FILE.
           01 NEW-MASTER-REC.
                           ==BRANCH-CODE== BY ==M-BRANCH-NEW==
                           ==ACCT-NAME== BY ==M-ACCT-NAME-NEW==
                           ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                   ==ACCT-NO-PICTURE== BY ==9(4)==
                                   ==AMT-DUE-PICTURE== BY ==9(4)V99==.
       FD CTL-FILE.
           01 CTL-REC                          PIC X(80).
               02 FILLER                 PIC X(9) VALUE SPACES.
           01 DTL-LINE.
               02 FILLER                 PIC X(7) VALUE SPACES.
               02 DTL-ACCT-OUT           PIC ZZZ9.
               02 FILLER                 PIC X(7) VALUE SPACES.
               02 DTL-OLD-OUT            PIC ZZ,ZZ9.99.
               02 FILLER                 PIC X(7) VALUE SPACES.
               02 DTL-NEW-OUT            PIC ZZ,ZZ9.99.
