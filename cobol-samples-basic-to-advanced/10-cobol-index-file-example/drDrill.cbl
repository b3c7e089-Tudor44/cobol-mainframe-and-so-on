      ******************************************************************
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - BOTH MASTERS ARE 43
      *BYTES AND THE CERTIFICATE PRINTS THE WIDER ACCOUNT.
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *02-09-2026 GD - DISASTER-RECOVERY DRILL CERTIFICATE. WE HAVE
      *IDX-UNLOAD BACKUPS, THE UPDATE JOURNAL AND IDX-RECOVER'S
      *REPLAY, BUT THE FIRST TIME WE WOULD HAVE LEARNED WHETHER THEY
       FILE SECTION.
      *
       FD LIVE-FILE
          RECORD CONTAINS 43 CHARACTERS.
          01 LIVE-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-LV==
                                  ==AMT-DUE== BY ==AMT-DUE-LV==
                                  ==BRANCH-CODE== BY ==BRANCH-LV==
                                  ==ACCT-NAME== BY ==ACCT-NAME-LV==
                                  ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                  ==ACCT-NO-PICTURE== BY ==9(4)==
                                  ==AMT-DUE-PICTURE== BY ==9(4)V99==.
      *
       FD SCR-FILE
          RECORD CONTAINS 43 CHARACTERS.
          01 SCR-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-SC==
                                  ==AMT-DUE== BY ==AMT-DUE-SC==
                                  ==BRANCH-CODE== BY ==BRANCH-SC==
                                  ==ACCT-NAME== BY ==ACCT-NAME-SC==
                                  ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                  ==ACCT-NO-PICTURE== BY ==9(4)==
                                  ==AMT-DUE-PICTURE== BY ==9(4)V99==.
      *
       FD CERT-FILE
              02 CERT-DATE-OUT      PIC 9(6).
          01 CERT-DTL-LINE.
              02 FILLER             PIC X(8) VALUE "ACCOUNT ".
              02 CERT-ACCT-OUT      PIC X(4).
              02 FILLER             PIC X(2) VALUE SPACES.
              02 CERT-TEXT-OUT      PIC X(40).
          01 CERT-TOT-LINE.
