      ******************************************************************
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - REJECT AND CARRY
      *RECORDS ARE 65 BYTES, RELEASED ITEMS 34, PARKED ITEMS 47; THE
      *REGISTER KEEPS ITS 50 BYTES.
      *22-08-2026 GD - REJECT CORRECTION AND RESUBMISSION. SEQ-UPDATE
      *WRITES RICH REJECT RECORDS (OLD BALANCE, ATTEMPTED BALANCE,
      *REASON) BUT RESUBMITTING A FIXED TRANSACTION MEANT RETYPING IT
       FILE SECTION.
       FD REJECT-FILE.
           01 REJECT-REC.
               02 REJ-ACCT-NO                  PIC X(4).
               02 FILLER                       PIC X.
               02 REJ-TRANS-TYPE                PIC X.
               02 FILLER                       PIC X.
               02 FILLER                       PIC X.
               02 REJ-TRACE                     PIC X(9).
       FD CARRY-FILE.
           01 CARRY-REC                        PIC X(65).
       FD RELEASE-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 RELEASE-REC.
           COPY TRANSREC.
       FD REG-FILE
               02 FILLER                 PIC X VALUE SPACE.
               02 RG-ACTION              PIC X(8).
               02 FILLER                 PIC X VALUE SPACE.
               02 RG-ACCT-NO             PIC X(4).
               02 FILLER                 PIC X VALUE SPACE.
               02 RG-AMOUNT              PIC 9(4)V99.
               02 FILLER                 PIC X VALUE SPACE.
               02 RG-TRACE               PIC X(9).
               02 FILLER                 PIC X VALUE SPACE.
               02 RG-OPER2               PIC X(5).
               02 FILLER                 PIC X VALUE SPACE.
       FD PARK-FILE
           RECORD CONTAINS 47 CHARACTERS.
           01 PARK-REC.
               02 PK-DATE                PIC 9(6).
               02 FILLER                 PIC X VALUE SPACE.
               02 PK-INITIATOR           PIC X(5).
               02 FILLER                 PIC X VALUE SPACE.
               02 PK-IMAGE               PIC X(34).
       WORKING-STORAGE SECTION.
           01 WS-REJ-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/TRANS-REJ.txt".
           01 WS-CARRY-CTR               PIC 9(5) VALUE ZERO.
           01 SUB1                       PIC 9(3).
           01 WS-CARRY-TABLE.
               02 WS-CARRY-HOLD OCCURS 200 TIMES PIC X(65).
           01 WS-REG-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/RejCorReg.txt".
           01 WS-REG-STATUS              PIC XX.
           01 WS-PARK-EOF-SW             PIC X VALUE "N".
           01 WS-PARK-ANSWER             PIC X.
           01 WS-PARK-KEEP-TABLE.
               02 WS-PARK-KEEP OCCURS 100 TIMES PIC X(47).
           01 WS-PARK-IMAGE-HOLD.
           COPY TRANSREC REPLACING ==T-ACCT-NO== BY ==PI-ACCT-NO==
                                   ==T-AMT-DUE== BY ==PI-AMT-DUE==
