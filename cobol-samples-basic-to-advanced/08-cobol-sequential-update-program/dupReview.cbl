      ******************************************************************
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - DUPLICATE AND
      *RELEASE RECORDS ARE 34 BYTES, HISTORY 48; THE REGISTER KEEPS ITS
      *56-BYTE LENGTH (THE WIDER ACCOUNT COMES OUT OF THE TRAILING
      *FILLER).
      *02-09-2026 GD - DUPLICATE REVIEW-AND-RELEASE. SEQ-UPDATE
      *DIVERTS A SUSPECTED DOUBLE-KEYED PAYMENT TO THE TRANS-DUP
      *FILE "FOR HUMAN REVIEW", BUT NO PROGRAM EXISTED TO DO THE
       DATA DIVISION.
       FILE SECTION.
       FD DUP-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 DUP-REC.
           COPY TRANSREC REPLACING ==T-ACCT-NO== BY ==DP-ACCT-NO==
                                   ==T-AMT-DUE== BY ==DP-AMT-DUE==
                           ==T-TRACE-SRC== BY ==DP-TRACE-SRC==
                           ==T-TRACE-SER== BY ==DP-TRACE-SER==.
       FD HIST-FILE
           RECORD CONTAINS 48 CHARACTERS.
           01 HIST-REC                   PIC X(48).
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
               02 FILLER                 PIC X(13) VALUE SPACES.
       FD CTL-FILE.
           01 CTL-REC                    PIC X(30).
       WORKING-STORAGE SECTION.
           01 WS-KEPT-CTR                PIC 9(5) VALUE ZERO.
           01 SUB1                       PIC 9(3).
           01 WS-KEEP-TABLE.
               02 WS-KEEP-REC OCCURS 200 TIMES PIC X(34).
           01 WS-OPERATOR-ID             PIC X(5) VALUE SPACES.
           01 WS-AUTH-FUNCTION           PIC X(3).
           01 WS-AUTH-FLAG               PIC X.
