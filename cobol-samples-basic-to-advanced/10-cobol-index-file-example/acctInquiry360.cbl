      ******************************************************************
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 155 BYTES - STATEMENT
      *DELIVERY PREFERENCE AND E-MAIL ADDRESS ON THE END; NO FIELD
      *MOVES.
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 104 BYTES - RETURNED-MAIL
      *STATUS AND DATE ON THE END; NO FIELD MOVES.
      *15-10-2026 GD - EVERY PARTY ON THE ACCOUNT - PRIMARY, JOINT
      *OWNERS, SIGNERS AND POWERS OF ATTORNEY, WITH THEIR DATES AND
      *WHETHER THEY ARE STILL ON IT - IS LISTED UNDER THE CUSTOMER
      *NAME, FROM THE SHARED ACCT-PARTY-RTN (ACCTPARTY_PATH).
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 95 BYTES - TAX ID AND
      *BACKUP-WITHHOLDING STATUS ON THE END; NO FIELD MOVES.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - MASTER (43),
      *CUSTOMER (85), HISTORY (48), PENDING AND DUPLICATE (34),
      *SUSPENSE (36), CARRY-FORWARD (65) AND REQUEST (4) RECORDS ALL
      *CARRY THE WIDER ACCOUNT; THE CONSOLE TAKES FOUR DIGITS.
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *02-09-2026 GD - 360-DEGREE ACCOUNT INQUIRY. ANSWERING ONE
      *CUSTOMER PHONE CALL USED TO TAKE FOUR PROGRAMS - READ-INDEX-
      *FILE FOR THE BALANCE, CUST-MAST-MAINT FOR THE ADDRESS,
       FILE SECTION.
      *
       FD IDX-FILE
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
       FD HIST-FILE
          RECORD CONTAINS 48 CHARACTERS.
          01 HIST-REC                  PIC X(48).
      *
       FD PEND-FILE
          RECORD CONTAINS 34 CHARACTERS.
          01 PEND-REC.
          COPY TRANSREC.
      *
       FD SUSP-FILE
          RECORD CONTAINS 36 CHARACTERS.
          01 SUSP-REC.
              02 SUS-ACCT-NO             PIC X(4).
              02 SUS-AMT-DUE             PIC 9(4)V99.
              02 SUS-TRANS-TYPE          PIC X.
              02 SUS-EFF-DATE            PIC 9(8).
      *
       FD CARRY-FILE.
          01 CARRY-REC.
              02 CRY-ACCT-NO             PIC X(4).
              02 FILLER                  PIC X.
              02 CRY-TRANS-TYPE          PIC X.
              02 FILLER                  PIC X.
              02 CRY-TRACE               PIC X(9).
      *
       FD DUP-FILE
          RECORD CONTAINS 34 CHARACTERS.
          01 DUP-REC.
          COPY TRANSREC REPLACING ==T-ACCT-NO== BY ==DP-ACCT-NO==
                                  ==T-AMT-DUE== BY ==DP-AMT-DUE==
                              ==T-TRACE-SER== BY ==DP-TRACE-SER==.
      *
       FD REQ-FILE
          RECORD CONTAINS 4 CHARACTERS.
          01 REQ-REC                   PIC X(4).
      *
       FD OUT-FILE
          RECORD CONTAINS 80 CHARACTERS.
               88 WS-EOF                        VALUE "Y".
          01 ARE-THERE-MORE-RECORDS     PIC XXX VALUE "YES".
               88 NO-MORE-RECORDS               VALUE "NO".
          01 WS-ACCT-WORK               PIC X(4).
          01 WS-LAST-N                  PIC 9(2) VALUE 5.
          01 WS-REQ-CTR                 PIC 9(5) VALUE ZERO.
          01 WS-HIST-HOLD.
      *   THE LAST N POSTINGS FOR THE ACCOUNT IN HAND - THE TABLE
      *   SHIFTS UP WHEN FULL SO THE NEWEST N SURVIVE.
          01 WS-LASTN-TABLE.
              02 WS-LASTN-REC OCCURS 10 TIMES PIC X(48).
          01 WS-LASTN-CTR               PIC 9(2) VALUE ZERO.
          01 WS-LASTN-IDX               PIC 9(2).
          01 WS-SHIFT-IDX               PIC 9(2).
          01 WS-WAIT-CTR                PIC 9(3).
          01 WS-AS-OF-ZERO              PIC 9(8) VALUE ZERO.
          01 WS-PARTY-IDX               PIC 99.
          01 WS-PARTY-LIST.
          COPY PARTYLST.
          01 HD-LINE.
              02 FILLER             PIC X(31) VALUE
                  "360-DEGREE INQUIRY FOR ACCOUNT ".
              02 HD-ACCT-OUT        PIC X(4).
          01 MST-LINE.
              02 FILLER             PIC X(9) VALUE "BALANCE: ".
              02 MST-BAL-OUT        PIC Z,ZZ9.99.
              02 ADDR-OUT           PIC X(25).
              02 FILLER             PIC X(2) VALUE SPACES.
              02 CITY-OUT           PIC X(20).
          01 PARTY-HD-LINE          PIC X(60) VALUE
              "PARTIES ON THE ACCOUNT".
          01 PARTY-LINE.
              02 FILLER             PIC X(2) VALUE SPACES.
              02 PTL-ROLE-OUT       PIC X(10).
              02 PTL-NAME-OUT       PIC X(20).
              02 FILLER             PIC X(7) VALUE "  FROM ".
              02 PTL-START-OUT      PIC 9(8).
              02 FILLER             PIC X(5) VALUE "  TO ".
              02 PTL-END-OUT        PIC X(8).
              02 FILLER             PIC X(2) VALUE SPACES.
              02 PTL-ACTIVE-OUT     PIC X(8).
          01 HIST-HD-LINE.
              02 FILLER             PIC X(22) VALUE
                  "RECENT POSTINGS (LAST ".
           END-READ.

       250-CONSOLE-RTN.
           DISPLAY "ENTER THE ACCOUNT NUMBER (4 DIGITS)"
           ACCEPT WS-ACCT-WORK
           PERFORM 300-ONE-INQUIRY-RTN
           DISPLAY " DO YOU WANT TO CONTINUE ? "
               NOT INVALID KEY
                   PERFORM 350-SHOW-MASTER-RTN
                   PERFORM 400-SHOW-CUSTOMER-RTN
                   PERFORM 420-SHOW-PARTIES-RTN
                   PERFORM 450-SHOW-HISTORY-RTN
                   PERFORM 500-SHOW-WAITING-RTN
           END-READ.
               WRITE OUT-REC FROM ADDR-LINE AFTER ADVANCING 1 LINES
           END-IF.

      ******************************************************************
      * EVERYONE ON THE ACCOUNT, PAST AND PRESENT, IN ROLE ORDER.
      ******************************************************************
       420-SHOW-PARTIES-RTN.
           CALL 'ACCT-PARTY-RTN' USING WS-ACCT-WORK WS-AS-OF-ZERO
               WS-PARTY-LIST
           WRITE OUT-REC FROM PARTY-HD-LINE AFTER ADVANCING 2 LINES
           IF PL-CTR = ZERO
               MOVE "  NO PARTIES ON FILE - CUSTOMER MASTER NAME ONLY"
                   TO NOTE-LINE
               WRITE OUT-REC FROM NOTE-LINE AFTER ADVANCING 1 LINES
           ELSE
               PERFORM 425-ONE-PARTY-RTN
                   VARYING WS-PARTY-IDX FROM 1 BY 1
                   UNTIL WS-PARTY-IDX > PL-CTR
               IF PL-MORE = "Y"
                   MOVE "  MORE PARTIES ON FILE THAN SHOWN"
                       TO NOTE-LINE
                   WRITE OUT-REC FROM NOTE-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-IF.

       425-ONE-PARTY-RTN.
           EVALUATE PL-ROLE (WS-PARTY-IDX)
               WHEN "P"
                   MOVE "PRIMARY" TO PTL-ROLE-OUT
               WHEN "J"
                   MOVE "JOINT" TO PTL-ROLE-OUT
               WHEN "S"
                   MOVE "SIGNER" TO PTL-ROLE-OUT
               WHEN "A"
                   MOVE "ATTORNEY" TO PTL-ROLE-OUT
               WHEN OTHER
                   MOVE PL-ROLE (WS-PARTY-IDX) TO PTL-ROLE-OUT
           END-EVALUATE
           MOVE PL-NAME (WS-PARTY-IDX) TO PTL-NAME-OUT
           MOVE PL-START-DATE (WS-PARTY-IDX) TO PTL-START-OUT
           IF PL-END-DATE (WS-PARTY-IDX) = ZERO
               MOVE "OPEN" TO PTL-END-OUT
           ELSE
               MOVE PL-END-DATE (WS-PARTY-IDX) TO PTL-END-OUT
           END-IF
           IF PL-ACTIVE (WS-PARTY-IDX) = "Y"
               MOVE "ACTIVE" TO PTL-ACTIVE-OUT
           ELSE
               MOVE "INACTIVE" TO PTL-ACTIVE-OUT
           END-IF
           WRITE OUT-REC FROM PARTY-LINE AFTER ADVANCING 1 LINES.

       450-SHOW-HISTORY-RTN.
           MOVE ZERO TO WS-LASTN-CTR
           OPEN INPUT HIST-FILE
