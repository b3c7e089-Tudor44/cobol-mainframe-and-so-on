      ******************************************************************
      *15-10-2026 GD - THE SEARCH NOW ALSO COVERS EVERY PARTY ON THE
      *ACCOUNT-PARTY FILE (NAMEINQ_PTY_PATH) - A JOINT OWNER, SIGNER
      *OR POWER OF ATTORNEY CALLING IN FINDS THEIR ACCOUNTS THE SAME
      *WAY THE NAMED DEPOSITOR DOES. A PARTY MATCH PRINTS WITH THE
      *PARTY'S NAME AND ROLE (AN ACCOUNT ALREADY FOUND BY ITS MASTER
      *NAME IS NOT LISTED TWICE), AND EVERY ACCOUNT LISTED IS
      *FOLLOWED BY ALL ITS PARTIES. THE ROLE GOES IN BYTE 43 OF THE
      *MACHINE RESPONSE, BLANK FOR A MASTER-NAME MATCH.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - MASTER IS 43 BYTES
      *AND THE DETAIL LINE PRINTS THE WIDER ACCOUNT.
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *22-08-2026 GD - NAME-BASED ACCOUNT INQUIRY. THE INDEXED MASTER
      *NOW CARRIES THE DEPOSITOR NAME WITH AN ALTERNATE RECORD KEY ON
      *IT, SO A PHONE INQUIRY FROM A CUSTOMER WHO DOES NOT KNOW THEIR
       SELECT REQUEST-FILE ASSIGN TO WS-REQ-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
       SELECT PARTY-FILE ASSIGN TO WS-PTY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTY-STATUS.
       SELECT MRSP-FILE ASSIGN TO WS-MRSP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RSP-RPT-FILE ASSIGN TO WS-RSP-FILE-PATH
       FILE SECTION.
      *
       FD IDX-FILE
          RECORD CONTAINS 43 CHARACTERS.
          01 IN-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-IN==
                                  ==AMT-DUE== BY ==AMT-DUE-IN==
                                  ==BRANCH-CODE== BY ==BRANCH-IN==
                                  ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                  ==ACCT-NAME== BY ==ACCT-NAME-IN==
                                  ==ACCT-NO-PICTURE== BY ==9(4)==
                                  ==AMT-DUE-PICTURE== BY ==9(4)V99==.
      *
       FD REQUEST-FILE
          01 REQUEST-REC.
              02 REQ-REQUESTER          PIC X(8).
              02 REQ-NAME               PIC X(20).
      *
       FD PARTY-FILE
          RECORD CONTAINS 47 CHARACTERS.
          01 PARTY-REC.
          COPY PARTYREC.
      *
       FD MRSP-FILE
          RECORD CONTAINS 44 CHARACTERS.
              02 MR-STATUS              PIC X.
              02 MR-BRANCH              PIC X(2).
              02 MR-NAME                PIC X(20).
              02 MR-ROLE                PIC X.
              02 FILLER                 PIC X.
          01 MRSP-TRL-REC.
              02 MT-TAG                 PIC X(2).
              02 MT-REC-COUNT           PIC 9(6).
          01 WS-ENV-HOLD                PIC X(80).
          01 WS-IDX-STATUS              PIC XX.
          01 WS-REQ-STATUS              PIC XX.
          01 WS-PTY-FILE-PATH           PIC X(80) VALUE SPACES.
          01 WS-PTY-STATUS              PIC XX.
          01 WS-PT-CTR                  PIC 9(4) VALUE ZERO.
          01 WS-PT-IDX                  PIC 9(4).
          01 WS-PT-SHOW-IDX             PIC 9(4).
          01 WS-PARTY-TABLE.
              02 WS-PT-ROW OCCURS 2000 TIMES PIC X(47).
          01 WS-PARTY-HOLD.
          COPY PARTYREC REPLACING LEADING ==PTY-== BY ==PH-==.
          01 WS-SHOW-HOLD.
          COPY PARTYREC REPLACING LEADING ==PTY-== BY ==PS-==.
      *   ACCOUNTS ALREADY LISTED FOR THE REQUEST IN HAND, SO A PARTY
      *   MATCH DOES NOT REPEAT A MASTER-NAME MATCH.
          01 WS-LISTED-TABLE.
              02 WS-LISTED-ACCT OCCURS 50 TIMES PIC X(4).
          01 WS-LISTED-CTR              PIC 99.
          01 WS-LISTED-IDX              PIC 99.
          01 WS-LISTED-SW               PIC X.
               88 WS-ALREADY-LISTED             VALUE "Y".
          01 WS-MATCH-ROLE              PIC X.
          01 WS-MATCH-NAME              PIC X(20).
          01 WS-MRSP-FILE-PATH          PIC X(80) VALUE SPACES.
          01 WS-MRSP-SW                 PIC X VALUE "N".
               88 WS-MRSP-ON                    VALUE "Y".
              02 RQ-NAME-OUT            PIC X(20).
              02 FILLER                 PIC X(27) VALUE SPACES.
          01 DTL-LINE.
              02 FILLER                 PIC X(6) VALUE SPACES.
              02 DTL-ACCT-OUT           PIC ZZZ9.
              02 FILLER                 PIC X(3) VALUE SPACES.
              02 DTL-NAME-OUT           PIC X(20).
              02 FILLER                 PIC X(3) VALUE SPACES.
              02 DTL-AMT-OUT            PIC Z,ZZ9.99.
              02 FILLER                 PIC X(3) VALUE SPACES.
              02 DTL-STAT-OUT           PIC X.
              02 FILLER                 PIC X(3) VALUE SPACES.
              02 DTL-ROLE-OUT           PIC X(10).
              02 FILLER                 PIC X(19) VALUE SPACES.
          01 PTY-LINE.
              02 FILLER                 PIC X(13) VALUE SPACES.
              02 FILLER                 PIC X(7) VALUE "PARTY: ".
              02 PTL-ROLE-OUT           PIC X(10).
              02 PTL-NAME-OUT           PIC X(20).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 PTL-START-OUT          PIC 9(8).
              02 FILLER                 PIC X(1) VALUE "-".
              02 PTL-END-OUT            PIC X(8).
              02 FILLER                 PIC X(11) VALUE SPACES.
          01 NONE-LINE.
              02 FILLER                 PIC X(8) VALUE SPACES.
              02 FILLER                 PIC X(26)
           END-IF
           OPEN INPUT IDX-FILE
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "NAMEINQ_PTY_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PTY-FILE-PATH
               PERFORM 150-LOAD-PARTIES-RTN
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "NAMEINQ_MRESP_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-MRSP-FILE-PATH
               "  MATCHES: " WS-MATCH-CTR
           STOP RUN.

      ******************************************************************
      * THE ACCOUNT-PARTY FILE IS SMALL AND READ ONCE INTO A TABLE -
      * EVERY REQUEST IN THE RUN SCANS THE TABLE, NOT THE FILE.
      ******************************************************************
       150-LOAD-PARTIES-RTN.
           OPEN INPUT PARTY-FILE
           IF WS-PTY-STATUS NOT = "00"
               DISPLAY "ACCOUNT-PARTY FILE NOT AVAILABLE - STATUS "
                   WS-PTY-STATUS " - MASTER NAMES ONLY"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PARTY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-PT-CTR < 2000
                               ADD 1 TO WS-PT-CTR
                               MOVE PARTY-REC TO WS-PT-ROW (WS-PT-CTR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTY-FILE
           END-IF.

       200-BATCH-RTN.
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-STATUS NOT = "00"
       350-BROWSE-RTN.
           MOVE WS-SEARCH-NAME TO ACCT-NAME-IN
           MOVE ZERO TO WS-MATCH-CTR
           MOVE ZERO TO WS-LISTED-CTR
           MOVE SPACE TO WS-MATCH-ROLE
           MOVE "N" TO WS-BROWSE-EOF-SW
           START IDX-FILE KEY >= ACCT-NAME-IN
               INVALID KEY
                   NOT AT END
                       IF ACCT-NAME-IN (1:WS-SEARCH-LEN) =
                               WS-SEARCH-NAME (1:WS-SEARCH-LEN)
                           MOVE ACCT-NAME-IN TO WS-MATCH-NAME
                           PERFORM 400-MATCH-LINE-RTN
                       ELSE
                           MOVE "Y" TO WS-BROWSE-EOF-SW
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 370-PARTY-SCAN-RTN
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-CTR
           IF WS-MATCH-CTR = ZERO
               WRITE RSP-RPT-REC FROM NONE-LINE
                   AFTER ADVANCING 1 LINES
                   MOVE SPACE TO MR-STATUS
                   MOVE SPACES TO MR-BRANCH
                   MOVE SPACES TO MR-NAME
                   MOVE SPACE TO MR-ROLE
                   WRITE MRSP-REC
                   ADD 1 TO WS-MRSP-CTR
               END-IF
           END-IF.

      ******************************************************************
      * A PARTY WHOSE NAME OPENS WITH THE SEARCH CHARACTERS - READ
      * THE ACCOUNT BY ITS NUMBER AND LIST IT UNDER THE PARTY'S NAME,
      * UNLESS THE MASTER-NAME BROWSE ALREADY LISTED IT.
      ******************************************************************
       370-PARTY-SCAN-RTN.
           MOVE WS-PT-ROW (WS-PT-IDX) TO WS-PARTY-HOLD
           IF PH-NAME (1:WS-SEARCH-LEN) =
                   WS-SEARCH-NAME (1:WS-SEARCH-LEN)
               MOVE "N" TO WS-LISTED-SW
               PERFORM VARYING WS-LISTED-IDX FROM 1 BY 1
                   UNTIL WS-LISTED-IDX > WS-LISTED-CTR
                   IF WS-LISTED-ACCT (WS-LISTED-IDX) = PH-ACCT-NO
                       MOVE "Y" TO WS-LISTED-SW
                   END-IF
               END-PERFORM
               IF NOT WS-ALREADY-LISTED
                   MOVE PH-ACCT-NO TO ACCT-NO-IN
                   READ IDX-FILE
                       INVALID KEY
                           DISPLAY "PARTY " PH-NAME " ON ACCOUNT "
                               PH-ACCT-NO " - ACCOUNT NOT ON MASTER"
                       NOT INVALID KEY
                           MOVE PH-ROLE TO WS-MATCH-ROLE
                           MOVE PH-NAME TO WS-MATCH-NAME
                           PERFORM 400-MATCH-LINE-RTN
                           MOVE SPACE TO WS-MATCH-ROLE
                   END-READ
               END-IF
           END-IF.

       400-MATCH-LINE-RTN.
           MOVE ACCT-NO-IN TO DTL-ACCT-OUT
           MOVE WS-MATCH-NAME TO DTL-NAME-OUT
           MOVE AMT-DUE-IN TO DTL-AMT-OUT
           MOVE ACCT-STAT-IN TO DTL-STAT-OUT
           MOVE WS-MATCH-ROLE TO PH-ROLE
           PERFORM 450-ROLE-TEXT-RTN
           MOVE PTL-ROLE-OUT TO DTL-ROLE-OUT
           WRITE RSP-RPT-REC FROM DTL-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-MATCH-CTR
           IF WS-LISTED-CTR < 50
               ADD 1 TO WS-LISTED-CTR
               MOVE ACCT-NO-IN TO WS-LISTED-ACCT (WS-LISTED-CTR)
           END-IF
           PERFORM 460-SHOW-PARTIES-RTN
               VARYING WS-PT-SHOW-IDX FROM 1 BY 1
               UNTIL WS-PT-SHOW-IDX > WS-PT-CTR
           IF WS-MRSP-ON
               MOVE WS-REQUESTER TO MR-REQUESTER
               EVALUATE ACCT-STAT-IN
               MOVE AMT-DUE-IN TO MR-BALANCE
               MOVE ACCT-STAT-IN TO MR-STATUS
               MOVE BRANCH-IN TO MR-BRANCH
               MOVE WS-MATCH-NAME TO MR-NAME
               MOVE WS-MATCH-ROLE TO MR-ROLE
               WRITE MRSP-REC
               ADD 1 TO WS-MRSP-CTR
           END-IF.

       450-ROLE-TEXT-RTN.
           EVALUATE PH-ROLE
               WHEN "P"
                   MOVE "PRIMARY" TO PTL-ROLE-OUT
               WHEN "J"
                   MOVE "JOINT" TO PTL-ROLE-OUT
               WHEN "S"
                   MOVE "SIGNER" TO PTL-ROLE-OUT
               WHEN "A"
                   MOVE "ATTORNEY" TO PTL-ROLE-OUT
               WHEN OTHER
                   MOVE SPACES TO PTL-ROLE-OUT
           END-EVALUATE.

      ******************************************************************
      * EVERY PARTY ON THE ACCOUNT JUST LISTED, PAST AND PRESENT.
      ******************************************************************
       460-SHOW-PARTIES-RTN.
           MOVE WS-PT-ROW (WS-PT-SHOW-IDX) TO WS-SHOW-HOLD
           IF PS-ACCT-NO = ACCT-NO-IN
               MOVE PS-ROLE TO PH-ROLE
               PERFORM 450-ROLE-TEXT-RTN
               MOVE PS-NAME TO PTL-NAME-OUT
               MOVE PS-START-DATE TO PTL-START-OUT
               IF PS-END-DATE = ZERO
                   MOVE "OPEN" TO PTL-END-OUT
               ELSE
                   MOVE PS-END-DATE TO PTL-END-OUT
               END-IF
               WRITE RSP-RPT-REC FROM PTY-LINE AFTER ADVANCING 1 LINES
           END-IF.
