      ******************************************************************
      *15-10-2026 GD - ACCOUNT-PARTY MAINTENANCE. AN ACCOUNT CARRIES
      *ONE NAME (ACCT-NAME) AND ONE CUSTOMER-MASTER ROW, BUT MANY ARE
      *JOINT, OR HAVE A BOOKKEEPER OR POWER OF ATTORNEY WHO MAY
      *TRANSACT. THIS PROGRAM KEEPS THE ACCOUNT-PARTY FILE (COPYBOOK
      *PARTYREC): ONE ROW PER PERSON ON AN ACCOUNT WITH THEIR ROLE -
      *P PRIMARY, J JOINT OWNER, S AUTHORIZED SIGNER, A POWER OF
      *ATTORNEY - AND THE DATES THEY JOINED AND LEFT IT. THE SHARED
      *ACCT-PARTY-RTN SERVES THE FILE TO THE INQUIRIES, STATEMENTS,
      *LETTERS AND THE TELLER CAPTURE.
      *ACTIONS: A = ADD A PARTY (START DATE 0 = THE BUSINESS DATE; AN
      *ACCOUNT MAY HAVE ONLY ONE OPEN PRIMARY), E = END A PARTY'S
      *TIME ON THE ACCOUNT (THE ROW STAYS, WITH ITS END DATE, SO THE
      *HISTORY OF WHO COULD SIGN WHEN IS KEPT), L = LIST THE FILE.
      *FILE PATH FROM ACCTPTY_PTY_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-PARTY-MAINT.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT PARTY-FILE ASSIGN TO WS-PTY-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PTY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARTY-FILE
           RECORD CONTAINS 47 CHARACTERS.
           01 PARTY-REC.
           COPY PARTYREC.
       WORKING-STORAGE SECTION.
           01 WS-PTY-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/AcctParties.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-PTY-STATUS              PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 ARE-THERE-MORE-RECORDS     PIC XXX VALUE "YES".
               88 NO-MORE-RECORDS               VALUE "NO".
           01 WS-ACTION                  PIC X VALUE "L".
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-ADD-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-END-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-REJECT-CTR              PIC 9(3) VALUE ZERO.
           01 WS-ACCT-KEY                PIC X(4).
           01 WS-PARTY-KEY               PIC X(6).
           01 WS-END-DATE                PIC 9(8).
           01 WS-FOUND-IDX               PIC 9(4).
           01 WS-PT-CTR                  PIC 9(4).
           01 WS-PT-IDX                  PIC 9(4).
           01 WS-PARTY-TABLE.
               02 WS-PT-ROW OCCURS 2000 TIMES PIC X(47).
           01 WS-PARTY-HOLD.
           COPY PARTYREC REPLACING LEADING ==PTY-== BY ==PH-==.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ACCTPTY_PTY_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PTY-FILE-PATH
           END-IF
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           DISPLAY "PARTIES ADDED   : " WS-ADD-CTR
           DISPLAY "PARTIES ENDED   : " WS-END-CTR
           DISPLAY "ACTIONS REJECTED: " WS-REJECT-CTR
           STOP RUN.

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - A=ADD PARTY  E=END PARTY  L=LIST"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM 300-ADD-RTN
               WHEN "E"
                   PERFORM 400-END-RTN
               WHEN OTHER
                   PERFORM 500-LIST-RTN
           END-EVALUATE
           DISPLAY " DO YOU WANT TO CONTINUE ? "
           ACCEPT ARE-THERE-MORE-RECORDS.

      ******************************************************************
      * ADD - KEY AND EDIT THE NEW ROW, THEN APPEND IT. A SECOND OPEN
      * PRIMARY ON THE SAME ACCOUNT IS REFUSED - END THE OLD ONE FIRST.
      ******************************************************************
       300-ADD-RTN.
           MOVE SPACES TO WS-PARTY-HOLD
           DISPLAY "ENTER ACCOUNT NUMBER (4 DIGITS)"
           ACCEPT PH-ACCT-NO
           DISPLAY "ENTER PARTY'S CUSTOMER ID (6 CHARACTERS, BLANK IF"
               " NONE)"
           ACCEPT PH-PARTY-ID
           DISPLAY "ENTER ROLE - P=PRIMARY J=JOINT S=AUTHORIZED SIGNER"
               " A=POWER OF ATTORNEY"
           ACCEPT PH-ROLE
           DISPLAY "ENTER PARTY NAME (20 CHARACTERS)"
           ACCEPT PH-NAME
           DISPLAY "ENTER START DATE (YYYYMMDD, 0 = TODAY)"
           ACCEPT PH-START-DATE
           IF PH-START-DATE = ZERO
               MOVE WS-BUS-DATE TO PH-START-DATE
           END-IF
           MOVE ZERO TO PH-END-DATE
           EVALUATE TRUE
               WHEN PH-ACCT-NO IS NOT NUMERIC
                   DISPLAY "ACCOUNT NUMBER MUST BE 4 DIGITS - NOT ADDED"
                   ADD 1 TO WS-REJECT-CTR
               WHEN NOT PH-ROLE-VALID
                   DISPLAY "ROLE MUST BE P, J, S OR A - NOT ADDED"
                   ADD 1 TO WS-REJECT-CTR
               WHEN PH-NAME = SPACES
                   DISPLAY "PARTY NAME IS REQUIRED - NOT ADDED"
                   ADD 1 TO WS-REJECT-CTR
               WHEN OTHER
                   PERFORM 350-CHECK-PRIMARY-RTN
           END-EVALUATE.

       350-CHECK-PRIMARY-RTN.
           PERFORM 600-LOAD-TABLE-RTN
           MOVE ZERO TO WS-FOUND-IDX
           IF PH-PRIMARY
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-CTR
                   MOVE WS-PT-ROW (WS-PT-IDX) TO PARTY-REC
                   IF PTY-ACCT-NO = PH-ACCT-NO AND PTY-PRIMARY
                       AND PTY-END-DATE = ZERO
                       MOVE WS-PT-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND-IDX > ZERO
               DISPLAY "ACCOUNT " PH-ACCT-NO " ALREADY HAS AN OPEN"
                   " PRIMARY - END IT FIRST - NOT ADDED"
               ADD 1 TO WS-REJECT-CTR
           ELSE
               OPEN EXTEND PARTY-FILE
               IF WS-PTY-STATUS = "35"
                   OPEN OUTPUT PARTY-FILE
               END-IF
               WRITE PARTY-REC FROM WS-PARTY-HOLD
               CLOSE PARTY-FILE
               ADD 1 TO WS-ADD-CTR
           END-IF.

      ******************************************************************
      * END - STAMP THE END DATE ON THE ACCOUNT'S OPEN ROW FOR THE
      * PARTY AND REWRITE THE FILE FROM THE TABLE.
      ******************************************************************
       400-END-RTN.
           DISPLAY "ENTER ACCOUNT NUMBER (4 DIGITS)"
           ACCEPT WS-ACCT-KEY
           DISPLAY "ENTER PARTY NAME AS ON FILE (20 CHARACTERS)"
           MOVE SPACES TO WS-PARTY-HOLD
           ACCEPT PH-NAME
           DISPLAY "ENTER END DATE (YYYYMMDD, 0 = TODAY)"
           ACCEPT WS-END-DATE
           IF WS-END-DATE = ZERO
               MOVE WS-BUS-DATE TO WS-END-DATE
           END-IF
           PERFORM 600-LOAD-TABLE-RTN
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-CTR
               MOVE WS-PT-ROW (WS-PT-IDX) TO PARTY-REC
               IF PTY-ACCT-NO = WS-ACCT-KEY AND PTY-NAME = PH-NAME
                   AND PTY-END-DATE = ZERO
                   MOVE WS-PT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO
               DISPLAY "NO OPEN PARTY " PH-NAME " ON ACCOUNT "
                   WS-ACCT-KEY
               ADD 1 TO WS-REJECT-CTR
           ELSE
               MOVE WS-PT-ROW (WS-FOUND-IDX) TO PARTY-REC
               IF WS-END-DATE < PTY-START-DATE
                   DISPLAY "END DATE BEFORE START DATE " PTY-START-DATE
                       " - NOT ENDED"
                   ADD 1 TO WS-REJECT-CTR
               ELSE
                   MOVE WS-END-DATE TO PTY-END-DATE
                   MOVE PARTY-REC TO WS-PT-ROW (WS-FOUND-IDX)
                   PERFORM 650-REWRITE-TABLE-RTN
                   ADD 1 TO WS-END-CTR
               END-IF
           END-IF.

       500-LIST-RTN.
           OPEN INPUT PARTY-FILE
           IF WS-PTY-STATUS NOT = "00"
               DISPLAY "ACCOUNT-PARTY FILE NOT AVAILABLE - STATUS "
                   WS-PTY-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PARTY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           DISPLAY "ACCOUNT " PTY-ACCT-NO
                               "  " PTY-ROLE " " PTY-NAME
                               "  ID " PTY-PARTY-ID
                               "  FROM " PTY-START-DATE
                               "  TO " PTY-END-DATE
                   END-READ
               END-PERFORM
               CLOSE PARTY-FILE
           END-IF.

       600-LOAD-TABLE-RTN.
           MOVE ZERO TO WS-PT-CTR
           OPEN INPUT PARTY-FILE
           IF WS-PTY-STATUS = "00"
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

       650-REWRITE-TABLE-RTN.
           OPEN OUTPUT PARTY-FILE
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-CTR
               WRITE PARTY-REC FROM WS-PT-ROW (WS-PT-IDX)
           END-PERFORM
           CLOSE PARTY-FILE.
