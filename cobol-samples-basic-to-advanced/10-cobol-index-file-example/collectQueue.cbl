      ******************************************************************
      *15-10-2026 GD - COLLECTIONS WORK QUEUE. ONCE A DUNNING LETTER
      *WENT OUT, COLLECTIONS WORKED FROM NOTES ON PAPER AND NOBODY
      *CHECKED WHETHER A PROMISED PAYMENT EVER ARRIVED. THIS PROGRAM
      *BUILDS THE DAY'S QUEUE FROM THE INDEXED MASTER ON THE AGED-
      *RECEIVABLES RULES - EVERY OPEN, FROZEN OR DORMANT ACCOUNT WHOSE
      *BALANCE MEETS COLQ_MIN_AMT (WHOLE DOLLARS, DEFAULT 0001) AND
      *WHOSE AGE FROM LAST-ACT-DATE MEETS COLQ_MIN_DAYS (DEFAULT 30,
      *THE FIRST DUNNING LETTER) - SORTED OLDEST FIRST AND, WITHIN AN
      *AGE, LARGEST BALANCE FIRST, AND PRINTS IT WITH THE CUSTOMER'S
      *PHONE AND THE LAST CONTACT FROM THE CONTACT FILE (COPYBOOK
      *PROMREC). AN ACCOUNT WHOSE LAST CONTACT IS A PROMISE STILL
      *OPEN IS LEFT OFF - IT IS WAITING ON THE CUSTOMER - AND ONE
      *WHOSE PROMISE WAS BROKEN COMES BACK FLAGGED.
      *WITH COLQ_MODE=L THE QUEUE IS ONLY PRINTED (THE MORNING LIST
      *FROM THE NIGHTLY RUN). OTHERWISE THE COLLECTOR SIGNS ON
      *THROUGH OPER-AUTH-RTN, WHOSE ID STAMPS EVERY CONTACT, AND
      *WORKS THE QUEUE IN ORDER: EACH ACCOUNT SHOWN, THE RESULT OF THE
      *CALL KEYED - P PROMISE TO PAY (AMOUNT IN CENTS AND THE DATE,
      *NOT BEFORE TODAY), N NO ANSWER, M MESSAGE LEFT, R REFUSED, D
      *DISPUTED - WITH A SHORT NOTE, AND APPENDED TO THE CONTACT
      *FILE. S SKIPS THE ACCOUNT, Q STOPS WORKING (THE REST STILL
      *PRINTS). PROMISE-CHECK SETTLES THE PROMISES EACH NIGHT.
      *FILE PATHS FROM COLQ_IN_PATH (INDEXED MASTER) / COLQ_CUST_PATH
      */ COLQ_PROM_PATH / COLQ_LIST_PATH; BUSINESS DATE FROM
      *BUS-DATE-RTN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECT-QUEUE.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT IN-FILE ASSIGN TO WS-IN-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACCT-NO-IN
               ALTERNATE RECORD KEY IS ACCT-NAME-IN
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS.
       SELECT CUST-FILE ASSIGN TO WS-CUST-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-ACCT-NO
               FILE STATUS IS WS-CUST-STATUS.
       SELECT PROM-FILE ASSIGN TO WS-PROM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROM-STATUS.
       SELECT LIST-FILE ASSIGN TO WS-LIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SORT-FILE ASSIGN TO DISK.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD IN-FILE
          RECORD CONTAINS 43 CHARACTERS.
          01 IN-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-IN==
                                  ==AMT-DUE== BY ==AMT-DUE-IN==
                                  ==LAST-ACT-DATE== BY ==LAST-ACT-IN==
                                  ==ACCT-STATUS== BY ==ACCT-STAT-IN==
                                  ==BRANCH-CODE== BY ==BRANCH-IN==
                                  ==ACCT-NAME== BY ==ACCT-NAME-IN==
                                  ==ACCT-PRODUCT== BY ==ACCT-PROD-IN==
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
       FD PROM-FILE
          RECORD CONTAINS 70 CHARACTERS.
          01 PROM-REC.
          COPY PROMREC.
      *
       FD LIST-FILE
          RECORD CONTAINS 80 CHARACTERS.
          01 LIST-REC                  PIC X(80).
      *
      *   AGE AND BALANCE ARE CARRIED AS THEY SORT - OLDEST, THEN
      *   LARGEST, FIRST.
       SD SORT-FILE.
          01 SORT-REC.
              02 SRT-AGE                 PIC 9(5).
              02 SRT-AMT                 PIC 9(4)V99.
              02 SRT-ACCT-NO             PIC X(4).
              02 SRT-NAME                PIC X(20).
              02 SRT-BRANCH              PIC X(2).
              02 SRT-STATUS              PIC X.
      *
       WORKING-STORAGE SECTION.
          01 WS-IN-FILE-PATH            PIC X(80) VALUE
              "/Users/gaetanodorsi/file1.txt".
          01 WS-CUST-FILE-PATH          PIC X(80) VALUE
              "/Users/gaetanodorsi/CustMast.txt".
          01 WS-PROM-FILE-PATH          PIC X(80) VALUE
              "/Users/gaetanodorsi/Contacts.txt".
          01 WS-LIST-FILE-PATH          PIC X(80) VALUE
              "/Users/gaetanodorsi/CollectQueue.txt".
          01 WS-ENV-HOLD                PIC X(80).
          01 WS-STATUS                  PIC XX.
          01 WS-CUST-STATUS             PIC XX.
          01 WS-PROM-STATUS             PIC XX.
          01 WS-EOF-SW                  PIC X VALUE "N".
              88 WS-EOF                        VALUE "Y".
          01 WS-CUST-OPEN-SW            PIC X VALUE "N".
              88 WS-CUST-MASTER-OPEN           VALUE "Y".
          01 WS-MODE                    PIC X VALUE SPACE.
              88 WS-LIST-ONLY                  VALUE "L".
          01 WS-QUIT-SW                 PIC X VALUE "N".
              88 WS-QUIT                       VALUE "Y".
          01 WS-BUS-DATE                PIC 9(8).
          01 WS-RUN-DAYS                PIC 9(7).
          01 WS-ACT-DAYS                PIC 9(7).
          01 WS-AGE-DAYS                PIC S9(7).
          01 WS-MIN-DAYS                PIC 9(3) VALUE 30.
          01 WS-MIN-AMT                 PIC 9(4)V99 VALUE 1.
          01 WS-OPERATOR-ID             PIC X(5) VALUE SPACES.
          01 WS-AUTH-FUNCTION           PIC X(3) VALUE "COL".
          01 WS-AUTH-FLAG               PIC X.
          01 WS-ACTION                  PIC X.
          01 WS-AMT-CENTS               PIC 9(6).
          01 WS-PROM-DATE-X             PIC X(8).
          01 WS-NOTE                    PIC X(20).
          01 WS-READ-CTR                PIC 9(5) VALUE ZERO.
          01 WS-QUEUED-CTR              PIC 9(5) VALUE ZERO.
          01 WS-QUEUED-TOTAL            PIC 9(7)V99 VALUE ZERO.
          01 WS-WAITING-CTR             PIC 9(5) VALUE ZERO.
          01 WS-CONTACT-CTR             PIC 9(5) VALUE ZERO.
          01 WS-PROMISE-CTR             PIC 9(5) VALUE ZERO.
          01 WS-PROMISE-TOTAL           PIC 9(7)V99 VALUE ZERO.
          01 WS-LINE-CTR                PIC 99 VALUE ZERO.
      *   THE LAST CONTACT PER ACCOUNT - THE CONTACT FILE IS IN THE
      *   ORDER THE CALLS WERE LOGGED, SO THE LAST ROW READ WINS.
          01 WS-LAST-TABLE.
              02 WS-LAST-ENTRY OCCURS 999 TIMES.
                  03 WS-LC-ACCT         PIC X(4).
                  03 WS-LC-DATE         PIC 9(8).
                  03 WS-LC-RESULT       PIC X.
                  03 WS-LC-STATUS       PIC X.
                  03 WS-LC-PROM-DATE    PIC 9(8).
          01 WS-LAST-CTR                PIC 9(3) VALUE ZERO.
          01 WS-LAST-IDX                PIC 9(4).
          01 WS-SCAN-IDX                PIC 9(4).
          01 WS-LOOK-ACCT               PIC X(4).
          01 LST-HD-LINE1.
              02 FILLER                 PIC X(22) VALUE
                  "COLLECTIONS QUEUE FOR ".
              02 LST-HD-DATE            PIC 9(8).
              02 FILLER                 PIC X(50) VALUE SPACES.
          01 LST-HD-LINE2.
              02 FILLER                 PIC X(5) VALUE "ACCT ".
              02 FILLER                 PIC X(21) VALUE "NAME".
              02 FILLER                 PIC X(4) VALUE "BR".
              02 FILLER                 PIC X(10) VALUE "   BALANCE".
              02 FILLER                 PIC X(7) VALUE "    AGE".
              02 FILLER                 PIC X(12) VALUE "  PHONE".
              02 FILLER                 PIC X(21) VALUE
                  "LAST CONTACT".
          01 LST-DTL-LINE.
              02 LST-ACCT-OUT           PIC X(4).
              02 FILLER                 PIC X VALUE SPACE.
              02 LST-NAME-OUT           PIC X(20).
              02 FILLER                 PIC X VALUE SPACE.
              02 LST-BRANCH-OUT         PIC X(2).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 LST-AMT-OUT            PIC ZZ,ZZ9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 LST-AGE-OUT            PIC ZZZZ9.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 LST-PHONE-OUT          PIC X(10).
              02 FILLER                 PIC X VALUE SPACE.
              02 LST-LAST-OUT           PIC X(21).
          01 LST-LAST-TEXT.
              02 LST-LAST-DATE          PIC 9(8).
              02 FILLER                 PIC X VALUE SPACE.
              02 LST-LAST-WHAT          PIC X(12).
          01 LST-TOTAL-LINE.
              02 FILLER                 PIC X(16) VALUE
                  "ACCOUNTS QUEUED ".
              02 LST-CTR-OUT            PIC ZZ,ZZ9.
              02 FILLER                 PIC X(9) VALUE "  TOTAL  ".
              02 LST-TOTAL-OUT          PIC Z,ZZZ,ZZ9.99.
              02 FILLER                 PIC X(21) VALUE
                  "  WAITING ON PROMISE ".
              02 LST-WAIT-OUT           PIC ZZ,ZZ9.
              02 FILLER                 PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           PERFORM 150-GET-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-BUS-DATE
               BY REFERENCE WS-RUN-DAYS
           IF NOT WS-LIST-ONLY
               CALL 'OPER-AUTH-RTN' USING WS-OPERATOR-ID
                   WS-AUTH-FUNCTION WS-AUTH-FLAG
               DISPLAY "COLLECTOR " WS-OPERATOR-ID " SIGNED ON"
           END-IF
           PERFORM 200-LOAD-CONTACTS-RTN
           OPEN INPUT IN-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE - STATUS "
                   WS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-SW
           ELSE
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-CUST-STATUS
           END-IF
           IF NOT WS-LIST-ONLY
               OPEN EXTEND PROM-FILE
               IF WS-PROM-STATUS = "35"
                   OPEN OUTPUT PROM-FILE
               END-IF
           END-IF
           OPEN OUTPUT LIST-FILE
           MOVE WS-BUS-DATE TO LST-HD-DATE
           WRITE LIST-REC FROM LST-HD-LINE1 AFTER ADVANCING PAGE
           WRITE LIST-REC FROM LST-HD-LINE2 AFTER ADVANCING 2 LINES
           SORT SORT-FILE
               ON DESCENDING KEY SRT-AGE
               ON DESCENDING KEY SRT-AMT
               ON ASCENDING KEY SRT-ACCT-NO
               INPUT PROCEDURE 300-SELECT-RTN
               OUTPUT PROCEDURE 400-QUEUE-RTN
           MOVE WS-QUEUED-CTR TO LST-CTR-OUT
           MOVE WS-QUEUED-TOTAL TO LST-TOTAL-OUT
           MOVE WS-WAITING-CTR TO LST-WAIT-OUT
           WRITE LIST-REC FROM LST-TOTAL-LINE AFTER ADVANCING 2 LINES
           CLOSE IN-FILE
           CLOSE LIST-FILE
           IF WS-CUST-MASTER-OPEN
               CLOSE CUST-FILE
           END-IF
           IF NOT WS-LIST-ONLY
               CLOSE PROM-FILE
           END-IF
           DISPLAY "ACCOUNTS QUEUED: " WS-QUEUED-CTR
               "  WAITING ON A PROMISE: " WS-WAITING-CTR
           IF NOT WS-LIST-ONLY
               DISPLAY "CONTACTS LOGGED: " WS-CONTACT-CTR
                   "  PROMISES: " WS-PROMISE-CTR
                   "  AMOUNT: " WS-PROMISE-TOTAL
           END-IF
           STOP RUN.

       150-GET-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "COLQ_IN_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-IN-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "COLQ_CUST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CUST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "COLQ_PROM_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PROM-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "COLQ_LIST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-LIST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "COLQ_MIN_DAYS"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:3) TO WS-MIN-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "COLQ_MIN_AMT"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:4) TO WS-MIN-AMT
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "COLQ_MODE"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:1) TO WS-MODE
           END-IF.

      ******************************************************************
      * THE LAST CONTACT LOGGED FOR EVERY ACCOUNT.
      ******************************************************************
       200-LOAD-CONTACTS-RTN.
           OPEN INPUT PROM-FILE
           IF WS-PROM-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 210-LOAD-ONE-CONTACT-RTN UNTIL WS-EOF
               CLOSE PROM-FILE
           END-IF.

       210-LOAD-ONE-CONTACT-RTN.
           READ PROM-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE PR-ACCT-NO TO WS-LOOK-ACCT
                   PERFORM 250-FIND-LAST-RTN
                   IF WS-LAST-IDX = ZERO AND WS-LAST-CTR < 999
                       ADD 1 TO WS-LAST-CTR
                       MOVE WS-LAST-CTR TO WS-LAST-IDX
                   END-IF
                   IF WS-LAST-IDX > ZERO
                       MOVE PR-ACCT-NO TO WS-LC-ACCT (WS-LAST-IDX)
                       MOVE PR-CONTACT-DATE TO WS-LC-DATE (WS-LAST-IDX)
                       MOVE PR-RESULT TO WS-LC-RESULT (WS-LAST-IDX)
                       MOVE PR-STATUS TO WS-LC-STATUS (WS-LAST-IDX)
                       MOVE PR-PROM-DATE
                           TO WS-LC-PROM-DATE (WS-LAST-IDX)
                   END-IF
           END-READ.

       250-FIND-LAST-RTN.
           MOVE ZERO TO WS-LAST-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-LAST-CTR
               IF WS-LC-ACCT (WS-SCAN-IDX) = WS-LOOK-ACCT
                   MOVE WS-SCAN-IDX TO WS-LAST-IDX
                   MOVE WS-LAST-CTR TO WS-SCAN-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * SORT INPUT - THE AGED-RECEIVABLES AGE; AN ACCOUNT NEVER
      * STAMPED WITH ACTIVITY IS OLDER THAN ANY OTHER. CLOSED AND
      * CHARGED-OFF ACCOUNTS ARE NOT WORKED HERE.
      ******************************************************************
       300-SELECT-RTN.
           MOVE "N" TO WS-EOF-SW
           PERFORM 310-SELECT-ONE-RTN UNTIL WS-EOF.

       310-SELECT-ONE-RTN.
           READ IN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   IF ACCT-STAT-IN NOT = "C" AND ACCT-STAT-IN NOT = "W"
                       AND AMT-DUE-IN > ZERO
                       AND AMT-DUE-IN NOT < WS-MIN-AMT
                       PERFORM 320-AGE-RTN
                   END-IF
           END-READ.

       320-AGE-RTN.
           IF LAST-ACT-IN = ZERO
               MOVE 99999 TO WS-AGE-DAYS
           ELSE
               CALL 'DATE-DAYS-RTN' USING BY CONTENT LAST-ACT-IN
                   BY REFERENCE WS-ACT-DAYS
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-ACT-DAYS
           END-IF
           IF WS-AGE-DAYS >= WS-MIN-DAYS
               MOVE ACCT-NO-IN TO WS-LOOK-ACCT
               PERFORM 250-FIND-LAST-RTN
               IF WS-LAST-IDX > ZERO
                   AND WS-LC-STATUS (WS-LAST-IDX) = "O"
                   ADD 1 TO WS-WAITING-CTR
               ELSE
                   MOVE WS-AGE-DAYS TO SRT-AGE
                   MOVE AMT-DUE-IN TO SRT-AMT
                   MOVE ACCT-NO-IN TO SRT-ACCT-NO
                   MOVE ACCT-NAME-IN TO SRT-NAME
                   MOVE BRANCH-IN TO SRT-BRANCH
                   MOVE ACCT-STAT-IN TO SRT-STATUS
                   RELEASE SORT-REC
               END-IF
           END-IF.

      ******************************************************************
      * SORT OUTPUT - PRINT EVERY QUEUED ACCOUNT AND, UNLESS LISTING
      * ONLY OR THE COLLECTOR HAS STOPPED, WORK IT.
      ******************************************************************
       400-QUEUE-RTN.
           MOVE "N" TO WS-EOF-SW
           PERFORM 410-QUEUE-ONE-RTN UNTIL WS-EOF.

       410-QUEUE-ONE-RTN.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   PERFORM 420-LIST-LINE-RTN
                   IF NOT WS-LIST-ONLY AND NOT WS-QUIT
                       PERFORM 500-WORK-ITEM-RTN
                   END-IF
           END-RETURN.

       420-LIST-LINE-RTN.
           IF WS-LINE-CTR > 50
               WRITE LIST-REC FROM LST-HD-LINE1 AFTER ADVANCING PAGE
               WRITE LIST-REC FROM LST-HD-LINE2
                   AFTER ADVANCING 2 LINES
               MOVE ZERO TO WS-LINE-CTR
           END-IF
           ADD 1 TO WS-QUEUED-CTR
           ADD SRT-AMT TO WS-QUEUED-TOTAL
           MOVE SPACES TO LST-PHONE-OUT
           IF WS-CUST-MASTER-OPEN
               MOVE SRT-ACCT-NO TO CUST-ACCT-NO
               READ CUST-FILE
                   INVALID KEY
                       MOVE SPACES TO LST-PHONE-OUT
                   NOT INVALID KEY
                       MOVE CUST-PHONE TO LST-PHONE-OUT
               END-READ
           END-IF
           MOVE SRT-ACCT-NO TO LST-ACCT-OUT
           MOVE SRT-NAME TO LST-NAME-OUT
           MOVE SRT-BRANCH TO LST-BRANCH-OUT
           MOVE SRT-AMT TO LST-AMT-OUT
           MOVE SRT-AGE TO LST-AGE-OUT
           MOVE SPACES TO LST-LAST-OUT
           MOVE SRT-ACCT-NO TO WS-LOOK-ACCT
           PERFORM 250-FIND-LAST-RTN
           IF WS-LAST-IDX > ZERO
               MOVE WS-LC-DATE (WS-LAST-IDX) TO LST-LAST-DATE
               EVALUATE TRUE
                   WHEN WS-LC-STATUS (WS-LAST-IDX) = "B"
                       MOVE "*BROKEN PROM" TO LST-LAST-WHAT
                   WHEN WS-LC-STATUS (WS-LAST-IDX) = "K"
                       MOVE "PROMISE KEPT" TO LST-LAST-WHAT
                   WHEN WS-LC-RESULT (WS-LAST-IDX) = "N"
                       MOVE "NO ANSWER" TO LST-LAST-WHAT
                   WHEN WS-LC-RESULT (WS-LAST-IDX) = "M"
                       MOVE "MESSAGE LEFT" TO LST-LAST-WHAT
                   WHEN WS-LC-RESULT (WS-LAST-IDX) = "R"
                       MOVE "REFUSED" TO LST-LAST-WHAT
                   WHEN WS-LC-RESULT (WS-LAST-IDX) = "D"
                       MOVE "DISPUTED" TO LST-LAST-WHAT
                   WHEN OTHER
                       MOVE SPACES TO LST-LAST-WHAT
               END-EVALUATE
               MOVE LST-LAST-TEXT TO LST-LAST-OUT
           END-IF
           WRITE LIST-REC FROM LST-DTL-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-LINE-CTR.

      ******************************************************************
      * ONE CALL. THE RESULT IS LOGGED AS A CONTACT ROW; A PROMISE
      * NEEDS A NON-ZERO AMOUNT AND A DATE NOT BEFORE TODAY OR IT IS
      * NOT TAKEN.
      ******************************************************************
       500-WORK-ITEM-RTN.
           DISPLAY " "
           DISPLAY "ACCOUNT " SRT-ACCT-NO "  " SRT-NAME
               "  BRANCH " SRT-BRANCH
           DISPLAY "  BALANCE " LST-AMT-OUT "  AGE " LST-AGE-OUT
               " DAYS  PHONE " LST-PHONE-OUT
           IF LST-LAST-OUT NOT = SPACES
               DISPLAY "  LAST CONTACT " LST-LAST-OUT
           END-IF
           DISPLAY "RESULT - P=PROMISE  N=NO ANSWER  M=MESSAGE LEFT"
               "  R=REFUSED  D=DISPUTED  S=SKIP  Q=QUIT"
           MOVE SPACE TO WS-ACTION
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "Q"
                   MOVE "Y" TO WS-QUIT-SW
                   DISPLAY "QUEUE WORK STOPPED - THE REST IS PRINTED"
               WHEN "P"
                   PERFORM 520-PROMISE-RTN
               WHEN "N"
               WHEN "M"
               WHEN "R"
               WHEN "D"
                   MOVE SPACES TO PROM-REC
                   MOVE ZERO TO PR-PROM-AMT
                   MOVE ZERO TO PR-PROM-DATE
                   PERFORM 550-LOG-CONTACT-RTN
               WHEN OTHER
                   DISPLAY "ACCOUNT SKIPPED"
           END-EVALUATE.

       520-PROMISE-RTN.
           DISPLAY "ENTER PROMISED AMOUNT IN CENTS (6 DIGITS)"
           MOVE ZERO TO WS-AMT-CENTS
           ACCEPT WS-AMT-CENTS
           DISPLAY "ENTER PROMISED DATE (YYYYMMDD)"
           MOVE SPACES TO WS-PROM-DATE-X
           ACCEPT WS-PROM-DATE-X
           IF WS-AMT-CENTS = ZERO
               OR WS-PROM-DATE-X IS NOT NUMERIC
               DISPLAY "AMOUNT OR DATE NOT VALID - PROMISE NOT TAKEN"
           ELSE
               MOVE SPACES TO PROM-REC
               MOVE WS-PROM-DATE-X TO PR-PROM-DATE
               IF PR-PROM-DATE < WS-BUS-DATE
                   DISPLAY "PROMISED DATE IS PAST - PROMISE NOT TAKEN"
               ELSE
                   COMPUTE PR-PROM-AMT = WS-AMT-CENTS / 100
                   MOVE "O" TO PR-STATUS
                   ADD 1 TO WS-PROMISE-CTR
                   ADD PR-PROM-AMT TO WS-PROMISE-TOTAL
                   PERFORM 550-LOG-CONTACT-RTN
               END-IF
           END-IF.

       550-LOG-CONTACT-RTN.
           DISPLAY "NOTE (20 CHARACTERS, BLANK = NONE)"
           MOVE SPACES TO WS-NOTE
           ACCEPT WS-NOTE
           MOVE SRT-ACCT-NO TO PR-ACCT-NO
           MOVE WS-BUS-DATE TO PR-CONTACT-DATE
           MOVE WS-OPERATOR-ID TO PR-COLLECTOR
           MOVE WS-ACTION TO PR-RESULT
           MOVE ZERO TO PR-CLOSED-DATE
           MOVE ZERO TO PR-PAID-AMT
           MOVE ZERO TO PR-ESC-LEVEL
           MOVE WS-NOTE TO PR-NOTE
           WRITE PROM-REC
           ADD 1 TO WS-CONTACT-CTR
           DISPLAY "CONTACT LOGGED".
