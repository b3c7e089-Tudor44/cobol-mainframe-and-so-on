      ******************************************************************
      *15-10-2026 GD - PAPERLESS STATEMENT ENROLLMENT. CUSTOMERS KEPT
      *ASKING TO STOP PAPER STATEMENTS AND THERE WAS NOWHERE TO RECORD
      *IT. THIS PROGRAM SETS THE STATEMENT DELIVERY PREFERENCE ON THE
      *CUSTOMER MASTER - P = PAPER (THE DEFAULT), E = ELECTRONIC ONLY,
      *B = BOTH PAPER AND ELECTRONIC - WITH THE E-MAIL ADDRESS THE
      *"STATEMENT READY" NOTICE GOES TO. ACCT-STATEMENT SENDS E AND B
      *CUSTOMERS' STATEMENTS TO THE DOCUMENT VENDOR'S EXTRACT AND
      *PRINTS ONLY P AND B. E OR B NEEDS AN E-MAIL ADDRESS ON FILE
      *(ONE "@" WITH A "." AFTER IT, NO EMBEDDED SPACE); A BLANK
      *REPLY KEEPS THE ADDRESS ALREADY ON FILE.
      *EVERY CHANGE IS SIGNED FOR - THE OPERATOR MUST HOLD "IDX"
      *AUTHORITY (OPER-AUTH-RTN) - AND APPENDED TO THE ENROLLMENT LOG
      *WITH THE BUSINESS DATE, TIME, OPERATOR AND THE PREFERENCE AND
      *ADDRESS BEFORE AND AFTER. A REPLY THAT CHANGES NOTHING IS NOT
      *LOGGED. ACTIONS: E = ENROLL OR CHANGE, L = LIST THE CUSTOMERS
      *ENROLLED FOR ELECTRONIC DELIVERY.
      *FILE PATHS FROM PAPRLS_CUST_PATH / PAPRLS_LOG_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAPERLESS-ENROLL.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT CUST-FILE ASSIGN TO WS-CUST-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ACCT-NO
               FILE STATUS IS WS-STATUS.
       SELECT LOG-FILE ASSIGN TO WS-LOG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
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
      *   ONE ROW PER ENROLLMENT CHANGE, OLDEST FIRST.
       FD LOG-FILE
          RECORD CONTAINS 135 CHARACTERS.
          01 LOG-REC.
              02 LOG-BUS-DATE            PIC 9(8).
              02 LOG-TIME                PIC 9(6).
              02 LOG-OPERATOR            PIC X(5).
              02 LOG-ACCT-NO             PIC 9(4).
              02 LOG-OLD-PREF            PIC X.
              02 LOG-NEW-PREF            PIC X.
              02 LOG-OLD-EMAIL           PIC X(50).
              02 LOG-NEW-EMAIL           PIC X(50).
              02 LOG-ACTION              PIC X(10).
      *
       WORKING-STORAGE SECTION.
          01 WS-CUST-FILE-PATH          PIC X(80) VALUE
              "/Users/gaetanodorsi/CustMast.txt".
          01 WS-LOG-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/PaperlessLog.txt".
          01 WS-ENV-HOLD                PIC X(80).
          01 ARE-THERE-MORE-RECORDS     PIC XXX VALUE "YES".
               88 NO-MORE-RECORDS               VALUE "NO".
          01 WS-STATUS                  PIC XX.
          01 WS-LOG-STATUS              PIC XX.
          01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
          01 WS-ACCT-NO-IN              PIC 9(4).
          01 WS-ACTION                  PIC X VALUE "L".
          01 WS-PREF-IN                 PIC X.
               88 WS-PREF-VALID                 VALUE "P" "E" "B".
               88 WS-PREF-ELECTRONIC            VALUE "E" "B".
          01 WS-EMAIL-IN                PIC X(50).
          01 WS-OLD-PREF                PIC X.
          01 WS-OLD-EMAIL               PIC X(50).
          01 WS-EMAIL-SW                PIC X.
               88 WS-EMAIL-OK                   VALUE "Y".
          01 WS-AT-CTR                  PIC 99.
          01 WS-AT-POS                  PIC 99.
          01 WS-DOT-CTR                 PIC 99.
          01 WS-SPACE-CTR               PIC 99.
          01 WS-EMAIL-LEN               PIC 99.
          01 WS-SCAN-POS                PIC 99.
          01 WS-BUS-DATE                PIC 9(8).
          01 WS-TIME-HOLD               PIC 9(8).
          01 WS-OPERATOR-ID             PIC X(5) VALUE SPACES.
          01 WS-AUTH-FUNCTION           PIC X(3) VALUE "IDX".
          01 WS-AUTH-FLAG               PIC X.
          01 WS-CHG-CTR                 PIC 9(5) VALUE ZERO.
          01 WS-REJECT-CTR              PIC 9(5) VALUE ZERO.
          01 WS-LIST-CTR                PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PAPRLS_CUST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CUST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PAPRLS_LOG_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-LOG-FILE-PATH
           END-IF
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           CALL 'OPER-AUTH-RTN' USING WS-OPERATOR-ID
               WS-AUTH-FUNCTION WS-AUTH-FLAG
           IF WS-AUTH-FLAG NOT = "Y"
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR CUSTOMER MAINTENANCE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CUST-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ENROLLMENT LOG NOT AVAILABLE - STATUS "
                   WS-LOG-STATUS " - NO CHANGES ALLOWED"
               CLOSE CUST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           CLOSE LOG-FILE
           CLOSE CUST-FILE
           DISPLAY "ENROLLMENTS CHANGED : " WS-CHG-CTR
           DISPLAY "ACTIONS REJECTED    : " WS-REJECT-CTR
           STOP RUN.

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - E=ENROLL OR CHANGE  L=LIST"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "E"
                   PERFORM 300-ENROLL-RTN
               WHEN OTHER
                   PERFORM 500-LIST-RTN
           END-EVALUATE
           DISPLAY " DO YOU WANT TO CONTINUE ? "
           ACCEPT ARE-THERE-MORE-RECORDS.

      ******************************************************************
      * ENROLL OR CHANGE - THE NEW PREFERENCE AND (FOR E OR B) A GOOD
      * E-MAIL ADDRESS, THEN THE REWRITE AND THE LOG ROW. NOTHING IS
      * WRITTEN WHEN THE REPLY LEAVES THE CUSTOMER AS THEY WERE.
      ******************************************************************
       300-ENROLL-RTN.
           DISPLAY "ENTER THE ACCOUNT NUMBER (4 DIGITS)"
           ACCEPT WS-ACCT-NO-IN
           MOVE WS-ACCT-NO-IN TO CUST-ACCT-NO
           READ CUST-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE " CUST-ACCT-NO
                   ADD 1 TO WS-REJECT-CTR
               NOT INVALID KEY
                   PERFORM 320-ENROLL-FIELDS-RTN
           END-READ.

       320-ENROLL-FIELDS-RTN.
           IF CUST-DELIV-PREF = SPACE
               MOVE "P" TO WS-OLD-PREF
           ELSE
               MOVE CUST-DELIV-PREF TO WS-OLD-PREF
           END-IF
           MOVE CUST-EMAIL TO WS-OLD-EMAIL
           DISPLAY CUST-NAME " - DELIVERY " WS-OLD-PREF
               " E-MAIL " WS-OLD-EMAIL
           DISPLAY "ENTER DELIVERY - P=PAPER E=ELECTRONIC B=BOTH"
           MOVE SPACE TO WS-PREF-IN
           ACCEPT WS-PREF-IN
           IF NOT WS-PREF-VALID
               DISPLAY "DELIVERY " WS-PREF-IN " NOT P/E/B - REJECTED"
               ADD 1 TO WS-REJECT-CTR
           ELSE
               MOVE WS-OLD-EMAIL TO WS-EMAIL-IN
               IF WS-PREF-ELECTRONIC
                   DISPLAY "ENTER E-MAIL ADDRESS (BLANK KEEPS OLD)"
                   MOVE SPACES TO WS-EMAIL-IN
                   ACCEPT WS-EMAIL-IN
                   IF WS-EMAIL-IN = SPACES
                       MOVE WS-OLD-EMAIL TO WS-EMAIL-IN
                   END-IF
                   PERFORM 350-EDIT-EMAIL-RTN
               ELSE
                   MOVE "Y" TO WS-EMAIL-SW
               END-IF
               IF NOT WS-EMAIL-OK
                   DISPLAY "E-MAIL ADDRESS MISSING OR NOT VALID - "
                       "REJECTED"
                   ADD 1 TO WS-REJECT-CTR
               ELSE
                   IF WS-PREF-IN = WS-OLD-PREF
                       AND WS-EMAIL-IN = WS-OLD-EMAIL
                       DISPLAY "NO CHANGE - NOTHING RECORDED"
                   ELSE
                       PERFORM 400-APPLY-RTN
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * A DELIVERABLE ADDRESS HAS EXACTLY ONE "@", NOT FIRST, WITH A
      * "." SOMEWHERE AFTER IT AND NO SPACE INSIDE IT.
      ******************************************************************
       350-EDIT-EMAIL-RTN.
           MOVE "N" TO WS-EMAIL-SW
           MOVE ZERO TO WS-AT-CTR WS-AT-POS WS-DOT-CTR WS-SPACE-CTR
           PERFORM VARYING WS-EMAIL-LEN FROM 50 BY -1
               UNTIL WS-EMAIL-LEN = ZERO
               OR WS-EMAIL-IN (WS-EMAIL-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-EMAIL-LEN > ZERO
               PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-EMAIL-LEN
                   EVALUATE WS-EMAIL-IN (WS-SCAN-POS:1)
                       WHEN "@"
                           ADD 1 TO WS-AT-CTR
                           MOVE WS-SCAN-POS TO WS-AT-POS
                       WHEN "."
                           IF WS-AT-POS > ZERO
                               AND WS-SCAN-POS > WS-AT-POS + 1
                               AND WS-SCAN-POS < WS-EMAIL-LEN
                               ADD 1 TO WS-DOT-CTR
                           END-IF
                       WHEN SPACE
                           ADD 1 TO WS-SPACE-CTR
                   END-EVALUATE
               END-PERFORM
               IF WS-AT-CTR = 1 AND WS-AT-POS > 1
                   AND WS-DOT-CTR > ZERO AND WS-SPACE-CTR = ZERO
                   MOVE "Y" TO WS-EMAIL-SW
               END-IF
           END-IF.

       400-APPLY-RTN.
           MOVE WS-PREF-IN TO CUST-DELIV-PREF
           MOVE WS-EMAIL-IN TO CUST-EMAIL
           REWRITE CUST-REC
               INVALID KEY
                   DISPLAY "REWRITE ERROR " CUST-ACCT-NO
                       " STATUS " WS-STATUS
                   ADD 1 TO WS-REJECT-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-CHG-CTR
                   PERFORM 450-LOG-RTN
                   DISPLAY "DELIVERY NOW " CUST-DELIV-PREF " - "
                       CUST-NAME
           END-REWRITE.

      ******************************************************************
      * THE ENROLLMENT LOG ROW - WHO, WHEN, BEFORE AND AFTER.
      ******************************************************************
       450-LOG-RTN.
           MOVE WS-BUS-DATE TO LOG-BUS-DATE
           ACCEPT WS-TIME-HOLD FROM TIME
           MOVE WS-TIME-HOLD (1:6) TO LOG-TIME
           MOVE WS-OPERATOR-ID TO LOG-OPERATOR
           MOVE CUST-ACCT-NO TO LOG-ACCT-NO
           MOVE WS-OLD-PREF TO LOG-OLD-PREF
           MOVE CUST-DELIV-PREF TO LOG-NEW-PREF
           MOVE WS-OLD-EMAIL TO LOG-OLD-EMAIL
           MOVE CUST-EMAIL TO LOG-NEW-EMAIL
           EVALUATE TRUE
               WHEN WS-OLD-PREF = "P" AND CUST-DELIV-PREF NOT = "P"
                   MOVE "ENROLL" TO LOG-ACTION
               WHEN WS-OLD-PREF NOT = "P" AND CUST-DELIV-PREF = "P"
                   MOVE "UNENROLL" TO LOG-ACTION
               WHEN WS-OLD-PREF NOT = CUST-DELIV-PREF
                   MOVE "CHANGE" TO LOG-ACTION
               WHEN OTHER
                   MOVE "E-MAIL" TO LOG-ACTION
           END-EVALUATE
           WRITE LOG-REC.

       500-LIST-RTN.
           MOVE ZERO TO WS-LIST-CTR
           MOVE ZERO TO CUST-ACCT-NO
           START CUST-FILE KEY IS NOT LESS THAN CUST-ACCT-NO
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-SW
           END-START
           PERFORM 550-LIST-ONE-RTN UNTIL WS-EOF
           DISPLAY "CUSTOMERS ENROLLED: " WS-LIST-CTR.

       550-LIST-ONE-RTN.
           READ CUST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF CUST-DELIV-ELEC OR CUST-DELIV-BOTH
                       ADD 1 TO WS-LIST-CTR
                       DISPLAY "ACCOUNT " CUST-ACCT-NO "  " CUST-NAME
                           "  " CUST-DELIV-PREF "  " CUST-EMAIL
                   END-IF
           END-READ.
