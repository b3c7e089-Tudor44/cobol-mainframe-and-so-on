      ******************************************************************
      *15-10-2026 GD - PAPERLESS STATEMENTS - THE CUSTOMER RECORD IS
      *NOW 155 BYTES WITH THE STATEMENT DELIVERY PREFERENCE (P = PAPER,
      *E = ELECTRONIC, B = BOTH) AND THE E-MAIL ADDRESS ON THE END. AN
      *ADD STARTS ON PAPER WITH NO ADDRESS; A CHANGE LEAVES BOTH AS
      *THEY ARE. ENROLLMENT IS ONLY CHANGED THROUGH PAPERLESS-ENROLL,
      *WHICH LOGS EVERY CHANGE AND WHO MADE IT.
      *15-10-2026 GD - RETURNED MAIL - THE CUSTOMER RECORD IS NOW 104
      *BYTES WITH THE RETURNED-MAIL STATUS (CUST-MAIL-STATUS, R =
      *MAIL CAME BACK) AND THE DATE IT WAS SET ON THE END. RETURNED-
      *MAIL ENTRY SETS THEM; THE LETTER RUNS SKIP A FLAGGED CUSTOMER.
      *A CHANGE THAT ALTERS THE STREET ADDRESS OR CITY/STATE OF A
      *FLAGGED CUSTOMER CLEARS THE FLAG - THE NEW ADDRESS IS PRESUMED
      *GOOD - AND SAYS SO. AN ADD STARTS WITH THE FLAG CLEAR.
      *15-10-2026 GD - BACKUP WITHHOLDING - THE CUSTOMER RECORD IS NOW
      *95 BYTES WITH THE TAX ID (CUST-TAX-ID) AND WITHHOLDING STATUS
      *(CUST-WH-STATUS) ON THE END: C = CERTIFIED TAX ID ON FILE,
      *E = EXEMPT, U = UNCERTIFIED (INTEREST IS SUBJECT TO BACKUP
      *WITHHOLDING). A STATUS OTHER THAN C/E/U, OR C/E WITH NO TAX ID,
      *IS STORED AS U AND THE OPERATOR IS TOLD. A BLANK STATUS (A
      *RECORD CONVERTED FROM THE 85-BYTE LAYOUT AND NOT YET REVIEWED)
      *IS NOT WITHHELD.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - CUSTOMER RECORD IS
      *NOW 85 BYTES.
      *22-08-2026 GD - CUSTOMER NAME-AND-ADDRESS MASTER MAINTENANCE.
      *THE INDEXED ACCOUNT FILE CARRIES NOTHING BUT THE ACCOUNT NUMBER
      *AND AMOUNT DUE, SO BRANCH STAFF HAD TO LOOK EVERY CUSTOMER UP ON
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
                  88 CUST-WH-CERTIFIED           VALUE "C".
                  88 CUST-WH-EXEMPT              VALUE "E".
                  88 CUST-WH-UNCERTIFIED         VALUE "U".
              02 CUST-MAIL-STATUS        PIC X.
                  88 CUST-MAIL-RETURNED          VALUE "R".
              02 CUST-MAIL-RET-DATE      PIC 9(8).
              02 CUST-DELIV-PREF         PIC X.
                  88 CUST-DELIV-ELEC             VALUE "E".
                  88 CUST-DELIV-BOTH             VALUE "B".
              02 CUST-EMAIL              PIC X(50).
      *
       WORKING-STORAGE SECTION.
          01 WS-CUST-FILE-PATH          PIC X(80) VALUE
          01 ARE-THERE-MORE-RECORDS     PIC XXX VALUE "YES".
               88 NO-MORE-RECORDS               VALUE "NO".
          01 WS-STATUS                  PIC XX.
          01 WS-ACCT-NO-IN              PIC 9(4).
          01 WS-ACTION                  PIC X VALUE "A".
               88 WS-ACTION-ADD                 VALUE "A".
               88 WS-ACTION-CHANGE              VALUE "C".
          01 WS-ADD-CTR                 PIC 9(5) VALUE ZERO.
          01 WS-CHG-CTR                 PIC 9(5) VALUE ZERO.
          01 WS-REJECT-CTR              PIC 9(5) VALUE ZERO.
          01 WS-MAIL-CLR-CTR            PIC 9(5) VALUE ZERO.
          01 WS-OLD-ADDRESS             PIC X(25).
          01 WS-OLD-CITY-STATE          PIC X(20).

       PROCEDURE DIVISION.
      *
           DISPLAY "CUSTOMERS ADDED   : " WS-ADD-CTR
           DISPLAY "CUSTOMERS CHANGED : " WS-CHG-CTR
           DISPLAY "ACTIONS REJECTED  : " WS-REJECT-CTR
           DISPLAY "MAIL FLAGS CLEARED: " WS-MAIL-CLR-CTR
           STOP RUN.

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - A=ADD  C=CHANGE"
           ACCEPT WS-ACTION
           DISPLAY "ENTER THE ACCOUNT NUMBER (4 DIGITS)"
           ACCEPT WS-ACCT-NO-IN
           MOVE WS-ACCT-NO-IN TO CUST-ACCT-NO
           IF WS-ACTION-CHANGE

       300-ADD-RTN.
           PERFORM 500-ACCEPT-FIELDS-RTN
           MOVE SPACE TO CUST-MAIL-STATUS
           MOVE ZERO TO CUST-MAIL-RET-DATE
           MOVE "P" TO CUST-DELIV-PREF
           MOVE SPACES TO CUST-EMAIL
           WRITE CUST-REC
               INVALID KEY
                   DISPLAY "CUSTOMER ALREADY ON FILE " " " CUST-ACCT-NO
                   ADD 1 TO WS-REJECT-CTR
               NOT INVALID KEY
                   DISPLAY "CURRENT NAME IS " CUST-NAME
                   MOVE CUST-ADDRESS TO WS-OLD-ADDRESS
                   MOVE CUST-CITY-STATE TO WS-OLD-CITY-STATE
                   PERFORM 500-ACCEPT-FIELDS-RTN
                   PERFORM 600-ADDRESS-CHANGE-RTN
                   REWRITE CUST-REC
                       INVALID KEY
                           DISPLAY "REWRITE ERROR" " " CUST-ACCT-NO
           DISPLAY "ENTER PHONE NUMBER"
           ACCEPT CUST-PHONE
           DISPLAY "ENTER OPEN DATE (YYMMDD)"
           ACCEPT CUST-OPEN-DATE
           DISPLAY "ENTER TAX ID (9 DIGITS, BLANK IF NOT GIVEN)"
           ACCEPT CUST-TAX-ID
           DISPLAY "ENTER TAX STATUS - C=CERTIFIED E=EXEMPT "
               "U=UNCERTIFIED"
           ACCEPT CUST-WH-STATUS
           PERFORM 550-EDIT-TAX-STATUS-RTN.

      ******************************************************************
      * A CUSTOMER IS ONLY CERTIFIED OR EXEMPT WITH A NINE-DIGIT TAX ID
      * ON FILE - ANYTHING ELSE IS HELD AS UNCERTIFIED SO THE INTEREST
      * BRIDGE WITHHOLDS ON IT.
      ******************************************************************
       550-EDIT-TAX-STATUS-RTN.
           IF NOT CUST-WH-CERTIFIED AND NOT CUST-WH-EXEMPT
               AND NOT CUST-WH-UNCERTIFIED
               DISPLAY "TAX STATUS " CUST-WH-STATUS
                   " NOT C/E/U - SET TO U"
               MOVE "U" TO CUST-WH-STATUS
           END-IF
           IF (CUST-WH-CERTIFIED OR CUST-WH-EXEMPT)
               AND CUST-TAX-ID IS NOT NUMERIC
               DISPLAY "NO VALID TAX ID - TAX STATUS SET TO U"
               MOVE "U" TO CUST-WH-STATUS
           END-IF.

      ******************************************************************
      * A NEW ADDRESS ON A RETURNED-MAIL CUSTOMER CLEARS THE FLAG SO
      * THE LETTER RUNS MAIL THEM AGAIN. RE-KEYING THE SAME ADDRESS
      * LEAVES IT SET.
      ******************************************************************
       600-ADDRESS-CHANGE-RTN.
           IF CUST-MAIL-RETURNED
               IF CUST-ADDRESS NOT = WS-OLD-ADDRESS
                   OR CUST-CITY-STATE NOT = WS-OLD-CITY-STATE
                   MOVE SPACE TO CUST-MAIL-STATUS
                   MOVE ZERO TO CUST-MAIL-RET-DATE
                   ADD 1 TO WS-MAIL-CLR-CTR
                   DISPLAY "ADDRESS CHANGED - RETURNED-MAIL FLAG "
                       "CLEARED FOR " CUST-ACCT-NO
               END-IF
           END-IF.
