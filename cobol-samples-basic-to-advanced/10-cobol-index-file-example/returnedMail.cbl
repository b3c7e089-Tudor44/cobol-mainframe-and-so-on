      ******************************************************************
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 155 BYTES - STATEMENT
      *DELIVERY PREFERENCE AND E-MAIL ADDRESS ON THE END; NO FIELD
      *MOVES.
      *15-10-2026 GD - RETURNED-MAIL ENTRY. THE POST ROOM KEPT A PILE
      *OF LETTERS THE POST OFFICE HAD SENT BACK AND THE NEXT NIGHT'S
      *RUNS MAILED THE SAME CUSTOMERS AGAIN. THIS PROGRAM SETS THE
      *RETURNED-MAIL STATUS ON THE CUSTOMER MASTER (CUST-MAIL-STATUS
      *R, WITH THE BUSINESS DATE IN CUST-MAIL-RET-DATE) AS EACH PIECE
      *IS LOGGED. ACCT-STATEMENT, DUNNING-LETTERS, CONFIRM-LETTERS,
      *RATE-NOTICE, ESCHEAT-RUN, NSF-NOTICE AND TERM-DEPOSIT-RUN
      *SKIP A FLAGGED CUSTOMER AND LIST THE SKIP; ADDRESS-RESEARCH
      *REPORTS THE FLAGGED CUSTOMERS WEEKLY FOR THE BRANCHES TO TRACE.
      *CUST-MAST-MAINT CLEARS THE FLAG WHEN IT CHANGES THE ADDRESS.
      *ACTIONS: R = RECORD RETURNED MAIL (A CUSTOMER ALREADY FLAGGED
      *KEEPS THEIR FIRST RETURNED DATE), C = CLEAR THE FLAG WITHOUT
      *AN ADDRESS CHANGE (THE CUSTOMER CONFIRMED THE ADDRESS ON FILE
      *IS GOOD), L = LIST THE FLAGGED CUSTOMERS.
      *FILE PATH MAY BE OVERRIDDEN AT RUN TIME BY THE RTNMAIL_CUST_PATH
      *ENVIRONMENT VARIABLE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-MAIL.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT CUST-FILE ASSIGN TO WS-CUST-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CUST-ACCT-NO
               FILE STATUS IS WS-STATUS.
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
       WORKING-STORAGE SECTION.
          01 WS-CUST-FILE-PATH          PIC X(80) VALUE
              "/Users/gaetanodorsi/CustMast.txt".
          01 WS-ENV-HOLD                PIC X(80).
          01 ARE-THERE-MORE-RECORDS     PIC XXX VALUE "YES".
               88 NO-MORE-RECORDS               VALUE "NO".
          01 WS-STATUS                  PIC XX.
          01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
          01 WS-ACCT-NO-IN              PIC 9(4).
          01 WS-ACTION                  PIC X VALUE "L".
          01 WS-BUS-DATE                PIC 9(8).
          01 WS-SET-CTR                 PIC 9(5) VALUE ZERO.
          01 WS-CLR-CTR                 PIC 9(5) VALUE ZERO.
          01 WS-REJECT-CTR              PIC 9(5) VALUE ZERO.
          01 WS-LIST-CTR                PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "RTNMAIL_CUST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CUST-FILE-PATH
           END-IF
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           OPEN I-O CUST-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           CLOSE CUST-FILE
           DISPLAY "RETURNED MAIL RECORDED: " WS-SET-CTR
           DISPLAY "FLAGS CLEARED         : " WS-CLR-CTR
           DISPLAY "ACTIONS REJECTED      : " WS-REJECT-CTR
           STOP RUN.

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - R=RECORD RETURNED MAIL  C=CLEAR"
               "  L=LIST"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "R"
                   PERFORM 300-RECORD-RTN
               WHEN "C"
                   PERFORM 400-CLEAR-RTN
               WHEN OTHER
                   PERFORM 500-LIST-RTN
           END-EVALUATE
           DISPLAY " DO YOU WANT TO CONTINUE ? "
           ACCEPT ARE-THERE-MORE-RECORDS.

      ******************************************************************
      * RECORD - FLAG THE CUSTOMER AS OF THE BUSINESS DATE. A SECOND
      * RETURNED PIECE FOR A CUSTOMER ALREADY FLAGGED CHANGES NOTHING
      * SO THE RESEARCH REPORT STILL AGES FROM THE FIRST ONE.
      ******************************************************************
       300-RECORD-RTN.
           DISPLAY "ENTER THE ACCOUNT NUMBER (4 DIGITS)"
           ACCEPT WS-ACCT-NO-IN
           MOVE WS-ACCT-NO-IN TO CUST-ACCT-NO
           READ CUST-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE " CUST-ACCT-NO
                   ADD 1 TO WS-REJECT-CTR
               NOT INVALID KEY
                   IF CUST-MAIL-RETURNED
                       DISPLAY "ALREADY FLAGGED SINCE "
                           CUST-MAIL-RET-DATE " - " CUST-NAME
                   ELSE
                       MOVE "R" TO CUST-MAIL-STATUS
                       MOVE WS-BUS-DATE TO CUST-MAIL-RET-DATE
                       PERFORM 600-REWRITE-RTN
                       IF WS-STATUS = "00"
                           ADD 1 TO WS-SET-CTR
                           DISPLAY "RETURNED MAIL RECORDED - "
                               CUST-NAME
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * CLEAR - THE ADDRESS ON FILE IS CONFIRMED GOOD AS IT STANDS. A
      * NEW ADDRESS GOES THROUGH CUST-MAST-MAINT, WHICH CLEARS THE
      * FLAG ITSELF.
      ******************************************************************
       400-CLEAR-RTN.
           DISPLAY "ENTER THE ACCOUNT NUMBER (4 DIGITS)"
           ACCEPT WS-ACCT-NO-IN
           MOVE WS-ACCT-NO-IN TO CUST-ACCT-NO
           READ CUST-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE " CUST-ACCT-NO
                   ADD 1 TO WS-REJECT-CTR
               NOT INVALID KEY
                   IF NOT CUST-MAIL-RETURNED
                       DISPLAY "CUSTOMER IS NOT FLAGGED - " CUST-NAME
                       ADD 1 TO WS-REJECT-CTR
                   ELSE
                       MOVE SPACE TO CUST-MAIL-STATUS
                       MOVE ZERO TO CUST-MAIL-RET-DATE
                       PERFORM 600-REWRITE-RTN
                       IF WS-STATUS = "00"
                           ADD 1 TO WS-CLR-CTR
                           DISPLAY "RETURNED-MAIL FLAG CLEARED - "
                               CUST-NAME
                       END-IF
                   END-IF
           END-READ.

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
           DISPLAY "CUSTOMERS FLAGGED: " WS-LIST-CTR.

       550-LIST-ONE-RTN.
           READ CUST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF CUST-MAIL-RETURNED
                       ADD 1 TO WS-LIST-CTR
                       DISPLAY "ACCOUNT " CUST-ACCT-NO "  " CUST-NAME
                           "  RETURNED " CUST-MAIL-RET-DATE
                   END-IF
           END-READ.

       600-REWRITE-RTN.
           REWRITE CUST-REC
               INVALID KEY
                   DISPLAY "REWRITE ERROR " CUST-ACCT-NO
                       " STATUS " WS-STATUS
                   ADD 1 TO WS-REJECT-CTR
           END-REWRITE.
