      ******************************************************************
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 155 BYTES - STATEMENT
      *DELIVERY PREFERENCE AND E-MAIL ADDRESS ON THE END; NO FIELD
      *MOVES.
      *15-10-2026 GD - WEEKLY ADDRESS RESEARCH REPORT. THE LETTER RUNS
      *NOW SKIP A CUSTOMER WHOSE MAIL HAS COME BACK, SO SOMEBODY HAS
      *TO FIND THOSE CUSTOMERS. THIS REPORT LISTS EVERY CUSTOMER ON
      *THE CUSTOMER MASTER CARRYING THE RETURNED-MAIL STATUS (SET BY
      *RETURNED-MAIL) WITH THE ADDRESS AND PHONE ON FILE, THE DATE
      *THE MAIL CAME BACK, HOW MANY DAYS AGO THAT WAS, AND THE
      *ACCOUNT'S BRANCH AND BALANCE FROM THE INDEXED MASTER - SO THE
      *BRANCHES CAN CALL THE LARGEST AND OLDEST FIRST. AN ACCOUNT
      *CLOSED ON THE MASTER, OR NOT ON IT AT ALL, IS NOTED ON ITS
      *LINE. THE TOTALS GIVE THE NUMBER FLAGGED, THEIR BALANCES AND
      *HOW MANY HAVE BEEN OUTSTANDING 90 DAYS OR MORE. THE FLAG
      *CLEARS WHEN CUST-MAST-MAINT CHANGES THE ADDRESS, SO A CUSTOMER
      *DROPS OFF THE NEXT WEEK'S REPORT ONCE TRACED.
      *FILE PATHS FROM ADDRRES_CUST_PATH / ADDRRES_IDX_PATH /
      *ADDRRES_OUT_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-RESEARCH.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT CUST-FILE ASSIGN TO WS-CUST-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CUST-ACCT-NO
               FILE STATUS IS WS-CUST-STATUS.
       SELECT IDX-FILE ASSIGN TO WS-IDX-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-NO-IN
               ALTERNATE RECORD KEY IS ACCT-NAME-IN
                   WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.
       SELECT RES-RPT-FILE ASSIGN TO WS-RPT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD IDX-FILE
          RECORD CONTAINS 43 CHARACTERS.
          01 IDX-REC.
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
       FD RES-RPT-FILE
          RECORD CONTAINS 80 CHARACTERS.
          01 RES-RPT-REC               PIC X(80).
      *
       WORKING-STORAGE SECTION.
          01 WS-CUST-FILE-PATH          PIC X(80) VALUE
              "/Users/gaetanodorsi/CustMast.txt".
          01 WS-IDX-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/file1.txt".
          01 WS-RPT-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/AddrResearch.txt".
          01 WS-ENV-HOLD                PIC X(80).
          01 WS-LOG-PROGRAM  PIC X(20) VALUE "ADDRESS-RESEARCH".
          01 WS-LOG-START.
              02 WS-LOG-START-DATE  PIC 9(6).
              02 WS-LOG-START-TIME  PIC 9(6).
          01 WS-LOG-READ     PIC 9(6).
          01 WS-LOG-WRITTEN  PIC 9(6).
          01 WS-LOG-REJECTED PIC 9(6).
          01 WS-LOG-RC       PIC 9(2).
          01 WS-LOG-TIME-HOLD PIC 9(8).
          01 ARE-THERE-MORE-RECORDS     PIC XXX VALUE "YES".
               88 NO-MORE-RECORDS               VALUE "NO".
          01 WS-CUST-STATUS             PIC XX.
          01 WS-IDX-STATUS              PIC XX.
          01 WS-IDX-OPEN-SW             PIC X VALUE "N".
               88 WS-IDX-MASTER-OPEN            VALUE "Y".
          01 WS-RUN-DATE                PIC 9(8).
          01 WS-RUN-DAYS                PIC 9(7).
          01 WS-RET-DAYS                PIC 9(7).
          01 WS-DAYS-OUT                PIC 9(5).
          01 WS-LINE-CTR                PIC 99 VALUE ZERO.
          01 WS-READ-CTR                PIC 9(5) VALUE ZERO.
          01 WS-FLAGGED-CTR             PIC 9(5) VALUE ZERO.
          01 WS-OLD-CTR                 PIC 9(5) VALUE ZERO.
          01 WS-NOMAST-CTR              PIC 9(5) VALUE ZERO.
          01 WS-BAL-TOTAL               PIC 9(7)V99 VALUE ZERO.
          01 HD-LINE1.
              02 FILLER                 PIC X(15) VALUE SPACES.
              02 FILLER                 PIC X(37)
                  VALUE "ADDRESS RESEARCH - RETURNED MAIL    ".
              02 HD-DATE-OUT            PIC 9(8).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(5) VALUE "PAGE ".
              02 PAGE-OUT               PIC 999 VALUE ZERO.
              02 FILLER                 PIC X(10) VALUE SPACES.
          01 HD-LINE2.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(4) VALUE "ACCT".
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(20) VALUE "NAME".
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(2) VALUE "BR".
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(8) VALUE "RETURNED".
              02 FILLER                 PIC X(3) VALUE SPACES.
              02 FILLER                 PIC X(4) VALUE "DAYS".
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 FILLER                 PIC X(7) VALUE "BALANCE".
              02 FILLER                 PIC X(19) VALUE SPACES.
          01 HD-LINE3.
              02 FILLER                 PIC X(8) VALUE SPACES.
              02 FILLER                 PIC X(25)
                  VALUE "ADDRESS ON FILE".
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(20) VALUE "CITY/STATE".
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(10) VALUE "PHONE".
              02 FILLER                 PIC X(13) VALUE SPACES.
          01 DTL-LINE.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-ACCT-OUT           PIC 9(4).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-NAME-OUT           PIC X(20).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-BRANCH-OUT         PIC X(2).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-DATE-OUT           PIC 9(8).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-DAYS-OUT           PIC ZZZZ9.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-BAL-OUT            PIC Z,ZZ9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-NOTE-OUT           PIC X(15).
              02 FILLER                 PIC X(4) VALUE SPACES.
          01 ADDR-LINE.
              02 FILLER                 PIC X(8) VALUE SPACES.
              02 ADDR-STREET-OUT        PIC X(25).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 ADDR-CITY-OUT          PIC X(20).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 ADDR-PHONE-OUT         PIC X(10).
              02 FILLER                 PIC X(13) VALUE SPACES.
          01 NONE-LINE.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(40)
                  VALUE "NO CUSTOMER IS FLAGGED FOR RETURNED MAIL".
              02 FILLER                 PIC X(38) VALUE SPACES.
          01 TOT-LINE1.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(19)
                  VALUE "CUSTOMERS FLAGGED: ".
              02 TOT-FLAGGED-OUT        PIC ZZ,ZZ9.
              02 FILLER                 PIC X(13)
                  VALUE "   BALANCES: ".
              02 TOT-BAL-OUT            PIC Z,ZZZ,ZZ9.99.
              02 FILLER                 PIC X(28) VALUE SPACES.
          01 TOT-LINE2.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(29)
                  VALUE "OUTSTANDING 90 DAYS OR MORE: ".
              02 TOT-OLD-OUT            PIC ZZ,ZZ9.
              02 FILLER                 PIC X(18)
                  VALUE "   NOT ON MASTER: ".
              02 TOT-NOMAST-OUT         PIC ZZ,ZZ9.
              02 FILLER                 PIC X(19) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-GET-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-RUN-DATE
           CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-RUN-DATE
               BY REFERENCE WS-RUN-DAYS
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-CUST-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 900-RUN-LOG-RTN
               STOP RUN
           END-IF
           OPEN INPUT IDX-FILE
           IF WS-IDX-STATUS = "00"
               MOVE "Y" TO WS-IDX-OPEN-SW
           ELSE
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE - STATUS "
                   WS-IDX-STATUS " - NO BALANCES"
           END-IF
           OPEN OUTPUT RES-RPT-FILE
           PERFORM 500-HDG-RTN
           PERFORM UNTIL NO-MORE-RECORDS
               READ CUST-FILE
                   AT END
                       MOVE "NO" TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       IF CUST-MAIL-RETURNED
                           PERFORM 200-FLAGGED-RTN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FLAGGED-CTR = ZERO
               WRITE RES-RPT-REC FROM NONE-LINE AFTER ADVANCING 1 LINES
           END-IF
           PERFORM 800-TOTALS-RTN
           CLOSE RES-RPT-FILE
           CLOSE CUST-FILE
           IF WS-IDX-MASTER-OPEN
               CLOSE IDX-FILE
           END-IF
           DISPLAY "CUSTOMERS READ: " WS-READ-CTR
               "  FLAGGED: " WS-FLAGGED-CTR
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

       150-GET-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ADDRRES_CUST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CUST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ADDRRES_IDX_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-IDX-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ADDRRES_OUT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF.

      ******************************************************************
      * ONE FLAGGED CUSTOMER - AGE THE RETURNED DATE, PICK UP THE
      * ACCOUNT'S BRANCH AND BALANCE, AND PRINT THE TWO-LINE ENTRY.
      ******************************************************************
       200-FLAGGED-RTN.
           ADD 1 TO WS-FLAGGED-CTR
           MOVE ZERO TO WS-DAYS-OUT
           IF CUST-MAIL-RET-DATE > ZERO
               CALL 'DATE-DAYS-RTN' USING BY CONTENT CUST-MAIL-RET-DATE
                   BY REFERENCE WS-RET-DAYS
               IF WS-RUN-DAYS > WS-RET-DAYS
                   COMPUTE WS-DAYS-OUT = WS-RUN-DAYS - WS-RET-DAYS
               END-IF
           END-IF
           IF WS-DAYS-OUT >= 90
               ADD 1 TO WS-OLD-CTR
           END-IF
           MOVE CUST-ACCT-NO TO DTL-ACCT-OUT
           MOVE CUST-NAME TO DTL-NAME-OUT
           MOVE CUST-MAIL-RET-DATE TO DTL-DATE-OUT
           MOVE WS-DAYS-OUT TO DTL-DAYS-OUT
           MOVE SPACES TO DTL-BRANCH-OUT
           MOVE ZERO TO DTL-BAL-OUT
           MOVE SPACES TO DTL-NOTE-OUT
           IF WS-IDX-MASTER-OPEN
               PERFORM 250-ACCOUNT-RTN
           END-IF
           MOVE CUST-ADDRESS TO ADDR-STREET-OUT
           MOVE CUST-CITY-STATE TO ADDR-CITY-OUT
           MOVE CUST-PHONE TO ADDR-PHONE-OUT
           IF WS-LINE-CTR > 40
               PERFORM 500-HDG-RTN
           END-IF
           WRITE RES-RPT-REC FROM DTL-LINE AFTER ADVANCING 2 LINES
           WRITE RES-RPT-REC FROM ADDR-LINE AFTER ADVANCING 1 LINES
           ADD 3 TO WS-LINE-CTR.

       250-ACCOUNT-RTN.
           MOVE CUST-ACCT-NO TO ACCT-NO-IN
           READ IDX-FILE
               INVALID KEY
                   MOVE "*NOT ON MASTER*" TO DTL-NOTE-OUT
                   ADD 1 TO WS-NOMAST-CTR
               NOT INVALID KEY
                   MOVE BRANCH-IN TO DTL-BRANCH-OUT
                   MOVE AMT-DUE-IN TO DTL-BAL-OUT
                   ADD AMT-DUE-IN TO WS-BAL-TOTAL
                   IF ACCT-STAT-IN = "C"
                       MOVE "CLOSED" TO DTL-NOTE-OUT
                   END-IF
           END-READ.

       500-HDG-RTN.
           ADD 1 TO PAGE-OUT
           MOVE WS-RUN-DATE TO HD-DATE-OUT
           WRITE RES-RPT-REC FROM HD-LINE1 AFTER ADVANCING PAGE
           WRITE RES-RPT-REC FROM HD-LINE2 AFTER ADVANCING 2 LINES
           WRITE RES-RPT-REC FROM HD-LINE3 AFTER ADVANCING 1 LINES
           MOVE ZERO TO WS-LINE-CTR.

       800-TOTALS-RTN.
           MOVE WS-FLAGGED-CTR TO TOT-FLAGGED-OUT
           MOVE WS-BAL-TOTAL TO TOT-BAL-OUT
           MOVE WS-OLD-CTR TO TOT-OLD-OUT
           MOVE WS-NOMAST-CTR TO TOT-NOMAST-OUT
           WRITE RES-RPT-REC FROM TOT-LINE1 AFTER ADVANCING 3 LINES
           WRITE RES-RPT-REC FROM TOT-LINE2 AFTER ADVANCING 1 LINES.

       900-RUN-LOG-RTN.
           MOVE WS-READ-CTR TO WS-LOG-READ
           MOVE WS-FLAGGED-CTR TO WS-LOG-WRITTEN
           MOVE WS-NOMAST-CTR TO WS-LOG-REJECTED
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
