      ******************************************************************
      *15-10-2026 GD - PRODUCT MASTER MAINTENANCE. THE ACCOUNT RECORD
      *NOW CARRIES A TWO-CHARACTER PRODUCT CODE (ACCT-PRODUCT) AND THIS
      *FILE SAYS WHAT EACH CODE MEANS - ONE ROW PER PRODUCT: CODE,
      *NAME, THE RATE-TABLE PRODUCT COMPOUND-INTEREST AND RATE-NOTICE
      *LOOK UP ("S" OR "C"), THE FEE SCHEDULE FEE-ASSESSMENT CHARGES,
      *THE DEFAULT STATEMENT CYCLE ACCT-STATEMENT USES WHEN THE ACCOUNT
      *HAS NO CYCLE ASSIGNMENT OF ITS OWN, AND THE DEFAULT CREDIT LIMIT
      *THE POSTING RUNS APPLY WHEN THE ACCOUNT HAS NO CREDIT-LIMIT ROW.
      *A SPACE FEE SCHEDULE OR CYCLE MEANS THE HOUSE DEFAULT; A ZERO
      *CREDIT LIMIT MEANS THE GLOBAL POSTING CEILING.
      *ACTIONS: A = ADD A ROW, L = LIST THE FILE. FILE PATH FROM
      *PRODMNT_PROD_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-MAINT.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT PROD-FILE ASSIGN TO WS-PROD-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PROD-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 PROD-REC.
               02 PRD-CODE               PIC X(2).
               02 PRD-NAME               PIC X(20).
               02 PRD-RATE-PRODUCT       PIC X.
               02 PRD-FEE-SCHED          PIC X(2).
               02 PRD-CYCLE              PIC X(2).
               02 PRD-CREDIT-LIMIT       PIC 9(5)V99.
       WORKING-STORAGE SECTION.
           01 WS-PROD-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/Products.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-PROD-STATUS             PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 ARE-THERE-MORE-RECORDS     PIC XXX VALUE "YES".
               88 NO-MORE-RECORDS               VALUE "NO".
           01 WS-ACTION                  PIC X VALUE "L".
           01 WS-ADD-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-LIMIT-EDIT              PIC ZZ,ZZ9.99.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PRODMNT_PROD_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PROD-FILE-PATH
           END-IF
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           DISPLAY "PRODUCT ROWS ADDED: " WS-ADD-CTR
           STOP RUN.

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - A=ADD PRODUCT ROW  L=LIST FILE"
           ACCEPT WS-ACTION
           IF WS-ACTION = "A"
               PERFORM 300-ADD-RTN
           ELSE
               PERFORM 400-LIST-RTN
           END-IF
           DISPLAY " DO YOU WANT TO CONTINUE ? "
           ACCEPT ARE-THERE-MORE-RECORDS.

       300-ADD-RTN.
           OPEN EXTEND PROD-FILE
           IF WS-PROD-STATUS = "35"
               OPEN OUTPUT PROD-FILE
           END-IF
           DISPLAY "ENTER PRODUCT CODE (2 CHARACTERS)"
           ACCEPT PRD-CODE
           DISPLAY "ENTER PRODUCT NAME"
           ACCEPT PRD-NAME
           DISPLAY "ENTER RATE-TABLE PRODUCT (S=SIMPLE C=COMPOUND)"
           ACCEPT PRD-RATE-PRODUCT
           DISPLAY "ENTER FEE SCHEDULE (2 CHARACTERS, SPACES = HOUSE)"
           ACCEPT PRD-FEE-SCHED
           DISPLAY "ENTER DEFAULT STATEMENT CYCLE (SPACES = MONTHLY)"
           ACCEPT PRD-CYCLE
           DISPLAY "ENTER DEFAULT CREDIT LIMIT (7 DIGITS, CENTS LAST -"
               " 0250000 = 2500.00, ZERO = GLOBAL CEILING)"
           ACCEPT PRD-CREDIT-LIMIT
           WRITE PROD-REC
           ADD 1 TO WS-ADD-CTR
           CLOSE PROD-FILE.

       400-LIST-RTN.
           OPEN INPUT PROD-FILE
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "PRODUCT MASTER NOT AVAILABLE - STATUS "
                   WS-PROD-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PROD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           MOVE PRD-CREDIT-LIMIT TO WS-LIMIT-EDIT
                           DISPLAY "PRODUCT " PRD-CODE " " PRD-NAME
                               "  RATE " PRD-RATE-PRODUCT
                               "  FEES " PRD-FEE-SCHED
                               "  CYCLE " PRD-CYCLE
                               "  LIMIT " WS-LIMIT-EDIT
                   END-READ
               END-PERFORM
               CLOSE PROD-FILE
           END-IF.
