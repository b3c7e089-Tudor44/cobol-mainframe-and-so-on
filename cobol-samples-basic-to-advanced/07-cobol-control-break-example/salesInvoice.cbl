      ******************************************************************
      *15-10-2026 GD - SALES INVOICING. A SALE ON ACCOUNT WAS RECORDED
      *IN THE SALES FILE FOR DEP-SALES-REPORT AND THEN REKEYED BY HAND
      *ONTO THE CUSTOMER'S RECEIVABLE. THE SALES TRANSACTION NOW
      *CARRIES THE CUSTOMER ACCOUNT OF A CREDIT SALE (SPACES FOR A
      *CASH SALE), AND THIS STEP, RUN NIGHTLY AHEAD OF PEND-RELEASE
      *LIKE STANDING-ORDER-RUN, TURNS THE DAY'S CREDIT SALES AND
      *CREDIT MEMOS INTO TRANSREC ITEMS ON THE PENDING FILE, TRACE
      *SOURCE "SLS", EFFECTIVE THE BUSINESS DATE:
      * - A SALE IS CHARGED TO THE CUSTOMER - IT RAISES AMT-DUE, SO IT
      *   TRAVELS AS TYPE "C" (ADD TO BALANCE);
      * - A CREDIT MEMO ("R") REDUCES WHAT THE CUSTOMER OWES AND
      *   TRAVELS AS TYPE "D". A MEMO BIGGER THAN THE BALANCE REJECTS
      *   IN SEQ-UPDATE WITH THE NORMAL REJECT PAPER.
      *EACH ACCOUNT BILLED GETS ONE INVOICE FOR THE DAY, ADDRESSED
      *FROM THE CUSTOMER MASTER, LISTING EVERY SALE AND MEMO AND THE
      *NET CHARGED; EVERY LINE IS ALSO HANDED TO MAIL-SPOOL-RTN
      *(SOURCE "INVOICE"). A CUSTOMER WHOSE MAIL HAS COME BACK IS
      *STILL BILLED BUT NOT SENT AN INVOICE - THE REGISTER SAYS SO.
      *A CREDIT SALE WHOSE ACCOUNT IS NOT NUMERIC OR NOT ON THE
      *CUSTOMER MASTER IS NOT BILLED; IT IS LISTED AS AN EXCEPTION
      *AND THE RUN ENDS RC 4.
      *THE REGISTER LISTS EVERY INVOICE AND EXCEPTION AND CLOSES WITH
      *THE RECONCILIATION: THE SALES FILE NET (THE SAME FIGURE AS
      *DEP-SALES-REPORT'S COMPANY TOTAL) SPLIT INTO CASH AND CREDIT,
      *CREDIT INTO INVOICED AND EXCEPTIONS, AND THE PENDING CHARGES
      *LESS CREDITS WRITTEN AGAINST THE INVOICED NET. A DIFFERENCE
      *ANYWHERE IS RC 8. NO SALES FILE OR NO CUSTOMER MASTER WHEN
      *THERE IS CREDIT TO BILL IS RC 8 WITH NOTHING WRITTEN.
      *FILE PATHS FROM SLSINV_IN_PATH / SLSINV_CUST_PATH /
      *SLSINV_PEND_PATH / SLSINV_INV_PATH / SLSINV_REG_PATH; THE
      *BUSINESS DATE COMES FROM BUS-DATE-RTN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-INVOICE.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT IN-FILE ASSIGN TO WS-IN-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
       SELECT CUST-FILE ASSIGN TO WS-CUST-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CUST-ACCT-NO
           FILE STATUS IS WS-CUST-STATUS.
       SELECT PENDING-FILE ASSIGN TO WS-PEND-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.
       SELECT INV-FILE ASSIGN TO WS-INV-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REG-FILE ASSIGN TO WS-REG-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE
           RECORD CONTAINS 31 CHARACTERS.
           01 IN-REC.
               02 DEPT-IN              PIC XX.
               02 SLS-NO-IN            PIC X(5).
               02 AMT-OF-SALES-IN      PIC 9(3).
      *        "R" = RETURN / CREDIT MEMO
               02 SLS-TYPE-IN          PIC X.
               02 FILLER               PIC X(2).
               02 SLS-PROD-IN          PIC X(4).
               02 SLS-QTY-IN           PIC 9(3).
               02 FILLER               PIC X(7).
      *        CUSTOMER ACCOUNT OF A SALE ON ACCOUNT; SPACES = CASH
               02 SLS-ACCT-IN          PIC X(4).
       FD CUST-FILE
           RECORD CONTAINS 155 CHARACTERS.
           01 CUST-REC.
               02 CUST-ACCT-NO         PIC 9(4).
               02 CUST-NAME            PIC X(20).
               02 CUST-ADDRESS         PIC X(25).
               02 CUST-CITY-STATE      PIC X(20).
               02 CUST-PHONE           PIC X(10).
               02 CUST-OPEN-DATE       PIC 9(6).
               02 CUST-TAX-ID          PIC X(9).
               02 CUST-WH-STATUS       PIC X.
               02 CUST-MAIL-STATUS     PIC X.
                   88 CUST-MAIL-RETURNED       VALUE "R".
               02 CUST-MAIL-RET-DATE   PIC 9(8).
               02 CUST-DELIV-PREF      PIC X.
               02 CUST-EMAIL           PIC X(50).
       FD PENDING-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 PENDING-REC.
           COPY TRANSREC.
       FD INV-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 INV-REC                  PIC X(80).
       FD REG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 REG-REC                  PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-IN-FILE-PATH            PIC X(80) VALUE
               "/Users/gaetanodorsi/Downloads/SalesIN.txt".
           01 WS-CUST-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/CustMast.txt".
           01 WS-PEND-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/PENDING.txt".
           01 WS-INV-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/SalesInvoices.txt".
           01 WS-REG-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/SalesInvRegister.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-IN-STATUS               PIC XX.
           01 WS-CUST-STATUS             PIC XX.
           01 WS-PEND-STATUS             PIC XX.
           01 WS-CUST-OPEN-SW            PIC X VALUE "N".
               88 WS-CUST-MASTER-OPEN           VALUE "Y".
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-STEP-RC                 PIC 99 VALUE ZERO.
           01 WS-BUS-DATE                PIC 9(8).
      *    THE DAY'S CREDIT SALES AND MEMOS, INVOICED ONE ACCOUNT AT
      *    A TIME IN ACCOUNT ORDER.
           01 WS-CREDIT-TABLE.
               02 WS-CREDIT-ENTRY OCCURS 999 TIMES.
                   03 WS-CL-ACCT         PIC X(4).
                   03 WS-CL-DEPT         PIC XX.
                   03 WS-CL-SLSP         PIC X(5).
                   03 WS-CL-PROD         PIC X(4).
                   03 WS-CL-QTY          PIC 9(3).
                   03 WS-CL-AMT          PIC 9(3).
                   03 WS-CL-TYPE         PIC X.
                   03 WS-CL-DONE-SW      PIC X.
           01 WS-CREDIT-CTR              PIC 9(3) VALUE ZERO.
           01 SUB1                       PIC 9(4).
           01 WS-CUR-ACCT                PIC X(4).
           01 WS-ACCT-FOUND-SW           PIC X.
               88 WS-ACCT-FOUND                 VALUE "Y".
           01 WS-MAIL-SKIP-SW            PIC X.
               88 WS-MAIL-RETURNED              VALUE "Y".
           01 WS-EXC-REASON              PIC X(24).
           01 WS-READ-CTR                PIC 9(6) VALUE ZERO.
           01 WS-INVOICE-CTR             PIC 9(5) VALUE ZERO.
           01 WS-NOT-SENT-CTR            PIC 9(5) VALUE ZERO.
           01 WS-EXC-CTR                 PIC 9(5) VALUE ZERO.
           01 WS-POST-CTR                PIC 9(6) VALUE ZERO.
      *    CONTROL TOTALS - EVERY FIGURE NET OF CREDIT MEMOS.
           01 WS-SALES-NET               PIC S9(9)V99 VALUE ZERO.
           01 WS-CASH-NET                PIC S9(9)V99 VALUE ZERO.
           01 WS-CREDIT-NET              PIC S9(9)V99 VALUE ZERO.
           01 WS-INVOICED-NET            PIC S9(9)V99 VALUE ZERO.
           01 WS-EXC-NET                 PIC S9(9)V99 VALUE ZERO.
           01 WS-PEND-CHG-TOTAL          PIC S9(9)V99 VALUE ZERO.
           01 WS-PEND-CR-TOTAL           PIC S9(9)V99 VALUE ZERO.
           01 WS-INV-NET                 PIC S9(7)V99.
           01 WS-INV-SALES               PIC S9(7)V99.
           01 WS-INV-MEMOS               PIC S9(7)V99.
           01 WS-LINE-AMT                PIC S9(7)V99.
           01 WS-DIFF                    PIC S9(9)V99.
           01 WS-OUT-OF-BAL-SW           PIC X VALUE "N".
               88 WS-OUT-OF-BALANCE             VALUE "Y".
           01 WS-REG-LINE-CTR            PIC 99 VALUE ZERO.
           01 WS-SPOOL-FUNC              PIC X VALUE "L".
           01 WS-SPOOL-SOURCE            PIC X(8) VALUE "INVOICE".
           01 WS-SPOOL-SPACING           PIC 9.
           01 WS-LOG-PROGRAM  PIC X(20) VALUE "SALES-INVOICE".
           01 WS-LOG-START.
               02 WS-LOG-START-DATE  PIC 9(6).
               02 WS-LOG-START-TIME  PIC 9(6).
           01 WS-LOG-READ     PIC 9(6).
           01 WS-LOG-WRITTEN  PIC 9(6).
           01 WS-LOG-REJECTED PIC 9(6).
           01 WS-LOG-RC       PIC 9(2).
           01 WS-LOG-TIME-HOLD PIC 9(8).
           01 INV-DATE-LINE.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 FILLER             PIC X(6) VALUE "DATE: ".
               02 INV-DATE-OUT       PIC 9(8).
               02 FILLER             PIC X(20) VALUE SPACES.
               02 FILLER             PIC X(7) VALUE "INVOICE".
               02 FILLER             PIC X(34) VALUE SPACES.
           01 INV-NAME-LINE.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 INV-NAME-OUT       PIC X(20).
               02 FILLER             PIC X(55) VALUE SPACES.
           01 INV-ADDR-LINE.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 INV-ADDR-OUT       PIC X(25).
               02 FILLER             PIC X(50) VALUE SPACES.
           01 INV-CITY-LINE.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 INV-CITY-OUT       PIC X(20).
               02 FILLER             PIC X(55) VALUE SPACES.
           01 INV-ACCT-LINE.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 FILLER             PIC X(16) VALUE "ACCOUNT NUMBER: ".
               02 INV-ACCT-OUT       PIC X(4).
               02 FILLER             PIC X(55) VALUE SPACES.
           01 INV-HD-LINE.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 FILLER             PIC X(40) VALUE
                   "DEPT  SALESPERSON  PRODUCT  QTY   AMOUNT".
               02 FILLER             PIC X(35) VALUE SPACES.
           01 INV-DTL-LINE.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 INV-DEPT-OUT       PIC XX.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 INV-SLSP-OUT       PIC X(5).
               02 FILLER             PIC X(8) VALUE SPACES.
               02 INV-PROD-OUT       PIC X(4).
               02 FILLER             PIC X(3) VALUE SPACES.
               02 INV-QTY-OUT        PIC ZZ9.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 INV-AMT-OUT        PIC ZZZ9.99-.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 INV-NOTE-OUT       PIC X(11).
               02 FILLER             PIC X(23) VALUE SPACES.
           01 INV-TOTAL-LINE.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 FILLER             PIC X(29) VALUE
                   "NET CHARGED TO YOUR ACCOUNT: ".
               02 INV-TOTAL-OUT      PIC ZZZ,ZZ9.99-.
               02 FILLER             PIC X(35) VALUE SPACES.
           01 INV-SIGN-LINE.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 FILLER             PIC X(19) VALUE
                   "ACCOUNTS RECEIVABLE".
               02 FILLER             PIC X(56) VALUE SPACES.
           01 REG-HD-LINE1.
               02 FILLER             PIC X(22) VALUE SPACES.
               02 FILLER             PIC X(31) VALUE
                   "SALES INVOICE REGISTER FOR DATE".
               02 FILLER             PIC X VALUE SPACE.
               02 REG-HD-DATE-OUT    PIC 9(8).
               02 FILLER             PIC X(18) VALUE SPACES.
           01 REG-HD-LINE2.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 FILLER             PIC X(7) VALUE "ACCOUNT".
               02 FILLER             PIC X(2) VALUE SPACES.
               02 FILLER             PIC X(13) VALUE "CUSTOMER NAME".
               02 FILLER             PIC X(11) VALUE SPACES.
               02 FILLER             PIC X(5) VALUE "SALES".
               02 FILLER             PIC X(6) VALUE SPACES.
               02 FILLER             PIC X(5) VALUE "MEMOS".
               02 FILLER             PIC X(8) VALUE SPACES.
               02 FILLER             PIC X(3) VALUE "NET".
               02 FILLER             PIC X(18) VALUE SPACES.
           01 REG-DTL-LINE.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 REG-ACCT-OUT       PIC X(4).
               02 FILLER             PIC X(3) VALUE SPACES.
               02 REG-NAME-OUT       PIC X(20).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 REG-SALES-OUT      PIC ZZ,ZZ9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 REG-MEMOS-OUT      PIC ZZ,ZZ9.99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 REG-NET-OUT        PIC ZZZ,ZZ9.99-.
               02 FILLER             PIC X(14) VALUE SPACES.
           01 REG-SKIP-LINE.
               02 FILLER             PIC X(11) VALUE SPACES.
               02 FILLER             PIC X(33) VALUE
                   "*RETURNED MAIL - INVOICE NOT SENT".
               02 FILLER             PIC X(36) VALUE SPACES.
           01 REG-EXC-LINE.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 REG-EXC-ACCT-OUT   PIC X(4).
               02 FILLER             PIC X(3) VALUE SPACES.
               02 FILLER             PIC X(11) VALUE "*EXCEPTION ".
               02 REG-EXC-DEPT-OUT   PIC XX.
               02 FILLER             PIC X VALUE SPACE.
               02 REG-EXC-SLSP-OUT   PIC X(5).
               02 FILLER             PIC X VALUE SPACE.
               02 REG-EXC-AMT-OUT    PIC ZZZ9.99-.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 REG-EXC-REASON-OUT PIC X(24).
               02 FILLER             PIC X(15) VALUE SPACES.
           01 REG-RECON-HD-LINE.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 FILLER             PIC X(30) VALUE
                   "RECONCILIATION TO SALES TOTALS".
               02 FILLER             PIC X(48) VALUE SPACES.
           01 REG-RECON-LINE.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 REG-RC-LABEL-OUT   PIC X(40).
               02 REG-RC-AMT-OUT     PIC ZZZ,ZZZ,ZZ9.99-.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 REG-RC-NOTE-OUT    PIC X(19).
           01 REG-COUNT-LINE.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 FILLER             PIC X(10) VALUE "INVOICES: ".
               02 REG-INV-CTR-OUT    PIC ZZ,ZZ9.
               02 FILLER             PIC X(12) VALUE "  NOT SENT: ".
               02 REG-SKIP-CTR-OUT   PIC ZZ,ZZ9.
               02 FILLER             PIC X(14) VALUE "  EXCEPTIONS: ".
               02 REG-EXC-CTR-OUT    PIC ZZ,ZZ9.
               02 FILLER             PIC X(10) VALUE "  ITEMS: ".
               02 REG-POST-CTR-OUT   PIC ZZZ,ZZ9.
               02 FILLER             PIC X(5) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 050-GET-FILE-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           OPEN OUTPUT REG-FILE
           MOVE WS-BUS-DATE TO REG-HD-DATE-OUT
           WRITE REG-REC FROM REG-HD-LINE1 AFTER ADVANCING PAGE
           WRITE REG-REC FROM REG-HD-LINE2 AFTER ADVANCING 2 LINES
           PERFORM 200-LOAD-SALES-RTN
           IF WS-STEP-RC < 8 AND WS-CREDIT-CTR > ZERO
               OPEN INPUT CUST-FILE
               IF WS-CUST-STATUS = "00"
                   MOVE "Y" TO WS-CUST-OPEN-SW
               ELSE
                   DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                       WS-CUST-STATUS " - NOTHING INVOICED"
                   MOVE 8 TO WS-STEP-RC
               END-IF
           END-IF
           IF WS-STEP-RC < 8
               OPEN EXTEND PENDING-FILE
               IF WS-PEND-STATUS = "35"
                   OPEN OUTPUT PENDING-FILE
               END-IF
               OPEN OUTPUT INV-FILE
               PERFORM 300-INVOICE-RTN
               MOVE "E" TO WS-SPOOL-FUNC
               CALL 'MAIL-SPOOL-RTN' USING BY CONTENT WS-SPOOL-FUNC
                   WS-SPOOL-SOURCE WS-CUR-ACCT WS-SPOOL-SPACING
                   INV-REC
               CLOSE INV-FILE
               CLOSE PENDING-FILE
               PERFORM 600-RECONCILE-RTN
           END-IF
           IF WS-CUST-MASTER-OPEN
               CLOSE CUST-FILE
           END-IF
           CLOSE REG-FILE
           DISPLAY "SALES RECORDS READ: " WS-READ-CTR
           DISPLAY "INVOICES PRODUCED : " WS-INVOICE-CTR
               "  NOT SENT: " WS-NOT-SENT-CTR
           DISPLAY "PENDING ITEMS     : " WS-POST-CTR
           DISPLAY "EXCEPTIONS        : " WS-EXC-CTR
           IF WS-OUT-OF-BALANCE
               DISPLAY "*** INVOICING OUT OF BALANCE WITH SALES ***"
           END-IF
           PERFORM 750-RUN-LOG-RTN
           MOVE WS-STEP-RC TO RETURN-CODE
           STOP RUN.

       050-GET-FILE-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SLSINV_IN_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-IN-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SLSINV_CUST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CUST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SLSINV_PEND_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PEND-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SLSINV_INV_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-INV-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SLSINV_REG_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REG-FILE-PATH
           END-IF.

      ******************************************************************
      * ONE PASS OVER THE SALES FILE - EVERY SALE INTO THE CONTROL
      * TOTALS, EVERY CREDIT SALE OR MEMO INTO THE INVOICE TABLE. A
      * CREDIT LINE THAT CANNOT BE BILLED IS AN EXCEPTION AT ONCE.
      ******************************************************************
       200-LOAD-SALES-RTN.
           OPEN INPUT IN-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "SALES FILE NOT AVAILABLE - STATUS "
                   WS-IN-STATUS
               MOVE 8 TO WS-STEP-RC
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 210-READ-ONE-RTN UNTIL WS-EOF
               CLOSE IN-FILE
           END-IF.

       210-READ-ONE-RTN.
           READ IN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   PERFORM 220-NOTE-SALE-RTN
           END-READ.

       220-NOTE-SALE-RTN.
           MOVE AMT-OF-SALES-IN TO WS-LINE-AMT
           IF SLS-TYPE-IN = "R"
               COMPUTE WS-LINE-AMT = ZERO - WS-LINE-AMT
           END-IF
           ADD WS-LINE-AMT TO WS-SALES-NET
           IF SLS-ACCT-IN = SPACES
               ADD WS-LINE-AMT TO WS-CASH-NET
           ELSE
               ADD WS-LINE-AMT TO WS-CREDIT-NET
               EVALUATE TRUE
                   WHEN SLS-ACCT-IN NOT NUMERIC
                       MOVE "ACCOUNT NOT NUMERIC" TO WS-EXC-REASON
                       PERFORM 480-EXCEPTION-IN-RTN
                   WHEN WS-CREDIT-CTR NOT < 999
                       MOVE "INVOICE TABLE FULL" TO WS-EXC-REASON
                       PERFORM 480-EXCEPTION-IN-RTN
                   WHEN OTHER
                       ADD 1 TO WS-CREDIT-CTR
                       MOVE SLS-ACCT-IN TO WS-CL-ACCT (WS-CREDIT-CTR)
                       MOVE DEPT-IN TO WS-CL-DEPT (WS-CREDIT-CTR)
                       MOVE SLS-NO-IN TO WS-CL-SLSP (WS-CREDIT-CTR)
                       MOVE SLS-PROD-IN TO WS-CL-PROD (WS-CREDIT-CTR)
                       IF SLS-QTY-IN NUMERIC AND SLS-QTY-IN > ZERO
                           MOVE SLS-QTY-IN TO WS-CL-QTY (WS-CREDIT-CTR)
                       ELSE
                           MOVE 1 TO WS-CL-QTY (WS-CREDIT-CTR)
                       END-IF
                       MOVE AMT-OF-SALES-IN TO WS-CL-AMT (WS-CREDIT-CTR)
                       MOVE SLS-TYPE-IN TO WS-CL-TYPE (WS-CREDIT-CTR)
                       MOVE "N" TO WS-CL-DONE-SW (WS-CREDIT-CTR)
               END-EVALUATE
           END-IF.

      ******************************************************************
      * LOWEST ACCOUNT STILL TO BILL FIRST, UNTIL NONE IS LEFT.
      ******************************************************************
       300-INVOICE-RTN.
           PERFORM 310-PICK-ACCT-RTN
           PERFORM 305-NEXT-ACCT-RTN
               UNTIL WS-CUR-ACCT = HIGH-VALUES
           MOVE SPACES TO WS-CUR-ACCT.

       305-NEXT-ACCT-RTN.
           PERFORM 320-ONE-ACCOUNT-RTN
           PERFORM 310-PICK-ACCT-RTN.

       310-PICK-ACCT-RTN.
           MOVE HIGH-VALUES TO WS-CUR-ACCT
           PERFORM 315-LOWER-ACCT-RTN
               VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-CREDIT-CTR.

       315-LOWER-ACCT-RTN.
           IF WS-CL-DONE-SW (SUB1) = "N"
               AND WS-CL-ACCT (SUB1) < WS-CUR-ACCT
               MOVE WS-CL-ACCT (SUB1) TO WS-CUR-ACCT
           END-IF.

      ******************************************************************
      * ONE ACCOUNT - FIND THE CUSTOMER, THEN EITHER INVOICE AND POST
      * EVERY LINE OF THE ACCOUNT OR LIST THEM ALL AS EXCEPTIONS.
      ******************************************************************
       320-ONE-ACCOUNT-RTN.
           MOVE "N" TO WS-ACCT-FOUND-SW
           MOVE "N" TO WS-MAIL-SKIP-SW
           MOVE WS-CUR-ACCT TO CUST-ACCT-NO
           READ CUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCT-FOUND-SW
                   IF CUST-MAIL-RETURNED
                       MOVE "Y" TO WS-MAIL-SKIP-SW
                   END-IF
           END-READ
           IF WS-ACCT-FOUND
               PERFORM 400-INVOICE-ACCT-RTN
           ELSE
               MOVE "NOT ON CUSTOMER MASTER" TO WS-EXC-REASON
               PERFORM 470-EXCEPTION-ACCT-RTN
                   VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > WS-CREDIT-CTR
           END-IF.

       400-INVOICE-ACCT-RTN.
           MOVE ZERO TO WS-INV-NET
           MOVE ZERO TO WS-INV-SALES
           MOVE ZERO TO WS-INV-MEMOS
           IF NOT WS-MAIL-RETURNED
               PERFORM 410-INVOICE-HEAD-RTN
           END-IF
           PERFORM 420-INVOICE-LINE-RTN
               VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-CREDIT-CTR
           IF WS-MAIL-RETURNED
               ADD 1 TO WS-NOT-SENT-CTR
           ELSE
               MOVE WS-INV-NET TO INV-TOTAL-OUT
               WRITE INV-REC FROM INV-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 2 TO WS-SPOOL-SPACING
               PERFORM 700-SPOOL-LINE-RTN
               WRITE INV-REC FROM INV-SIGN-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 2 TO WS-SPOOL-SPACING
               PERFORM 700-SPOOL-LINE-RTN
               ADD 1 TO WS-INVOICE-CTR
           END-IF
           ADD WS-INV-NET TO WS-INVOICED-NET
           PERFORM 500-REGISTER-RTN.

       410-INVOICE-HEAD-RTN.
           MOVE WS-BUS-DATE TO INV-DATE-OUT
           WRITE INV-REC FROM INV-DATE-LINE AFTER ADVANCING PAGE
           MOVE 0 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE CUST-NAME TO INV-NAME-OUT
           WRITE INV-REC FROM INV-NAME-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE CUST-ADDRESS TO INV-ADDR-OUT
           WRITE INV-REC FROM INV-ADDR-LINE AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE CUST-CITY-STATE TO INV-CITY-OUT
           WRITE INV-REC FROM INV-CITY-LINE AFTER ADVANCING 1 LINES
           MOVE 1 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE WS-CUR-ACCT TO INV-ACCT-OUT
           WRITE INV-REC FROM INV-ACCT-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           WRITE INV-REC FROM INV-HD-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN.

      ******************************************************************
      * EACH SALE OR MEMO OF THE ACCOUNT - ONTO THE INVOICE AND ONTO
      * THE PENDING FILE AS ITS OWN ITEM, SO EVERY ONE HAS A TRACE.
      ******************************************************************
       420-INVOICE-LINE-RTN.
           IF WS-CL-ACCT (SUB1) = WS-CUR-ACCT
               AND WS-CL-DONE-SW (SUB1) = "N"
               MOVE "Y" TO WS-CL-DONE-SW (SUB1)
               MOVE WS-CL-AMT (SUB1) TO WS-LINE-AMT
               MOVE SPACES TO INV-NOTE-OUT
               IF WS-CL-TYPE (SUB1) = "R"
                   COMPUTE WS-LINE-AMT = ZERO - WS-LINE-AMT
                   SUBTRACT WS-LINE-AMT FROM WS-INV-MEMOS
                   MOVE "CREDIT MEMO" TO INV-NOTE-OUT
               ELSE
                   ADD WS-LINE-AMT TO WS-INV-SALES
               END-IF
               ADD WS-LINE-AMT TO WS-INV-NET
               IF NOT WS-MAIL-RETURNED
                   MOVE WS-CL-DEPT (SUB1) TO INV-DEPT-OUT
                   MOVE WS-CL-SLSP (SUB1) TO INV-SLSP-OUT
                   MOVE WS-CL-PROD (SUB1) TO INV-PROD-OUT
                   MOVE WS-CL-QTY (SUB1) TO INV-QTY-OUT
                   MOVE WS-LINE-AMT TO INV-AMT-OUT
                   WRITE INV-REC FROM INV-DTL-LINE
                       AFTER ADVANCING 1 LINES
                   MOVE 1 TO WS-SPOOL-SPACING
                   PERFORM 700-SPOOL-LINE-RTN
               END-IF
               IF WS-CL-AMT (SUB1) > ZERO
                   PERFORM 450-POST-LINE-RTN
               END-IF
           END-IF.

      ******************************************************************
      * A SALE RAISES WHAT THE CUSTOMER OWES ("C"), A MEMO LOWERS IT
      * ("D"). THE SERIAL NUMBERS THE RUN'S ITEMS FROM ONE.
      ******************************************************************
       450-POST-LINE-RTN.
           MOVE WS-CUR-ACCT TO T-ACCT-NO
           MOVE WS-CL-AMT (SUB1) TO T-AMT-DUE
           IF WS-CL-TYPE (SUB1) = "R"
               MOVE "D" TO T-TRANS-TYPE
               ADD WS-CL-AMT (SUB1) TO WS-PEND-CR-TOTAL
           ELSE
               MOVE "C" TO T-TRANS-TYPE
               ADD WS-CL-AMT (SUB1) TO WS-PEND-CHG-TOTAL
           END-IF
           MOVE WS-BUS-DATE TO T-EFF-DATE
           MOVE SPACES TO T-BRANCH
           MOVE SPACES TO T-TARGET-ACCT
           MOVE "SLS" TO T-TRACE-SRC
           COMPUTE T-TRACE-SER = WS-POST-CTR + 1
           WRITE PENDING-REC
           ADD 1 TO WS-POST-CTR.

       470-EXCEPTION-ACCT-RTN.
           IF WS-CL-ACCT (SUB1) = WS-CUR-ACCT
               AND WS-CL-DONE-SW (SUB1) = "N"
               MOVE "Y" TO WS-CL-DONE-SW (SUB1)
               MOVE WS-CL-AMT (SUB1) TO WS-LINE-AMT
               IF WS-CL-TYPE (SUB1) = "R"
                   COMPUTE WS-LINE-AMT = ZERO - WS-LINE-AMT
               END-IF
               MOVE WS-CL-ACCT (SUB1) TO REG-EXC-ACCT-OUT
               MOVE WS-CL-DEPT (SUB1) TO REG-EXC-DEPT-OUT
               MOVE WS-CL-SLSP (SUB1) TO REG-EXC-SLSP-OUT
               PERFORM 490-EXCEPTION-LINE-RTN
           END-IF.

       480-EXCEPTION-IN-RTN.
           MOVE SLS-ACCT-IN TO REG-EXC-ACCT-OUT
           MOVE DEPT-IN TO REG-EXC-DEPT-OUT
           MOVE SLS-NO-IN TO REG-EXC-SLSP-OUT
           PERFORM 490-EXCEPTION-LINE-RTN.

       490-EXCEPTION-LINE-RTN.
           PERFORM 550-PAGE-CHECK-RTN
           MOVE WS-LINE-AMT TO REG-EXC-AMT-OUT
           MOVE WS-EXC-REASON TO REG-EXC-REASON-OUT
           WRITE REG-REC FROM REG-EXC-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REG-LINE-CTR
           ADD 1 TO WS-EXC-CTR
           ADD WS-LINE-AMT TO WS-EXC-NET
           IF WS-STEP-RC < 4
               MOVE 4 TO WS-STEP-RC
           END-IF.

       500-REGISTER-RTN.
           PERFORM 550-PAGE-CHECK-RTN
           MOVE WS-CUR-ACCT TO REG-ACCT-OUT
           MOVE CUST-NAME TO REG-NAME-OUT
           MOVE WS-INV-SALES TO REG-SALES-OUT
           MOVE WS-INV-MEMOS TO REG-MEMOS-OUT
           MOVE WS-INV-NET TO REG-NET-OUT
           WRITE REG-REC FROM REG-DTL-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-REG-LINE-CTR
           IF WS-MAIL-RETURNED
               WRITE REG-REC FROM REG-SKIP-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-REG-LINE-CTR
           END-IF.

       550-PAGE-CHECK-RTN.
           IF WS-REG-LINE-CTR > 50
               WRITE REG-REC FROM REG-HD-LINE1 AFTER ADVANCING PAGE
               WRITE REG-REC FROM REG-HD-LINE2 AFTER ADVANCING 2 LINES
               MOVE ZERO TO WS-REG-LINE-CTR
           END-IF.

      ******************************************************************
      * THE SALES FILE NET IS DEP-SALES-REPORT'S COMPANY TOTAL. IT MUST
      * SPLIT EXACTLY INTO CASH AND CREDIT, CREDIT INTO INVOICED AND
      * EXCEPTIONS, AND THE PENDING ITEMS MUST NET TO THE INVOICED.
      ******************************************************************
       600-RECONCILE-RTN.
           MOVE WS-INVOICE-CTR TO REG-INV-CTR-OUT
           MOVE WS-NOT-SENT-CTR TO REG-SKIP-CTR-OUT
           MOVE WS-EXC-CTR TO REG-EXC-CTR-OUT
           MOVE WS-POST-CTR TO REG-POST-CTR-OUT
           WRITE REG-REC FROM REG-COUNT-LINE AFTER ADVANCING 2 LINES
           WRITE REG-REC FROM REG-RECON-HD-LINE AFTER ADVANCING 2 LINES
           MOVE "SALES FILE NET (DEP-SALES-REPORT TOTAL)"
               TO REG-RC-LABEL-OUT
           MOVE WS-SALES-NET TO REG-RC-AMT-OUT
           PERFORM 650-RECON-LINE-RTN
           MOVE "  CASH SALES NET" TO REG-RC-LABEL-OUT
           MOVE WS-CASH-NET TO REG-RC-AMT-OUT
           PERFORM 650-RECON-LINE-RTN
           MOVE "  CREDIT SALES NET" TO REG-RC-LABEL-OUT
           MOVE WS-CREDIT-NET TO REG-RC-AMT-OUT
           COMPUTE WS-DIFF = WS-SALES-NET - WS-CASH-NET - WS-CREDIT-NET
           PERFORM 660-RECON-CHECK-RTN
           MOVE "    INVOICED NET" TO REG-RC-LABEL-OUT
           MOVE WS-INVOICED-NET TO REG-RC-AMT-OUT
           PERFORM 650-RECON-LINE-RTN
           MOVE "    EXCEPTIONS - NOT BILLED" TO REG-RC-LABEL-OUT
           MOVE WS-EXC-NET TO REG-RC-AMT-OUT
           COMPUTE WS-DIFF = WS-CREDIT-NET - WS-INVOICED-NET
               - WS-EXC-NET
           PERFORM 660-RECON-CHECK-RTN
           MOVE "PENDING CHARGES (C) WRITTEN" TO REG-RC-LABEL-OUT
           MOVE WS-PEND-CHG-TOTAL TO REG-RC-AMT-OUT
           PERFORM 650-RECON-LINE-RTN
           MOVE "PENDING CREDITS (D) WRITTEN" TO REG-RC-LABEL-OUT
           MOVE WS-PEND-CR-TOTAL TO REG-RC-AMT-OUT
           COMPUTE WS-DIFF = WS-PEND-CHG-TOTAL - WS-PEND-CR-TOTAL
               - WS-INVOICED-NET
           PERFORM 660-RECON-CHECK-RTN
           IF WS-OUT-OF-BALANCE
               MOVE 8 TO WS-STEP-RC
           END-IF.

       650-RECON-LINE-RTN.
           MOVE SPACES TO REG-RC-NOTE-OUT
           WRITE REG-REC FROM REG-RECON-LINE AFTER ADVANCING 1 LINES.

       660-RECON-CHECK-RTN.
           IF WS-DIFF = ZERO
               MOVE "IN BALANCE" TO REG-RC-NOTE-OUT
           ELSE
               MOVE "*OUT OF BALANCE*" TO REG-RC-NOTE-OUT
               MOVE "Y" TO WS-OUT-OF-BAL-SW
           END-IF
           WRITE REG-REC FROM REG-RECON-LINE AFTER ADVANCING 1 LINES.

      ******************************************************************
      * HAND THE INVOICE LINE JUST PRINTED TO THE NIGHT MAIL SPOOL.
      ******************************************************************
       700-SPOOL-LINE-RTN.
           CALL 'MAIL-SPOOL-RTN' USING BY CONTENT WS-SPOOL-FUNC
               WS-SPOOL-SOURCE WS-CUR-ACCT WS-SPOOL-SPACING INV-REC.

       750-RUN-LOG-RTN.
           MOVE WS-READ-CTR TO WS-LOG-READ
           MOVE WS-POST-CTR TO WS-LOG-WRITTEN
           MOVE WS-EXC-CTR TO WS-LOG-REJECTED
           MOVE WS-STEP-RC TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
