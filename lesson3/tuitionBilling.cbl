      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-BILLING.
       AUTHOR. GAETANO D'ORSI
      *15-10-2026 GD - TUITION BILLING. TUITION WAS BILLED OFF A
      *PRINTED ENROLLMENT LIST AND KEYED INTO THE ACCOUNT SYSTEM, AND
      *A DROPPED COURSE WAS REFUNDED ONLY IF SOMEONE NOTICED. THIS
      *STEP, RUN NIGHTLY AHEAD OF PEND-RELEASE LIKE SALES-INVOICE,
      *BILLS THE TERM'S COURSE REGISTRATIONS ONTO THE STUDENTS'
      *RECEIVABLE ACCOUNTS AS TRANSREC ITEMS ON THE PENDING FILE,
      *TRACE SOURCE "TUI", EFFECTIVE THE BUSINESS DATE, SO STUDENT
      *BALANCES AGE AND DUN LIKE ANY OTHER RECEIVABLE:
      * - A COURSE ENROLLED IN AND NOT YET BILLED IS CHARGED ITS
      *   CREDIT HOURS (COURSE MASTER) AT THE TERM'S RATE PER CREDIT
      *   HOUR (TUITION RATE TABLE, COPYBOOK TUIRATE - THE COURSE'S
      *   OWN RATE, ELSE THE TERM'S). A CHARGE RAISES AMT-DUE, SO IT
      *   TRAVELS AS TYPE "C", AS A SALES INVOICE DOES;
      * - A BILLED COURSE SINCE DROPPED IS REFUNDED THE PERCENTAGE OF
      *   ITS CHARGE THE TERM'S REFUND SCHEDULE GIVES FOR THE DROP
      *   DATE, AS TYPE "D", TO THE ACCOUNT THAT WAS CHARGED. A DROP
      *   PAST THE LAST TIER IS SETTLED WITH NO REFUND.
      *THE STUDENT'S ACCOUNT IS THE RECEIVABLE ACCOUNT ON THE ROSTER
      *ROW AND MUST BE ON THE CUSTOMER MASTER. EVERY CHARGE AND
      *REFUND IS APPENDED TO THE TUITION LEDGER (COPYBOOK TUILEDG);
      *THE LAST LEDGER ROW FOR A STUDENT AND COURSE SAYS WHETHER IT
      *IS BILLED OR SETTLED, SO EACH NIGHT PICKS UP ONLY WHAT CHANGED
      *AND A RERUN BILLS NOTHING TWICE. A COURSE DROPPED AND TAKEN
      *AGAIN IS BILLED AGAIN.
      *AN ENROLLMENT THAT CANNOT BE BILLED (NO ACCOUNT, ACCOUNT NOT ON
      *THE CUSTOMER MASTER, COURSE NOT ON THE MASTER, NO RATE) IS
      *LISTED AS AN EXCEPTION AND TRIED AGAIN NEXT RUN; THE RUN ENDS
      *RC 4. THE REGISTER CLOSES WITH THE RECONCILIATION: THE TERM'S
      *ENROLLED REGISTRATIONS AND CREDIT HOURS SPLIT INTO BILLED
      *BEFORE, BILLED TONIGHT AND EXCEPTIONS, AND THE PENDING CHARGES
      *AND CREDITS WRITTEN AGAINST THE LEDGER. A DIFFERENCE IS RC 8.
      *A MISSING REGISTRATION FILE, COURSE MASTER, RATE TABLE, ROSTER
      *OR CUSTOMER MASTER, OR A TABLE TOO SMALL FOR THE TERM, IS RC 8
      *WITH NOTHING WRITTEN.
      *THE TERM FROM GRADE_TERM (DEFAULTING TO THE BUSINESS DATE'S
      *YYMM). FILE PATHS FROM TUIBILL_CREG_PATH /
      *TUIBILL_COURSE_PATH / TUIBILL_RATE_PATH / TUIBILL_ROSTER_PATH /
      *TUIBILL_LEDGER_PATH / TUIBILL_CUST_PATH / TUIBILL_PEND_PATH /
      *TUIBILL_RPT_PATH.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CRG-FILE ASSIGN TO
               WS-CRG-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRG-STATUS.
           SELECT CRS-FILE ASSIGN TO
               WS-CRS-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRS-STATUS.
           SELECT TR-FILE ASSIGN TO
               WS-TR-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TR-STATUS.
           SELECT ROSTER-FILE ASSIGN TO
               WS-ROSTER-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.
           SELECT LEDG-FILE ASSIGN TO
               WS-LEDG-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDG-STATUS.
           SELECT CUST-FILE ASSIGN TO
               WS-CUST-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CUST-ACCT-NO
           FILE STATUS IS WS-CUST-STATUS.
           SELECT PENDING-FILE ASSIGN TO
               WS-PEND-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.
           SELECT RPT-FILE ASSIGN TO
               WS-RPT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CRG-FILE
           RECORD CONTAINS 29 CHARACTERS.
           01 CRG-REC.
           COPY CRSREG.
       FD CRS-FILE
           RECORD CONTAINS 41 CHARACTERS.
           01 CRS-REC.
              02 CRS-CODE          PIC X(4).
              02 CRS-TITLE         PIC X(20).
              02 CRS-CREDITS       PIC 9(2).
              02 FILLER            PIC X(15).
       FD TR-FILE
           RECORD CONTAINS 28 CHARACTERS.
           01 TR-REC.
           COPY TUIRATE.
       FD ROSTER-FILE
           RECORD CONTAINS 32 CHARACTERS.
           01 ROSTER-REC.
              02 ROS-ID            PIC X(2).
              02 ROS-NAME          PIC X(25).
              02 ROS-STATUS        PIC X.
              02 ROS-ACCT          PIC X(4).
       FD LEDG-FILE
           RECORD CONTAINS 48 CHARACTERS.
           01 LEDG-REC.
           COPY TUILEDG.
       FD CUST-FILE
           RECORD CONTAINS 155 CHARACTERS.
           01 CUST-REC.
              02 CUST-ACCT-NO      PIC 9(4).
              02 CUST-NAME         PIC X(20).
              02 FILLER            PIC X(131).
       FD PENDING-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 PENDING-REC.
           COPY TRANSREC.
       FD RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 RPT-REC           PIC X(80).
       WORKING-STORAGE SECTION.
            01 WS-CRG-FILE-PATH  PIC X(80) VALUE "CourseReg.txt".
            01 WS-CRS-FILE-PATH  PIC X(80) VALUE "COURSES.txt".
            01 WS-TR-FILE-PATH   PIC X(80) VALUE "TuitionRates.txt".
            01 WS-ROSTER-FILE-PATH PIC X(80) VALUE "Roster.txt".
            01 WS-LEDG-FILE-PATH PIC X(80) VALUE
                "TuitionLedger.txt".
            01 WS-CUST-FILE-PATH PIC X(80) VALUE "CustMast.txt".
            01 WS-PEND-FILE-PATH PIC X(80) VALUE "PENDING.txt".
            01 WS-RPT-FILE-PATH  PIC X(80) VALUE "TuitionReg.txt".
            01 WS-ENV-HOLD       PIC X(80).
            01 WS-CRG-STATUS     PIC XX.
            01 WS-CRS-STATUS     PIC XX.
            01 WS-TR-STATUS      PIC XX.
            01 WS-ROSTER-STATUS  PIC XX.
            01 WS-LEDG-STATUS    PIC XX.
            01 WS-CUST-STATUS    PIC XX.
            01 WS-PEND-STATUS    PIC XX.
            01 WS-EOF-SW         PIC X VALUE "N".
                88 WS-EOF                VALUE "Y".
            01 WS-STEP-RC        PIC 99 VALUE ZERO.
            01 WS-TERM           PIC X(6) VALUE SPACES.
            01 WS-BUS-DATE-HOLD  PIC 9(8).
      *    COURSE CREDIT HOURS.
            01 WS-CRS-TABLE.
                02 WS-CRS-ENTRY OCCURS 500 TIMES.
                    03 WS-CT-CODE    PIC X(4).
                    03 WS-CT-CREDITS PIC 9(2).
            01 WS-CRS-CTR        PIC 9(3) VALUE ZERO.
      *    THE TERM'S RATES - COURSE SPACES IS THE TERM RATE.
            01 WS-RATE-TABLE.
                02 WS-RATE-ENTRY OCCURS 500 TIMES.
                    03 WS-RT-COURSE  PIC X(4).
                    03 WS-RT-RATE    PIC 9(4)V99.
            01 WS-RATE-CTR       PIC 9(3) VALUE ZERO.
      *    THE TERM'S REFUND TIERS.
            01 WS-TIER-TABLE.
                02 WS-TIER-ENTRY OCCURS 50 TIMES.
                    03 WS-TT-DROP-BY PIC 9(8).
                    03 WS-TT-PCT     PIC 9(3).
            01 WS-TIER-CTR       PIC 9(2) VALUE ZERO.
            01 WS-ROSTER-TABLE.
                02 WS-ROSTER-ENTRY OCCURS 500 TIMES.
                    03 WS-RS-ID      PIC X(2).
                    03 WS-RS-NAME    PIC X(25).
                    03 WS-RS-ACCT    PIC X(4).
            01 WS-ROSTER-CTR     PIC 9(3) VALUE ZERO.
      *    WHERE EACH OF THE TERM'S COURSES STANDS ON THE LEDGER - THE
      *    LAST ROW FOR THE STUDENT AND COURSE.
            01 WS-LEDG-TABLE.
                02 WS-LEDG-ENTRY OCCURS 3000 TIMES.
                    03 WS-LT-STUDENT PIC X(2).
                    03 WS-LT-COURSE  PIC X(4).
                    03 WS-LT-ACTION  PIC X.
                    03 WS-LT-ACCT    PIC 9(4).
                    03 WS-LT-CREDITS PIC 9(2).
                    03 WS-LT-AMOUNT  PIC 9(4)V99.
            01 WS-LEDG-CTR       PIC 9(4) VALUE ZERO.
      *    EVERY LEDGER ROW, ALL TERMS - THE TRACE SERIAL RUNS ON FROM
      *    IT SO NO TWO TUITION ITEMS EVER SHARE ONE.
            01 WS-LEDG-ALL-CTR   PIC 9(6) VALUE ZERO.
      *    THE TERM'S REGISTRATIONS, ONE ENTRY PER STUDENT AND COURSE:
      *    ENROLLED IF ANY ROW IS, ELSE THE LATEST DROP DATE.
            01 WS-REG-TABLE.
                02 WS-REG-ENTRY OCCURS 1000 TIMES.
                    03 WS-RG-STUDENT PIC X(2).
                    03 WS-RG-COURSE  PIC X(4).
                    03 WS-RG-ENROLLED PIC X.
                    03 WS-RG-DROP-DATE PIC 9(8).
            01 WS-REG-CTR        PIC 9(4) VALUE ZERO.
            01 WS-FULL-SW        PIC X VALUE "N".
                88 WS-TABLE-FULL         VALUE "Y".
            01 WS-CUST-OPEN-SW   PIC X VALUE "N".
                88 WS-CUST-MASTER-OPEN   VALUE "Y".
            01 SUB1              PIC 9(4).
            01 SUB2              PIC 9(4).
            01 WS-FOUND-IDX      PIC 9(4).
            01 WS-LT-IDX         PIC 9(4).
            01 WS-STUDENT-NAME   PIC X(25).
            01 WS-STUDENT-ACCT   PIC X(4).
            01 WS-CREDITS        PIC 9(2).
            01 WS-RATE           PIC 9(4)V99.
            01 WS-RATE-FOUND-SW  PIC X.
                88 WS-RATE-FOUND         VALUE "Y".
            01 WS-CHARGE         PIC 9(7)V99.
            01 WS-REFUND         PIC 9(4)V99.
            01 WS-REFUND-PCT     PIC 9(3).
            01 WS-BEST-DROP-BY   PIC 9(8).
            01 WS-EXC-REASON     PIC X(30).
      *    CONTROL TOTALS.
            01 WS-ENR-CTR        PIC 9(5) VALUE ZERO.
            01 WS-ENR-HRS        PIC 9(6) VALUE ZERO.
            01 WS-PRIOR-CTR      PIC 9(5) VALUE ZERO.
            01 WS-PRIOR-HRS      PIC 9(6) VALUE ZERO.
            01 WS-BILL-CTR       PIC 9(5) VALUE ZERO.
            01 WS-BILL-HRS       PIC 9(6) VALUE ZERO.
            01 WS-EXC-CTR        PIC 9(5) VALUE ZERO.
            01 WS-EXC-HRS        PIC 9(6) VALUE ZERO.
            01 WS-REFUND-CTR     PIC 9(5) VALUE ZERO.
            01 WS-CTR-DIFF       PIC S9(6).
            01 WS-HRS-DIFF       PIC S9(7).
            01 WS-LEDG-CHG-TOTAL PIC 9(9)V99 VALUE ZERO.
            01 WS-LEDG-REF-TOTAL PIC 9(9)V99 VALUE ZERO.
            01 WS-PEND-CHG-TOTAL PIC 9(9)V99 VALUE ZERO.
            01 WS-PEND-CR-TOTAL  PIC 9(9)V99 VALUE ZERO.
            01 WS-DIFF           PIC S9(9)V99.
            01 WS-POST-CTR       PIC 9(6) VALUE ZERO.
            01 WS-OUT-OF-BAL-SW  PIC X VALUE "N".
                88 WS-OUT-OF-BALANCE     VALUE "Y".
            01 WS-RPT-LINE-CTR   PIC 99 VALUE ZERO.
            01 WS-LOG-PROGRAM    PIC X(20) VALUE "TUITION-BILLING".
            01 WS-LOG-START.
                02 WS-LOG-START-DATE PIC 9(6).
                02 WS-LOG-START-TIME PIC 9(6).
            01 WS-LOG-READ       PIC 9(6).
            01 WS-LOG-WRITTEN    PIC 9(6).
            01 WS-LOG-REJECTED   PIC 9(6).
            01 WS-LOG-RC         PIC 9(2).
            01 WS-LOG-TIME-HOLD  PIC 9(8).
            01 WS-READ-CTR       PIC 9(6) VALUE ZERO.
            01 HD-LINE1.
                02 FILLER        PIC X(5) VALUE SPACES.
                02 FILLER        PIC X(30)
                    VALUE "TUITION BILLING REGISTER TERM ".
                02 HD-TERM-OUT   PIC X(6).
                02 FILLER        PIC X(11) VALUE "  RUN DATE ".
                02 HD-DATE-OUT   PIC 9(8).
                02 FILLER        PIC X(20) VALUE SPACES.
            01 HD-LINE2.
                02 FILLER        PIC X(2) VALUE SPACES.
                02 FILLER        PIC X(40)
                    VALUE "ID  NAME                 COURSE  CR  ACC".
                02 FILLER        PIC X(38)
                    VALUE "T  ACTION   AMOUNT   NOTE".
            01 DTL-LINE.
                02 FILLER        PIC X(2) VALUE SPACES.
                02 DTL-ID-OUT    PIC X(2).
                02 FILLER        PIC X(2) VALUE SPACES.
                02 DTL-NAME-OUT  PIC X(20).
                02 FILLER        PIC X VALUE SPACE.
                02 DTL-COURSE-OUT PIC X(4).
                02 FILLER        PIC X(3) VALUE SPACES.
                02 DTL-CR-OUT    PIC Z9.
                02 FILLER        PIC X(2) VALUE SPACES.
                02 DTL-ACCT-OUT  PIC X(4).
                02 FILLER        PIC X(2) VALUE SPACES.
                02 DTL-ACTION-OUT PIC X(6).
                02 FILLER        PIC X VALUE SPACE.
                02 DTL-AMT-OUT   PIC Z,ZZ9.99-.
                02 FILLER        PIC X(2) VALUE SPACES.
                02 DTL-NOTE-OUT  PIC X(18).
            01 DTL-RATE-NOTE.
                02 FILLER        PIC X(2) VALUE "@ ".
                02 DTL-RATE-OUT  PIC Z,ZZ9.99.
                02 FILLER        PIC X(7) VALUE "/HOUR".
            01 DTL-DROP-NOTE.
                02 FILLER        PIC X(5) VALUE "DROP ".
                02 DTL-DROP-OUT  PIC 9(8).
                02 FILLER        PIC X VALUE SPACE.
                02 DTL-PCT-OUT   PIC ZZ9.
                02 FILLER        PIC X VALUE "%".
            01 EXC-LINE.
                02 FILLER        PIC X(2) VALUE SPACES.
                02 EXC-ID-OUT    PIC X(2).
                02 FILLER        PIC X(2) VALUE SPACES.
                02 EXC-NAME-OUT  PIC X(20).
                02 FILLER        PIC X VALUE SPACE.
                02 EXC-COURSE-OUT PIC X(4).
                02 FILLER        PIC X(3) VALUE SPACES.
                02 EXC-CR-OUT    PIC Z9.
                02 FILLER        PIC X(2) VALUE SPACES.
                02 FILLER        PIC X(13) VALUE "*NOT BILLED* ".
                02 EXC-REASON-OUT PIC X(29).
            01 COUNT-LINE.
                02 FILLER        PIC X(4) VALUE SPACES.
                02 FILLER        PIC X(9) VALUE "CHARGES: ".
                02 CNT-BILL-OUT  PIC ZZ,ZZ9.
                02 FILLER        PIC X(11) VALUE "  REFUNDS: ".
                02 CNT-REF-OUT   PIC ZZ,ZZ9.
                02 FILLER        PIC X(14) VALUE "  EXCEPTIONS: ".
                02 CNT-EXC-OUT   PIC ZZ,ZZ9.
                02 FILLER        PIC X(9) VALUE "  ITEMS: ".
                02 CNT-POST-OUT  PIC ZZZ,ZZ9.
                02 FILLER        PIC X(8) VALUE SPACES.
            01 RECON-HD-LINE.
                02 FILLER        PIC X(2) VALUE SPACES.
                02 FILLER        PIC X(40) VALUE
                    "RECONCILIATION TO REGISTRATION TOTALS   ".
                02 FILLER        PIC X(20) VALUE
                    "   COURSES    HOURS".
                02 FILLER        PIC X(18) VALUE SPACES.
            01 RECON-HRS-LINE.
                02 FILLER        PIC X(4) VALUE SPACES.
                02 RC-HRS-LABEL-OUT PIC X(40).
                02 FILLER        PIC X(4) VALUE SPACES.
                02 RC-CTR-OUT    PIC ZZ,ZZ9.
                02 FILLER        PIC X(2) VALUE SPACES.
                02 RC-HRS-OUT    PIC ZZZ,ZZ9.
                02 FILLER        PIC X(2) VALUE SPACES.
                02 RC-HRS-NOTE-OUT PIC X(16).
            01 RECON-LINE.
                02 FILLER        PIC X(4) VALUE SPACES.
                02 RC-LABEL-OUT  PIC X(40).
                02 RC-AMT-OUT    PIC ZZZ,ZZZ,ZZ9.99-.
                02 FILLER        PIC X(2) VALUE SPACES.
                02 RC-NOTE-OUT   PIC X(19).
       PROCEDURE DIVISION.
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE-HOLD
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "GRADE_TERM"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:6) TO WS-TERM
           ELSE
               MOVE WS-BUS-DATE-HOLD (3:4) TO WS-TERM
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE WS-TERM TO HD-TERM-OUT
           MOVE WS-BUS-DATE-HOLD TO HD-DATE-OUT
           PERFORM 650-HEADINGS-RTN
           PERFORM 200-LOAD-RTN
           IF WS-STEP-RC < 8
               OPEN INPUT CUST-FILE
               IF WS-CUST-STATUS = "00"
                   MOVE "Y" TO WS-CUST-OPEN-SW
               ELSE
                   DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                       WS-CUST-STATUS " - NOTHING BILLED"
                   MOVE 8 TO WS-STEP-RC
               END-IF
           END-IF
           IF WS-STEP-RC < 8
               OPEN EXTEND PENDING-FILE
               IF WS-PEND-STATUS = "35"
                   OPEN OUTPUT PENDING-FILE
               END-IF
               OPEN EXTEND LEDG-FILE
               IF WS-LEDG-STATUS = "35"
                   OPEN OUTPUT LEDG-FILE
               END-IF
               PERFORM 400-ONE-COURSE-RTN
                   VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-REG-CTR
               CLOSE LEDG-FILE
               CLOSE PENDING-FILE
               PERFORM 600-RECONCILE-RTN
           END-IF
           IF WS-CUST-MASTER-OPEN
               CLOSE CUST-FILE
           END-IF
           CLOSE RPT-FILE
           DISPLAY "TERM " WS-TERM "  REGISTRATIONS READ: " WS-READ-CTR
           DISPLAY "CHARGES: " WS-BILL-CTR "  REFUNDS: " WS-REFUND-CTR
               "  EXCEPTIONS: " WS-EXC-CTR
               "  PENDING ITEMS: " WS-POST-CTR
           IF WS-OUT-OF-BALANCE
               DISPLAY "*** TUITION BILLING OUT OF BALANCE WITH"
                   " REGISTRATIONS ***"
           END-IF
           PERFORM 750-RUN-LOG-RTN
           MOVE WS-STEP-RC TO RETURN-CODE
           STOP RUN.

       150-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TUIBILL_CREG_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CRG-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TUIBILL_COURSE_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CRS-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TUIBILL_RATE_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-TR-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TUIBILL_ROSTER_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-ROSTER-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TUIBILL_LEDGER_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-LEDG-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TUIBILL_CUST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CUST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TUIBILL_PEND_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PEND-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TUIBILL_RPT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF.

      ******************************************************************
      * LOAD EVERYTHING THE RUN PRICES FROM. ANY FILE MISSING, OR ANY
      * TABLE TOO SMALL TO HOLD THE TERM, STOPS THE RUN BEFORE A
      * SINGLE ITEM IS WRITTEN - A PARTIAL LEDGER WOULD BILL TWICE.
      ******************************************************************
       200-LOAD-RTN.
           OPEN INPUT CRS-FILE
           IF WS-CRS-STATUS NOT = "00"
               DISPLAY "COURSE MASTER NOT AVAILABLE - STATUS "
                   WS-CRS-STATUS " - NOTHING BILLED"
               MOVE 8 TO WS-STEP-RC
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 210-LOAD-COURSE-RTN UNTIL WS-EOF
               CLOSE CRS-FILE
           END-IF
           OPEN INPUT TR-FILE
           IF WS-TR-STATUS NOT = "00"
               DISPLAY "TUITION RATE TABLE NOT AVAILABLE - STATUS "
                   WS-TR-STATUS " - NOTHING BILLED"
               MOVE 8 TO WS-STEP-RC
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 220-LOAD-RATE-RTN UNTIL WS-EOF
               CLOSE TR-FILE
           END-IF
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "ROSTER NOT AVAILABLE - STATUS "
                   WS-ROSTER-STATUS " - NOTHING BILLED"
               MOVE 8 TO WS-STEP-RC
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 230-LOAD-ROSTER-RTN UNTIL WS-EOF
               CLOSE ROSTER-FILE
           END-IF
           OPEN INPUT LEDG-FILE
           EVALUATE WS-LEDG-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 240-LOAD-LEDGER-RTN UNTIL WS-EOF
                   CLOSE LEDG-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "TUITION LEDGER NOT AVAILABLE - STATUS "
                       WS-LEDG-STATUS " - NOTHING BILLED"
                   MOVE 8 TO WS-STEP-RC
           END-EVALUATE
           OPEN INPUT CRG-FILE
           IF WS-CRG-STATUS NOT = "00"
               DISPLAY "REGISTRATION FILE NOT AVAILABLE - STATUS "
                   WS-CRG-STATUS " - NOTHING BILLED"
               MOVE 8 TO WS-STEP-RC
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 260-LOAD-REG-RTN UNTIL WS-EOF
               CLOSE CRG-FILE
           END-IF
           IF WS-TABLE-FULL
               DISPLAY "A TABLE IS TOO SMALL FOR THE TERM - NOTHING"
                   " BILLED"
               MOVE 8 TO WS-STEP-RC
           END-IF.

       210-LOAD-COURSE-RTN.
           READ CRS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-CRS-CTR < 500
                       ADD 1 TO WS-CRS-CTR
                       MOVE CRS-CODE TO WS-CT-CODE (WS-CRS-CTR)
                       MOVE CRS-CREDITS TO WS-CT-CREDITS (WS-CRS-CTR)
                   ELSE
                       MOVE "Y" TO WS-FULL-SW
                   END-IF
           END-READ.

       220-LOAD-RATE-RTN.
           READ TR-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF TR-TERM = WS-TERM
                       EVALUATE TRUE
                           WHEN TR-RATE-ROW AND WS-RATE-CTR < 500
                               ADD 1 TO WS-RATE-CTR
                               MOVE TR-COURSE
                                   TO WS-RT-COURSE (WS-RATE-CTR)
                               MOVE TR-RATE TO WS-RT-RATE (WS-RATE-CTR)
                           WHEN TR-REFUND-ROW AND WS-TIER-CTR < 50
                               ADD 1 TO WS-TIER-CTR
                               MOVE TR-DROP-BY
                                   TO WS-TT-DROP-BY (WS-TIER-CTR)
                               MOVE TR-REFUND-PCT
                                   TO WS-TT-PCT (WS-TIER-CTR)
                           WHEN TR-RATE-ROW
                           WHEN TR-REFUND-ROW
                               MOVE "Y" TO WS-FULL-SW
                       END-EVALUATE
                   END-IF
           END-READ.

       230-LOAD-ROSTER-RTN.
           READ ROSTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-ROSTER-CTR < 500
                       ADD 1 TO WS-ROSTER-CTR
                       MOVE ROS-ID TO WS-RS-ID (WS-ROSTER-CTR)
                       MOVE ROS-NAME TO WS-RS-NAME (WS-ROSTER-CTR)
                       MOVE ROS-ACCT TO WS-RS-ACCT (WS-ROSTER-CTR)
                   ELSE
                       MOVE "Y" TO WS-FULL-SW
                   END-IF
           END-READ.

      ******************************************************************
      * THE LEDGER IS IN THE ORDER IT WAS WRITTEN, SO A LATER ROW FOR
      * THE SAME STUDENT AND COURSE OVERLAYS AN EARLIER ONE.
      ******************************************************************
       240-LOAD-LEDGER-RTN.
           READ LEDG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-LEDG-ALL-CTR
                   IF TL-TERM = WS-TERM
                       PERFORM 250-NOTE-LEDGER-RTN
                   END-IF
           END-READ.

       250-NOTE-LEDGER-RTN.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING SUB2 FROM 1 BY 1
               UNTIL SUB2 > WS-LEDG-CTR OR WS-FOUND-IDX > ZERO
               IF WS-LT-STUDENT (SUB2) = TL-STUDENT
                   AND WS-LT-COURSE (SUB2) = TL-COURSE
                   MOVE SUB2 TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO
               IF WS-LEDG-CTR < 3000
                   ADD 1 TO WS-LEDG-CTR
                   MOVE WS-LEDG-CTR TO WS-FOUND-IDX
               ELSE
                   MOVE "Y" TO WS-FULL-SW
               END-IF
           END-IF
           IF WS-FOUND-IDX > ZERO
               MOVE TL-STUDENT TO WS-LT-STUDENT (WS-FOUND-IDX)
               MOVE TL-COURSE TO WS-LT-COURSE (WS-FOUND-IDX)
               MOVE TL-ACTION TO WS-LT-ACTION (WS-FOUND-IDX)
               IF TL-BILLED
                   MOVE TL-ACCT TO WS-LT-ACCT (WS-FOUND-IDX)
                   MOVE TL-CREDITS TO WS-LT-CREDITS (WS-FOUND-IDX)
                   MOVE TL-AMOUNT TO WS-LT-AMOUNT (WS-FOUND-IDX)
               END-IF
           END-IF.

       260-LOAD-REG-RTN.
           READ CRG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF CRG-TERM = WS-TERM
                       AND (CRG-ENROLLED OR CRG-DROPPED)
                       ADD 1 TO WS-READ-CTR
                       PERFORM 270-NOTE-REG-RTN
                   END-IF
           END-READ.

       270-NOTE-REG-RTN.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING SUB2 FROM 1 BY 1
               UNTIL SUB2 > WS-REG-CTR OR WS-FOUND-IDX > ZERO
               IF WS-RG-STUDENT (SUB2) = CRG-STUDENT
                   AND WS-RG-COURSE (SUB2) = CRG-COURSE
                   MOVE SUB2 TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO
               IF WS-REG-CTR < 1000
                   ADD 1 TO WS-REG-CTR
                   MOVE WS-REG-CTR TO WS-FOUND-IDX
                   MOVE CRG-STUDENT TO WS-RG-STUDENT (WS-FOUND-IDX)
                   MOVE CRG-COURSE TO WS-RG-COURSE (WS-FOUND-IDX)
                   MOVE "N" TO WS-RG-ENROLLED (WS-FOUND-IDX)
                   MOVE ZERO TO WS-RG-DROP-DATE (WS-FOUND-IDX)
               ELSE
                   MOVE "Y" TO WS-FULL-SW
               END-IF
           END-IF
           IF WS-FOUND-IDX > ZERO
               IF CRG-ENROLLED
                   MOVE "Y" TO WS-RG-ENROLLED (WS-FOUND-IDX)
               ELSE
                   IF CRG-DATE > WS-RG-DROP-DATE (WS-FOUND-IDX)
                       MOVE CRG-DATE TO WS-RG-DROP-DATE (WS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * ONE STUDENT AND COURSE: BILL AN ENROLLMENT NOT BILLED YET,
      * SETTLE A BILLED COURSE SINCE DROPPED, LEAVE THE REST.
      ******************************************************************
       400-ONE-COURSE-RTN.
           MOVE ZERO TO WS-LT-IDX
           PERFORM VARYING SUB2 FROM 1 BY 1
               UNTIL SUB2 > WS-LEDG-CTR OR WS-LT-IDX > ZERO
               IF WS-LT-STUDENT (SUB2) = WS-RG-STUDENT (SUB1)
                   AND WS-LT-COURSE (SUB2) = WS-RG-COURSE (SUB1)
                   MOVE SUB2 TO WS-LT-IDX
               END-IF
           END-PERFORM
           PERFORM 410-STUDENT-RTN
           PERFORM 420-CREDITS-RTN
           IF WS-RG-ENROLLED (SUB1) = "Y"
               ADD 1 TO WS-ENR-CTR
               ADD WS-CREDITS TO WS-ENR-HRS
               IF WS-LT-IDX > ZERO
                   AND WS-LT-ACTION (WS-LT-IDX) = "B"
                   ADD 1 TO WS-PRIOR-CTR
                   ADD WS-CREDITS TO WS-PRIOR-HRS
               ELSE
                   PERFORM 450-CHARGE-RTN
               END-IF
           ELSE
               IF WS-LT-IDX > ZERO
                   AND WS-LT-ACTION (WS-LT-IDX) = "B"
                   PERFORM 500-REFUND-RTN
               END-IF
           END-IF.

       410-STUDENT-RTN.
           MOVE "*NOT ON ROSTER*" TO WS-STUDENT-NAME
           MOVE SPACES TO WS-STUDENT-ACCT
           PERFORM VARYING SUB2 FROM 1 BY 1
               UNTIL SUB2 > WS-ROSTER-CTR
               IF WS-RS-ID (SUB2) = WS-RG-STUDENT (SUB1)
                   MOVE WS-RS-NAME (SUB2) TO WS-STUDENT-NAME
                   MOVE WS-RS-ACCT (SUB2) TO WS-STUDENT-ACCT
               END-IF
           END-PERFORM.

      ******************************************************************
      * CREDIT HOURS OF THE COURSE. A COURSE NO LONGER ON THE MASTER
      * COUNTS NONE AND CANNOT BE BILLED.
      ******************************************************************
       420-CREDITS-RTN.
           MOVE ZERO TO WS-CREDITS
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING SUB2 FROM 1 BY 1
               UNTIL SUB2 > WS-CRS-CTR OR WS-FOUND-IDX > ZERO
               IF WS-CT-CODE (SUB2) = WS-RG-COURSE (SUB1)
                   MOVE SUB2 TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX > ZERO
               AND WS-CT-CREDITS (WS-FOUND-IDX) IS NUMERIC
               MOVE WS-CT-CREDITS (WS-FOUND-IDX) TO WS-CREDITS
           END-IF.

      ******************************************************************
      * THE COURSE'S OWN RATE FOR THE TERM, ELSE THE TERM RATE.
      ******************************************************************
       430-RATE-RTN.
           MOVE "N" TO WS-RATE-FOUND-SW
           MOVE ZERO TO WS-RATE
           PERFORM VARYING SUB2 FROM 1 BY 1
               UNTIL SUB2 > WS-RATE-CTR
               IF WS-RT-COURSE (SUB2) = WS-RG-COURSE (SUB1)
                   MOVE WS-RT-RATE (SUB2) TO WS-RATE
                   MOVE "Y" TO WS-RATE-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT WS-RATE-FOUND
               PERFORM VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > WS-RATE-CTR
                   IF WS-RT-COURSE (SUB2) = SPACES
                       MOVE WS-RT-RATE (SUB2) TO WS-RATE
                       MOVE "Y" TO WS-RATE-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF.

       450-CHARGE-RTN.
           PERFORM 430-RATE-RTN
           MOVE SPACES TO WS-EXC-REASON
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZERO
                   MOVE "COURSE NOT ON THE MASTER" TO WS-EXC-REASON
               WHEN NOT WS-RATE-FOUND
                   MOVE "NO TUITION RATE FOR THE TERM"
                       TO WS-EXC-REASON
               WHEN WS-STUDENT-ACCT = SPACES
                   MOVE "NO RECEIVABLE ACCOUNT" TO WS-EXC-REASON
               WHEN WS-STUDENT-ACCT NOT NUMERIC
                   MOVE "ACCOUNT NOT NUMERIC" TO WS-EXC-REASON
               WHEN OTHER
                   MOVE WS-STUDENT-ACCT TO CUST-ACCT-NO
                   READ CUST-FILE
                       INVALID KEY
                           MOVE "NOT ON THE CUSTOMER MASTER"
                               TO WS-EXC-REASON
                   END-READ
           END-EVALUATE
           IF WS-EXC-REASON = SPACES
               COMPUTE WS-CHARGE = WS-CREDITS * WS-RATE
               IF WS-CHARGE > 9999.99
                   MOVE "CHARGE OVER 9,999.99" TO WS-EXC-REASON
               END-IF
           END-IF
           IF WS-EXC-REASON NOT = SPACES
               PERFORM 490-EXCEPTION-RTN
           ELSE
               PERFORM 460-POST-CHARGE-RTN
           END-IF.

       460-POST-CHARGE-RTN.
           MOVE WS-TERM TO TL-TERM
           MOVE WS-RG-STUDENT (SUB1) TO TL-STUDENT
           MOVE WS-RG-COURSE (SUB1) TO TL-COURSE
           MOVE "B" TO TL-ACTION
           MOVE WS-STUDENT-ACCT TO TL-ACCT
           MOVE WS-CREDITS TO TL-CREDITS
           MOVE WS-RATE TO TL-RATE
           MOVE WS-CHARGE TO TL-AMOUNT
           MOVE ZERO TO TL-REFUND-PCT
           MOVE WS-BUS-DATE-HOLD TO TL-DATE
           MOVE ZERO TO TL-TRACE-SER
           IF WS-CHARGE > ZERO
               MOVE "C" TO T-TRANS-TYPE
               PERFORM 550-POST-ITEM-RTN
               ADD WS-CHARGE TO WS-PEND-CHG-TOTAL
           END-IF
           PERFORM 560-WRITE-LEDGER-RTN
           ADD 1 TO WS-BILL-CTR
           ADD WS-CREDITS TO WS-BILL-HRS
           ADD WS-CHARGE TO WS-LEDG-CHG-TOTAL
           MOVE "CHARGE" TO DTL-ACTION-OUT
           MOVE WS-CHARGE TO DTL-AMT-OUT
           MOVE WS-RATE TO DTL-RATE-OUT
           MOVE DTL-RATE-NOTE TO DTL-NOTE-OUT
           PERFORM 580-DETAIL-LINE-RTN.

       490-EXCEPTION-RTN.
           PERFORM 660-PAGE-CHECK-RTN
           MOVE WS-RG-STUDENT (SUB1) TO EXC-ID-OUT
           MOVE WS-STUDENT-NAME TO EXC-NAME-OUT
           MOVE WS-RG-COURSE (SUB1) TO EXC-COURSE-OUT
           MOVE WS-CREDITS TO EXC-CR-OUT
           MOVE WS-EXC-REASON TO EXC-REASON-OUT
           WRITE RPT-REC FROM EXC-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-RPT-LINE-CTR
           ADD 1 TO WS-EXC-CTR
           ADD WS-CREDITS TO WS-EXC-HRS
           IF WS-STEP-RC < 4
               MOVE 4 TO WS-STEP-RC
           END-IF.

      ******************************************************************
      * A BILLED COURSE NOW DROPPED - THE REFUND TIER IS THE EARLIEST
      * DROP-BY DATE ON OR AFTER THE DROP; NONE MEANS NO REFUND. THE
      * LEDGER ROW IS WRITTEN EITHER WAY SO THE DROP IS SETTLED ONCE.
      ******************************************************************
       500-REFUND-RTN.
           MOVE ZERO TO WS-REFUND-PCT
           MOVE 99999999 TO WS-BEST-DROP-BY
           PERFORM VARYING SUB2 FROM 1 BY 1
               UNTIL SUB2 > WS-TIER-CTR
               IF WS-TT-DROP-BY (SUB2) NOT < WS-RG-DROP-DATE (SUB1)
                   AND WS-TT-DROP-BY (SUB2) < WS-BEST-DROP-BY
                   MOVE WS-TT-DROP-BY (SUB2) TO WS-BEST-DROP-BY
                   MOVE WS-TT-PCT (SUB2) TO WS-REFUND-PCT
               END-IF
           END-PERFORM
           COMPUTE WS-REFUND ROUNDED =
               WS-LT-AMOUNT (WS-LT-IDX) * WS-REFUND-PCT / 100
           MOVE WS-TERM TO TL-TERM
           MOVE WS-RG-STUDENT (SUB1) TO TL-STUDENT
           MOVE WS-RG-COURSE (SUB1) TO TL-COURSE
           MOVE "R" TO TL-ACTION
           MOVE WS-LT-ACCT (WS-LT-IDX) TO TL-ACCT
           MOVE WS-LT-CREDITS (WS-LT-IDX) TO TL-CREDITS
           MOVE ZERO TO TL-RATE
           MOVE WS-REFUND TO TL-AMOUNT
           MOVE WS-REFUND-PCT TO TL-REFUND-PCT
           MOVE WS-BUS-DATE-HOLD TO TL-DATE
           MOVE ZERO TO TL-TRACE-SER
           IF WS-REFUND > ZERO
               MOVE "D" TO T-TRANS-TYPE
               PERFORM 550-POST-ITEM-RTN
               ADD WS-REFUND TO WS-PEND-CR-TOTAL
           END-IF
           PERFORM 560-WRITE-LEDGER-RTN
           ADD 1 TO WS-REFUND-CTR
           ADD WS-REFUND TO WS-LEDG-REF-TOTAL
           MOVE WS-LT-CREDITS (WS-LT-IDX) TO WS-CREDITS
           MOVE "REFUND" TO DTL-ACTION-OUT
           COMPUTE DTL-AMT-OUT = ZERO - WS-REFUND
           MOVE WS-RG-DROP-DATE (SUB1) TO DTL-DROP-OUT
           MOVE WS-REFUND-PCT TO DTL-PCT-OUT
           MOVE DTL-DROP-NOTE TO DTL-NOTE-OUT
           MOVE TL-ACCT TO WS-STUDENT-ACCT
           PERFORM 580-DETAIL-LINE-RTN.

      ******************************************************************
      * THE PENDING ITEM FOR THE LEDGER ROW BEING BUILT - THE AMOUNT
      * AND ACCOUNT COME FROM IT, THE TYPE IS ALREADY SET.
      ******************************************************************
       550-POST-ITEM-RTN.
           COMPUTE TL-TRACE-SER = WS-LEDG-ALL-CTR + 1
           MOVE TL-ACCT TO T-ACCT-NO
           MOVE TL-AMOUNT TO T-AMT-DUE
           MOVE WS-BUS-DATE-HOLD TO T-EFF-DATE
           MOVE SPACES TO T-BRANCH
           MOVE SPACES TO T-TARGET-ACCT
           MOVE "TUI" TO T-TRACE-SRC
           MOVE TL-TRACE-SER TO T-TRACE-SER
           WRITE PENDING-REC
           ADD 1 TO WS-POST-CTR.

       560-WRITE-LEDGER-RTN.
           WRITE LEDG-REC
           ADD 1 TO WS-LEDG-ALL-CTR.

       580-DETAIL-LINE-RTN.
           PERFORM 660-PAGE-CHECK-RTN
           MOVE WS-RG-STUDENT (SUB1) TO DTL-ID-OUT
           MOVE WS-STUDENT-NAME TO DTL-NAME-OUT
           MOVE WS-RG-COURSE (SUB1) TO DTL-COURSE-OUT
           MOVE WS-CREDITS TO DTL-CR-OUT
           MOVE WS-STUDENT-ACCT TO DTL-ACCT-OUT
           WRITE RPT-REC FROM DTL-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-RPT-LINE-CTR.

      ******************************************************************
      * THE TERM'S ENROLLED REGISTRATIONS MUST ALL BE ACCOUNTED FOR -
      * BILLED BEFORE, BILLED TONIGHT OR HELD AS EXCEPTIONS - AND THE
      * PENDING ITEMS WRITTEN MUST MATCH THE LEDGER ROWS WRITTEN.
      ******************************************************************
       600-RECONCILE-RTN.
           MOVE WS-BILL-CTR TO CNT-BILL-OUT
           MOVE WS-REFUND-CTR TO CNT-REF-OUT
           MOVE WS-EXC-CTR TO CNT-EXC-OUT
           MOVE WS-POST-CTR TO CNT-POST-OUT
           WRITE RPT-REC FROM COUNT-LINE AFTER ADVANCING 2 LINES
           WRITE RPT-REC FROM RECON-HD-LINE AFTER ADVANCING 2 LINES
           MOVE "ENROLLED REGISTRATIONS (COURSE-REGISTER)"
               TO RC-HRS-LABEL-OUT
           MOVE WS-ENR-CTR TO RC-CTR-OUT
           MOVE WS-ENR-HRS TO RC-HRS-OUT
           MOVE SPACES TO RC-HRS-NOTE-OUT
           WRITE RPT-REC FROM RECON-HRS-LINE AFTER ADVANCING 1 LINES
           MOVE "  BILLED ON AN EARLIER RUN" TO RC-HRS-LABEL-OUT
           MOVE WS-PRIOR-CTR TO RC-CTR-OUT
           MOVE WS-PRIOR-HRS TO RC-HRS-OUT
           WRITE RPT-REC FROM RECON-HRS-LINE AFTER ADVANCING 1 LINES
           MOVE "  BILLED THIS RUN" TO RC-HRS-LABEL-OUT
           MOVE WS-BILL-CTR TO RC-CTR-OUT
           MOVE WS-BILL-HRS TO RC-HRS-OUT
           WRITE RPT-REC FROM RECON-HRS-LINE AFTER ADVANCING 1 LINES
           MOVE "  EXCEPTIONS - NOT BILLED" TO RC-HRS-LABEL-OUT
           MOVE WS-EXC-CTR TO RC-CTR-OUT
           MOVE WS-EXC-HRS TO RC-HRS-OUT
           COMPUTE WS-CTR-DIFF = WS-ENR-CTR - WS-PRIOR-CTR
               - WS-BILL-CTR - WS-EXC-CTR
           COMPUTE WS-HRS-DIFF = WS-ENR-HRS - WS-PRIOR-HRS
               - WS-BILL-HRS - WS-EXC-HRS
           IF WS-CTR-DIFF = ZERO AND WS-HRS-DIFF = ZERO
               MOVE "IN BALANCE" TO RC-HRS-NOTE-OUT
           ELSE
               MOVE "*OUT OF BALANCE*" TO RC-HRS-NOTE-OUT
               MOVE "Y" TO WS-OUT-OF-BAL-SW
           END-IF
           WRITE RPT-REC FROM RECON-HRS-LINE AFTER ADVANCING 1 LINES
           MOVE "TUITION CHARGED (LEDGER)" TO RC-LABEL-OUT
           MOVE WS-LEDG-CHG-TOTAL TO RC-AMT-OUT
           PERFORM 610-RECON-LINE-RTN
           MOVE "PENDING CHARGES (C) WRITTEN" TO RC-LABEL-OUT
           MOVE WS-PEND-CHG-TOTAL TO RC-AMT-OUT
           COMPUTE WS-DIFF = WS-LEDG-CHG-TOTAL - WS-PEND-CHG-TOTAL
           PERFORM 620-RECON-CHECK-RTN
           MOVE "DROP REFUNDS (LEDGER)" TO RC-LABEL-OUT
           MOVE WS-LEDG-REF-TOTAL TO RC-AMT-OUT
           PERFORM 610-RECON-LINE-RTN
           MOVE "PENDING CREDITS (D) WRITTEN" TO RC-LABEL-OUT
           MOVE WS-PEND-CR-TOTAL TO RC-AMT-OUT
           COMPUTE WS-DIFF = WS-LEDG-REF-TOTAL - WS-PEND-CR-TOTAL
           PERFORM 620-RECON-CHECK-RTN
           IF WS-OUT-OF-BALANCE
               MOVE 8 TO WS-STEP-RC
           END-IF.

       610-RECON-LINE-RTN.
           MOVE SPACES TO RC-NOTE-OUT
           WRITE RPT-REC FROM RECON-LINE AFTER ADVANCING 1 LINES.

       620-RECON-CHECK-RTN.
           IF WS-DIFF = ZERO
               MOVE "IN BALANCE" TO RC-NOTE-OUT
           ELSE
               MOVE "*OUT OF BALANCE*" TO RC-NOTE-OUT
               MOVE "Y" TO WS-OUT-OF-BAL-SW
           END-IF
           WRITE RPT-REC FROM RECON-LINE AFTER ADVANCING 1 LINES.

       650-HEADINGS-RTN.
           WRITE RPT-REC FROM HD-LINE1 AFTER ADVANCING PAGE
           WRITE RPT-REC FROM HD-LINE2 AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-RPT-LINE-CTR.

       660-PAGE-CHECK-RTN.
           IF WS-RPT-LINE-CTR > 50
               PERFORM 650-HEADINGS-RTN
           END-IF.

       750-RUN-LOG-RTN.
           MOVE WS-READ-CTR TO WS-LOG-READ
           MOVE WS-POST-CTR TO WS-LOG-WRITTEN
           MOVE WS-EXC-CTR TO WS-LOG-REJECTED
           MOVE WS-STEP-RC TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
