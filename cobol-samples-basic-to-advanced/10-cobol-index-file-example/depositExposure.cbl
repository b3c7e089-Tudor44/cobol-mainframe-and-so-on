      ******************************************************************
      *15-10-2026 GD - DEPOSIT-INSURANCE EXPOSURE REPORT. THE
      *EXAMINERS ASK HOW MUCH OF EACH CUSTOMER'S MONEY SITS ABOVE THE
      *INSURED LIMIT AND THE ONLY ANSWER WAS A SPREADSHEET. THIS
      *REPORT ROLLS EVERY ACCOUNT'S BALANCE UP TO ITS CUSTOMER THROUGH
      *THE CUST-REL-MAINT RELATIONSHIP FILE (AN ACCOUNT WITH NO ROW IS
      *A CUSTOMER OF ITS OWN, ID "00" + ACCOUNT, AS ACCT-OPEN FILES
      *IT), GROUPED BY OWNERSHIP CATEGORY:
      *  SGL - SINGLE OWNERSHIP - NO ACTIVE JOINT OWNER ON THE
      *        ACCOUNT-PARTY FILE (SHARED ACCT-PARTY-RTN).
      *  JNT - JOINT OWNERSHIP - ONE OR MORE ACTIVE JOINT OWNERS.
      *EACH CUSTOMER/CATEGORY TOTAL IS COMPARED WITH THE COVERAGE
      *LIMIT (DEPEXP_LIMIT, WHOLE DOLLARS, SEVEN DIGITS - DEFAULT
      *0250000). A JOINT CATEGORY IS COVERED ONCE PER CO-OWNER, SO ITS
      *LIMIT IS THE LIMIT TIMES THE MOST OWNERS ON ANY OF ITS
      *ACCOUNTS. EVERY CUSTOMER WITH AN UNINSURED PORTION IS LISTED,
      *LARGEST UNINSURED AMOUNT FIRST; THE CLOSING TOTALS GIVE INSURED
      *AGAINST UNINSURED BALANCES BY CATEGORY AND BY BRANCH. A
      *CUSTOMER/CATEGORY IS COUNTED AT THE BRANCH OF ITS PRIMARY
      *ACCOUNT, OR OF ITS FIRST ACCOUNT WHEN THE PRIMARY IS NOT IN IT.
      *ZERO BALANCES ARE COUNTED BUT NOT ROLLED UP.
      *FILE PATHS FROM DEPEXP_IN_PATH / DEPEXP_REL_PATH /
      *DEPEXP_OUT_PATH; THE PARTY FILE FROM ACCTPARTY_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-EXPOSURE.
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
       SELECT REL-FILE ASSIGN TO WS-REL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
       SELECT EXP-RPT-FILE ASSIGN TO WS-RPT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD REL-FILE
          RECORD CONTAINS 15 CHARACTERS.
          01 REL-REC.
              02 REL-CUST-ID             PIC X(6).
              02 REL-ACCT-NO             PIC X(4).
              02 REL-PRIMARY             PIC X.
              02 REL-PROTECT-ACCT        PIC X(4).
      *
       FD EXP-RPT-FILE
          RECORD CONTAINS 80 CHARACTERS.
          01 EXP-RPT-REC               PIC X(80).
      *
       WORKING-STORAGE SECTION.
          01 WS-IN-FILE-PATH            PIC X(80) VALUE
              "/Users/gaetanodorsi/file1.txt".
          01 WS-REL-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/CustRelations.txt".
          01 WS-RPT-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/DepExposure.txt".
          01 WS-ENV-HOLD                PIC X(80).
          01 WS-LOG-PROGRAM  PIC X(20) VALUE "DEPOSIT-EXPOSURE".
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
          01 WS-STATUS                  PIC XX.
          01 WS-REL-STATUS              PIC XX.
          01 WS-REL-EOF-SW              PIC X VALUE "N".
          01 WS-RUN-DATE                PIC 9(8).
          01 WS-LIMIT                   PIC 9(7)V99 VALUE 250000.
          01 WS-LIMIT-WHOLE             PIC 9(7).
          01 WS-COVERAGE                PIC 9(9)V99.
          01 WS-LINE-CTR                PIC 99 VALUE ZERO.
          01 WS-READ-CTR                PIC 9(5) VALUE ZERO.
          01 WS-ZERO-BAL-CTR            PIC 9(5) VALUE ZERO.
          01 WS-FULL-CTR                PIC 9(5) VALUE ZERO.
          01 WS-EXPOSED-CTR             PIC 9(5) VALUE ZERO.
          01 WS-NUM                     PIC 9(4).
          01 WS-NUM-X REDEFINES WS-NUM  PIC X(4).
      *   CUSTOMER ID OF EACH ACCOUNT, SUBSCRIPTED BY THE ACCOUNT
      *   NUMBER; REL-PRIMARY ALONGSIDE IT.
          01 WS-ACCT-CUST-TABLE.
              02 WS-AC-ENTRY OCCURS 9999 TIMES.
                  03 WS-AC-CUST-ID      PIC X(6).
                  03 WS-AC-PRIMARY      PIC X.
          01 WS-CUST-ID                 PIC X(6).
          01 WS-CATEGORY                PIC X(3).
          01 WS-OWNERS                  PIC 99.
          01 WS-PARTY-ACCT              PIC X(4).
          01 WS-PARTY-AS-OF             PIC 9(8) VALUE 0.
          01 WS-PARTY-IDX               PIC 99.
          01 WS-PARTY-LIST.
          COPY PARTYLST.
      *   ONE ROW PER CUSTOMER AND OWNERSHIP CATEGORY.
          01 WS-EX-TABLE.
              02 WS-EX-ENTRY OCCURS 3000 TIMES.
                  03 WS-EX-CUST-ID      PIC X(6).
                  03 WS-EX-CATEGORY     PIC X(3).
                  03 WS-EX-OWNERS       PIC 99.
                  03 WS-EX-ACCTS        PIC 999.
                  03 WS-EX-BRANCH       PIC X(2).
                  03 WS-EX-NAME         PIC X(20).
                  03 WS-EX-PRIMARY-SW   PIC X.
                  03 WS-EX-TOTAL        PIC 9(7)V99.
                  03 WS-EX-UNINSURED    PIC 9(7)V99.
                  03 WS-EX-LISTED-SW    PIC X.
          01 WS-EX-CTR                  PIC 9(4) VALUE ZERO.
          01 WS-EX-IDX                  PIC 9(4).
          01 WS-EX-FOUND                PIC 9(4).
          01 WS-RANK-IDX                PIC 9(5).
          01 WS-BEST-IDX                PIC 9(4).
          01 WS-BEST-AMT                PIC 9(7)V99.
          01 WS-CAT-TABLE.
              02 WS-CAT-ENTRY OCCURS 2 TIMES.
                  03 WS-CAT-INSURED     PIC 9(9)V99.
                  03 WS-CAT-UNINSURED   PIC 9(9)V99.
                  03 WS-CAT-EXPOSED     PIC 9(5).
          01 WS-CAT-IDX                 PIC 9.
          01 WS-BR-TABLE.
              02 WS-BR-ENTRY OCCURS 20 TIMES.
                  03 WS-BR-CODE         PIC X(2).
                  03 WS-BR-INSURED      PIC 9(9)V99.
                  03 WS-BR-UNINSURED    PIC 9(9)V99.
                  03 WS-BR-EXPOSED      PIC 9(5).
          01 WS-BR-CTR                  PIC 99 VALUE ZERO.
          01 WS-BR-IDX                  PIC 99.
          01 WS-INSURED                 PIC 9(9)V99.
          01 WS-TOT-INSURED             PIC 9(9)V99 VALUE ZERO.
          01 WS-TOT-UNINSURED           PIC 9(9)V99 VALUE ZERO.
          01 HD-LINE1.
              02 FILLER                 PIC X(18) VALUE SPACES.
              02 FILLER                 PIC X(34)
                  VALUE "DEPOSIT-INSURANCE EXPOSURE REPORT".
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 HD-DATE-OUT            PIC 9(8).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(5) VALUE "PAGE ".
              02 PAGE-OUT               PIC 999 VALUE ZERO.
              02 FILLER                 PIC X(5) VALUE SPACES.
          01 HD-LINE2.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(26)
                  VALUE "COVERAGE LIMIT PER OWNER: ".
              02 HD-LIMIT-OUT           PIC Z,ZZZ,ZZ9.99.
              02 FILLER                 PIC X(40) VALUE SPACES.
          01 HD-LINE3.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(8) VALUE "CUSTOMER".
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(3) VALUE "CAT".
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(3) VALUE "OWN".
              02 FILLER                 PIC X(1) VALUE SPACES.
              02 FILLER                 PIC X(5) VALUE "ACCTS".
              02 FILLER                 PIC X(6) VALUE SPACES.
              02 FILLER                 PIC X(7) VALUE "BALANCE".
              02 FILLER                 PIC X(4) VALUE SPACES.
              02 FILLER                 PIC X(9) VALUE "UNINSURED".
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(2) VALUE "BR".
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(4) VALUE "NAME".
              02 FILLER                 PIC X(17) VALUE SPACES.
          01 DTL-LINE.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-CUST-OUT           PIC X(6).
              02 FILLER                 PIC X(4) VALUE SPACES.
              02 DTL-CAT-OUT            PIC X(3).
              02 FILLER                 PIC X(3) VALUE SPACES.
              02 DTL-OWNERS-OUT         PIC Z9.
              02 FILLER                 PIC X(3) VALUE SPACES.
              02 DTL-ACCTS-OUT          PIC ZZ9.
              02 FILLER                 PIC X(1) VALUE SPACES.
              02 DTL-TOTAL-OUT          PIC Z,ZZZ,ZZ9.99.
              02 FILLER                 PIC X(1) VALUE SPACES.
              02 DTL-UNINS-OUT          PIC Z,ZZZ,ZZ9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-BRANCH-OUT         PIC X(2).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-NAME-OUT           PIC X(20).
              02 FILLER                 PIC X(1) VALUE SPACES.
          01 NONE-LINE.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(40)
                  VALUE "NO CUSTOMER HOLDS MORE THAN THE LIMIT.".
              02 FILLER                 PIC X(38) VALUE SPACES.
          01 TOT-HD-LINE.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 TH-LABEL-OUT           PIC X(16).
              02 FILLER                 PIC X(8) VALUE SPACES.
              02 FILLER                 PIC X(7) VALUE "INSURED".
              02 FILLER                 PIC X(6) VALUE SPACES.
              02 FILLER                 PIC X(9) VALUE "UNINSURED".
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(9) VALUE "CUSTOMERS".
              02 FILLER                 PIC X(21) VALUE SPACES.
          01 TOT-LINE.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 TL-LABEL-OUT           PIC X(16).
              02 FILLER                 PIC X(1) VALUE SPACES.
              02 TL-INSURED-OUT         PIC ZZZ,ZZZ,ZZ9.99.
              02 FILLER                 PIC X(1) VALUE SPACES.
              02 TL-UNINS-OUT           PIC ZZZ,ZZZ,ZZ9.99.
              02 FILLER                 PIC X(4) VALUE SPACES.
              02 TL-EXPOSED-OUT         PIC ZZ,ZZ9.
              02 FILLER                 PIC X(22) VALUE SPACES.
          01 RECORD-COUNT-LINE.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(16)
                  VALUE "ACCOUNTS READ : ".
              02 RC-READ-OUT            PIC ZZ,ZZ9.
              02 FILLER                 PIC X(16)
                  VALUE "  ZERO BALANCE: ".
              02 RC-ZERO-OUT            PIC ZZ,ZZ9.
              02 FILLER                 PIC X(15)
                  VALUE "  NOT ROLLED: ".
              02 RC-FULL-OUT            PIC ZZ,ZZ9.
              02 FILLER                 PIC X(13) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "DEPEXP_IN_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-IN-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "DEPEXP_REL_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REL-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "DEPEXP_OUT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "DEPEXP_LIMIT"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:7) TO WS-LIMIT-WHOLE
               MOVE WS-LIMIT-WHOLE TO WS-LIMIT
           END-IF
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-RUN-DATE
           MOVE SPACES TO WS-ACCT-CUST-TABLE
           MOVE ZEROES TO WS-CAT-TABLE
           PERFORM 150-LOAD-RELATIONS-RTN
           OPEN INPUT IN-FILE
           PERFORM UNTIL NO-MORE-RECORDS
               READ IN-FILE
                   AT END
                       MOVE "NO" TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-ROLL-UP-RTN
               END-READ
           END-PERFORM
           CLOSE IN-FILE
           PERFORM 400-COVERAGE-RTN
               VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-CTR
           OPEN OUTPUT EXP-RPT-FILE
           PERFORM 500-HDG-RTN
           PERFORM 600-RANK-ONE-RTN
               VARYING WS-RANK-IDX FROM 1 BY 1
               UNTIL WS-RANK-IDX > WS-EXPOSED-CTR
           IF WS-EXPOSED-CTR = ZERO
               WRITE EXP-RPT-REC FROM NONE-LINE AFTER ADVANCING 1 LINES
           END-IF
           PERFORM 800-TOTALS-RTN
           CLOSE EXP-RPT-FILE
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

      ******************************************************************
      * THE RELATIONSHIP FILE, INTO A TABLE SUBSCRIPTED BY THE ACCOUNT
      * NUMBER. NO FILE MEANS EVERY ACCOUNT IS ITS OWN CUSTOMER.
      ******************************************************************
       150-LOAD-RELATIONS-RTN.
           OPEN INPUT REL-FILE
           IF WS-REL-STATUS NOT = "00"
               DISPLAY "RELATIONSHIP FILE NOT AVAILABLE - STATUS "
                   WS-REL-STATUS " - EACH ACCOUNT ITS OWN CUSTOMER"
           ELSE
               MOVE "N" TO WS-REL-EOF-SW
               PERFORM 175-LOAD-ONE-REL-RTN
                   UNTIL WS-REL-EOF-SW = "Y"
               CLOSE REL-FILE
           END-IF.

       175-LOAD-ONE-REL-RTN.
           READ REL-FILE
               AT END
                   MOVE "Y" TO WS-REL-EOF-SW
               NOT AT END
                   IF REL-ACCT-NO IS NUMERIC
                       AND REL-ACCT-NO NOT = "0000"
                       MOVE REL-ACCT-NO TO WS-NUM-X
                       MOVE REL-CUST-ID TO WS-AC-CUST-ID (WS-NUM)
                       MOVE REL-PRIMARY TO WS-AC-PRIMARY (WS-NUM)
                   END-IF
           END-READ.

      ******************************************************************
      * ONE ACCOUNT - FIND ITS CUSTOMER AND OWNERSHIP CATEGORY AND ADD
      * THE BALANCE TO THAT CUSTOMER/CATEGORY ROW.
      ******************************************************************
       200-ROLL-UP-RTN.
           ADD 1 TO WS-READ-CTR
           IF AMT-DUE-IN = ZERO
               ADD 1 TO WS-ZERO-BAL-CTR
           ELSE
               MOVE ACCT-NO-IN TO WS-NUM
               MOVE WS-AC-CUST-ID (WS-NUM) TO WS-CUST-ID
               IF WS-CUST-ID = SPACES
                   MOVE "00" TO WS-CUST-ID (1:2)
                   MOVE WS-NUM-X TO WS-CUST-ID (3:4)
               END-IF
               PERFORM 250-CATEGORY-RTN
               PERFORM 300-FIND-ROW-RTN
               IF WS-EX-FOUND = ZERO
                   ADD 1 TO WS-FULL-CTR
                   DISPLAY "EXPOSURE TABLE FULL - ACCOUNT " ACCT-NO-IN
                       " NOT ROLLED UP"
               ELSE
                   PERFORM 350-ADD-TO-ROW-RTN
               END-IF
           END-IF.

      ******************************************************************
      * JOINT WHEN THE ACCOUNT HAS AN ACTIVE JOINT OWNER TODAY; THE
      * OWNER COUNT IS THE PRIMARY PLUS EACH ACTIVE JOINT OWNER.
      ******************************************************************
       250-CATEGORY-RTN.
           MOVE "SGL" TO WS-CATEGORY
           MOVE 1 TO WS-OWNERS
           MOVE WS-NUM-X TO WS-PARTY-ACCT
           CALL 'ACCT-PARTY-RTN' USING WS-PARTY-ACCT WS-PARTY-AS-OF
               WS-PARTY-LIST
           PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
               UNTIL WS-PARTY-IDX > PL-CTR
               IF PL-ROLE (WS-PARTY-IDX) = "J"
                   AND PL-ACTIVE (WS-PARTY-IDX) = "Y"
                   MOVE "JNT" TO WS-CATEGORY
                   ADD 1 TO WS-OWNERS
               END-IF
           END-PERFORM.

       300-FIND-ROW-RTN.
           MOVE ZERO TO WS-EX-FOUND
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-CTR OR WS-EX-FOUND > ZERO
               IF WS-EX-CUST-ID (WS-EX-IDX) = WS-CUST-ID
                   AND WS-EX-CATEGORY (WS-EX-IDX) = WS-CATEGORY
                   MOVE WS-EX-IDX TO WS-EX-FOUND
               END-IF
           END-PERFORM
           IF WS-EX-FOUND = ZERO AND WS-EX-CTR < 3000
               ADD 1 TO WS-EX-CTR
               MOVE WS-EX-CTR TO WS-EX-FOUND
               MOVE WS-CUST-ID TO WS-EX-CUST-ID (WS-EX-CTR)
               MOVE WS-CATEGORY TO WS-EX-CATEGORY (WS-EX-CTR)
               MOVE ZERO TO WS-EX-OWNERS (WS-EX-CTR)
               MOVE ZERO TO WS-EX-ACCTS (WS-EX-CTR)
               MOVE BRANCH-IN TO WS-EX-BRANCH (WS-EX-CTR)
               MOVE ACCT-NAME-IN TO WS-EX-NAME (WS-EX-CTR)
               MOVE "N" TO WS-EX-PRIMARY-SW (WS-EX-CTR)
               MOVE ZERO TO WS-EX-TOTAL (WS-EX-CTR)
               MOVE ZERO TO WS-EX-UNINSURED (WS-EX-CTR)
               MOVE "N" TO WS-EX-LISTED-SW (WS-EX-CTR)
           END-IF.

       350-ADD-TO-ROW-RTN.
           ADD 1 TO WS-EX-ACCTS (WS-EX-FOUND)
           ADD AMT-DUE-IN TO WS-EX-TOTAL (WS-EX-FOUND)
           IF WS-OWNERS > WS-EX-OWNERS (WS-EX-FOUND)
               MOVE WS-OWNERS TO WS-EX-OWNERS (WS-EX-FOUND)
           END-IF
           IF WS-AC-PRIMARY (WS-NUM) = "P"
               AND WS-EX-PRIMARY-SW (WS-EX-FOUND) = "N"
               MOVE BRANCH-IN TO WS-EX-BRANCH (WS-EX-FOUND)
               MOVE ACCT-NAME-IN TO WS-EX-NAME (WS-EX-FOUND)
               MOVE "Y" TO WS-EX-PRIMARY-SW (WS-EX-FOUND)
           END-IF.

      ******************************************************************
      * COVERAGE FOR ONE CUSTOMER/CATEGORY - THE LIMIT ONCE PER OWNER.
      * THE INSURED AND UNINSURED PARTS GO TO THE CATEGORY AND BRANCH
      * TOTALS.
      ******************************************************************
       400-COVERAGE-RTN.
           COMPUTE WS-COVERAGE = WS-LIMIT * WS-EX-OWNERS (WS-EX-IDX)
           IF WS-EX-TOTAL (WS-EX-IDX) > WS-COVERAGE
               MOVE WS-COVERAGE TO WS-INSURED
               COMPUTE WS-EX-UNINSURED (WS-EX-IDX) =
                   WS-EX-TOTAL (WS-EX-IDX) - WS-COVERAGE
               ADD 1 TO WS-EXPOSED-CTR
           ELSE
               MOVE WS-EX-TOTAL (WS-EX-IDX) TO WS-INSURED
               MOVE ZERO TO WS-EX-UNINSURED (WS-EX-IDX)
           END-IF
           IF WS-EX-CATEGORY (WS-EX-IDX) = "JNT"
               MOVE 2 TO WS-CAT-IDX
           ELSE
               MOVE 1 TO WS-CAT-IDX
           END-IF
           ADD WS-INSURED TO WS-CAT-INSURED (WS-CAT-IDX)
           IF WS-EX-UNINSURED (WS-EX-IDX) > ZERO
               ADD 1 TO WS-CAT-EXPOSED (WS-CAT-IDX)
           END-IF
           ADD WS-EX-UNINSURED (WS-EX-IDX)
               TO WS-CAT-UNINSURED (WS-CAT-IDX)
           ADD WS-INSURED TO WS-TOT-INSURED
           ADD WS-EX-UNINSURED (WS-EX-IDX) TO WS-TOT-UNINSURED
           PERFORM 450-BRANCH-RTN.

       450-BRANCH-RTN.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-CTR
               OR WS-BR-CODE (WS-BR-IDX) = WS-EX-BRANCH (WS-EX-IDX)
               CONTINUE
           END-PERFORM
           IF WS-BR-IDX > WS-BR-CTR
               IF WS-BR-CTR < 20
                   ADD 1 TO WS-BR-CTR
                   MOVE WS-BR-CTR TO WS-BR-IDX
                   MOVE WS-EX-BRANCH (WS-EX-IDX)
                       TO WS-BR-CODE (WS-BR-IDX)
                   MOVE ZERO TO WS-BR-INSURED (WS-BR-IDX)
                   MOVE ZERO TO WS-BR-UNINSURED (WS-BR-IDX)
                   MOVE ZERO TO WS-BR-EXPOSED (WS-BR-IDX)
               ELSE
                   DISPLAY "BRANCH TABLE FULL - BRANCH "
                       WS-EX-BRANCH (WS-EX-IDX) " NOT TOTALLED"
                   MOVE ZERO TO WS-BR-IDX
               END-IF
           END-IF
           IF WS-BR-IDX > ZERO
               ADD WS-INSURED TO WS-BR-INSURED (WS-BR-IDX)
               ADD WS-EX-UNINSURED (WS-EX-IDX)
                   TO WS-BR-UNINSURED (WS-BR-IDX)
               IF WS-EX-UNINSURED (WS-EX-IDX) > ZERO
                   ADD 1 TO WS-BR-EXPOSED (WS-BR-IDX)
               END-IF
           END-IF.

       500-HDG-RTN.
           ADD 1 TO PAGE-OUT
           MOVE WS-RUN-DATE TO HD-DATE-OUT
           MOVE WS-LIMIT TO HD-LIMIT-OUT
           WRITE EXP-RPT-REC FROM HD-LINE1 AFTER ADVANCING PAGE
           WRITE EXP-RPT-REC FROM HD-LINE2 AFTER ADVANCING 2 LINES
           WRITE EXP-RPT-REC FROM HD-LINE3 AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-LINE-CTR.

      ******************************************************************
      * THE EXPOSED CUSTOMERS, LARGEST UNINSURED AMOUNT FIRST - PICK
      * THE LARGEST REMAINING ONE EACH PASS.
      ******************************************************************
       600-RANK-ONE-RTN.
           MOVE ZERO TO WS-BEST-IDX
           MOVE ZERO TO WS-BEST-AMT
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-CTR
               IF WS-EX-LISTED-SW (WS-EX-IDX) = "N"
                   AND WS-EX-UNINSURED (WS-EX-IDX) > WS-BEST-AMT
                   MOVE WS-EX-UNINSURED (WS-EX-IDX) TO WS-BEST-AMT
                   MOVE WS-EX-IDX TO WS-BEST-IDX
               END-IF
           END-PERFORM
           IF WS-BEST-IDX > ZERO
               PERFORM 650-DTL-RTN
               MOVE "Y" TO WS-EX-LISTED-SW (WS-BEST-IDX)
           END-IF.

       650-DTL-RTN.
           IF WS-LINE-CTR > 40
               PERFORM 500-HDG-RTN
           END-IF
           MOVE WS-EX-CUST-ID (WS-BEST-IDX) TO DTL-CUST-OUT
           MOVE WS-EX-CATEGORY (WS-BEST-IDX) TO DTL-CAT-OUT
           MOVE WS-EX-OWNERS (WS-BEST-IDX) TO DTL-OWNERS-OUT
           MOVE WS-EX-ACCTS (WS-BEST-IDX) TO DTL-ACCTS-OUT
           MOVE WS-EX-TOTAL (WS-BEST-IDX) TO DTL-TOTAL-OUT
           MOVE WS-EX-UNINSURED (WS-BEST-IDX) TO DTL-UNINS-OUT
           MOVE WS-EX-BRANCH (WS-BEST-IDX) TO DTL-BRANCH-OUT
           MOVE WS-EX-NAME (WS-BEST-IDX) TO DTL-NAME-OUT
           WRITE EXP-RPT-REC FROM DTL-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-LINE-CTR.

      ******************************************************************
      * CLOSING TOTALS - INSURED AGAINST UNINSURED BY OWNERSHIP
      * CATEGORY, THEN BY BRANCH, THEN FOR THE BANK.
      ******************************************************************
       800-TOTALS-RTN.
           MOVE "BY CATEGORY" TO TH-LABEL-OUT
           WRITE EXP-RPT-REC FROM TOT-HD-LINE AFTER ADVANCING 3 LINES
           MOVE "SGL - SINGLE" TO TL-LABEL-OUT
           MOVE WS-CAT-INSURED (1) TO TL-INSURED-OUT
           MOVE WS-CAT-UNINSURED (1) TO TL-UNINS-OUT
           MOVE WS-CAT-EXPOSED (1) TO TL-EXPOSED-OUT
           WRITE EXP-RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "JNT - JOINT" TO TL-LABEL-OUT
           MOVE WS-CAT-INSURED (2) TO TL-INSURED-OUT
           MOVE WS-CAT-UNINSURED (2) TO TL-UNINS-OUT
           MOVE WS-CAT-EXPOSED (2) TO TL-EXPOSED-OUT
           WRITE EXP-RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "BY BRANCH" TO TH-LABEL-OUT
           WRITE EXP-RPT-REC FROM TOT-HD-LINE AFTER ADVANCING 2 LINES
           PERFORM 850-ONE-BRANCH-RTN
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-CTR
           MOVE "ALL BRANCHES" TO TL-LABEL-OUT
           MOVE WS-TOT-INSURED TO TL-INSURED-OUT
           MOVE WS-TOT-UNINSURED TO TL-UNINS-OUT
           MOVE WS-EXPOSED-CTR TO TL-EXPOSED-OUT
           WRITE EXP-RPT-REC FROM TOT-LINE AFTER ADVANCING 2 LINES
           MOVE WS-READ-CTR TO RC-READ-OUT
           MOVE WS-ZERO-BAL-CTR TO RC-ZERO-OUT
           MOVE WS-FULL-CTR TO RC-FULL-OUT
           WRITE EXP-RPT-REC FROM RECORD-COUNT-LINE
               AFTER ADVANCING 2 LINES.

       850-ONE-BRANCH-RTN.
           MOVE SPACES TO TL-LABEL-OUT
           IF WS-BR-CODE (WS-BR-IDX) = SPACES
               MOVE "(NO BRANCH)" TO TL-LABEL-OUT
           ELSE
               MOVE "BRANCH " TO TL-LABEL-OUT (1:7)
               MOVE WS-BR-CODE (WS-BR-IDX) TO TL-LABEL-OUT (8:2)
           END-IF
           MOVE WS-BR-INSURED (WS-BR-IDX) TO TL-INSURED-OUT
           MOVE WS-BR-UNINSURED (WS-BR-IDX) TO TL-UNINS-OUT
           MOVE WS-BR-EXPOSED (WS-BR-IDX) TO TL-EXPOSED-OUT
           WRITE EXP-RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
      * NOT SET, AS IN A STANDALONE LESSON RUN).
      ******************************************************************
       900-RUN-LOG-RTN.
           MOVE WS-READ-CTR TO WS-LOG-READ
           MOVE WS-EXPOSED-CTR TO WS-LOG-WRITTEN
           MOVE WS-FULL-CTR TO WS-LOG-REJECTED
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
