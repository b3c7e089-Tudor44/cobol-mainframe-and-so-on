      ******************************************************************
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 155 BYTES - A NEW CUSTOMER
      *STARTS ON PAPER STATEMENTS WITH NO E-MAIL ADDRESS; PAPERLESS-
      *ENROLL SIGNS THEM UP.
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 104 BYTES - A NEW CUSTOMER
      *STARTS WITH THE RETURNED-MAIL STATUS CLEAR.
      *15-10-2026 GD - ACCOUNT OPENING. NEW ACCOUNTS USED TO BE KEYED
      *STRAIGHT ONTO THE MASTER UNDER WHATEVER NUMBER THE CLERK
      *PICKED, WITH THE CUSTOMER MASTER AND RELATIONSHIP ROWS ADDED
      *LATER BY HAND OR NOT AT ALL, AND NOTHING STOPPED A NUMBER
      *DORMANT-PURGE HAD JUST RELEASED GOING TO A STRANGER. THIS
      *PROGRAM TAKES AN OPENING APPLICATION IN TWO STEPS:
      *  C = CAPTURE - THE APPLICANT'S NAME, ADDRESS, PHONE, TAX ID
      *      AND WITHHOLDING STATUS, PRODUCT, BRANCH AND (FOR AN
      *      EXISTING CUSTOMER) CUSTOMER ID GO ON THE APPLICATION FILE
      *      AS PENDING, UNDER THE CAPTURING OPERATOR.
      *  V = REVIEW - A DIFFERENT OPERATOR WITH "IDX" AUTHORITY
      *      (OPER-AUTH-RTN) APPROVES OR DECLINES EACH PENDING
      *      APPLICATION; THE CAPTURER CANNOT APPROVE THEIR OWN.
      *      APPROVAL TAKES THE NEXT FREE NUMBER FROM THE SHARED
      *      NUM-CONTROL-RTN (NEVER ONE STILL COOLING OFF FROM A
      *      PURGE) THAT IS ALSO FREE ON BOTH MASTERS, THEN WRITES THE
      *      ACCOUNT MASTER, CUSTOMER MASTER AND RELATIONSHIP ROWS -
      *      AND THE PRIMARY-PARTY ROW WHEN ACCTOPEN_PTY_PATH IS SET.
      *      IF ANY WRITE FAILS THE ROWS ALREADY WRITTEN ARE BACKED
      *      OUT AND THE APPLICATION STAYS PENDING, SO NO ACCOUNT IS
      *      EVER ON ONE FILE AND NOT THE OTHERS. THE NUMBER IS THEN
      *      RECORDED AS ISSUED.
      *  L = LIST THE APPLICATION FILE.
      *A BLANK CUSTOMER ID MEANS A NEW CUSTOMER: THE ACCOUNT BECOMES
      *THE CUSTOMER'S PRIMARY ("P" ON THE RELATIONSHIP ROW) AND THE
      *CUSTOMER ID IS THE ACCOUNT NUMBER ZERO-FILLED TO SIX.
      *FILE PATHS FROM ACCTOPEN_APP_PATH / ACCTOPEN_IDX_PATH /
      *ACCTOPEN_CUST_PATH / ACCTOPEN_REL_PATH / ACCTOPEN_PTY_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-OPEN.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT APP-FILE ASSIGN TO WS-APP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.
       SELECT IDX-FILE ASSIGN TO WS-IDX-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-NO-IN
               ALTERNATE RECORD KEY IS ACCT-NAME-IN
                   WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.
       SELECT CUST-FILE ASSIGN TO WS-CUST-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUST-ACCT-NO
               FILE STATUS IS WS-CUST-STATUS.
       SELECT REL-FILE ASSIGN TO WS-REL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
       SELECT PARTY-FILE ASSIGN TO WS-PTY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTY-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD APP-FILE
          RECORD CONTAINS 152 CHARACTERS.
          01 APP-REC.
              02 AP-APP-NO              PIC 9(6).
              02 AP-STATUS              PIC X.
                  88 AP-PENDING                 VALUE "P".
                  88 AP-APPROVED                VALUE "A".
                  88 AP-DECLINED                VALUE "D".
              02 AP-CAPT-DATE           PIC 9(8).
              02 AP-CAPT-OPER           PIC X(5).
              02 AP-DECIDE-OPER         PIC X(5).
              02 AP-DECIDE-DATE         PIC 9(8).
              02 AP-ACCT-NO             PIC X(4).
              02 AP-CUST-ID             PIC X(6).
              02 AP-NAME                PIC X(20).
              02 AP-ADDRESS             PIC X(25).
              02 AP-CITY-STATE          PIC X(20).
              02 AP-PHONE               PIC X(10).
              02 AP-TAX-ID              PIC X(9).
              02 AP-WH-STATUS           PIC X.
              02 AP-PRODUCT             PIC X(2).
              02 AP-BRANCH              PIC X(2).
              02 AP-DECLINE-RSN         PIC X(20).
      *
       FD IDX-FILE
          RECORD CONTAINS 43 CHARACTERS.
          01 IN-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-IN==
                                  ==AMT-DUE== BY ==AMT-DUE-IN==
                                  ==LAST-ACT-DATE== BY ==LAST-ACT-IN==
                                  ==ACCT-STATUS== BY ==ACCT-STAT-IN==
                                  ==BRANCH-CODE== BY ==BRANCH-IN==
                                  ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                  ==ACCT-NAME== BY ==ACCT-NAME-IN==
                                  ==ACCT-PRODUCT== BY ==ACCT-PROD-IN==
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
       FD REL-FILE
          RECORD CONTAINS 15 CHARACTERS.
          01 REL-REC.
              02 REL-CUST-ID            PIC X(6).
              02 REL-ACCT-NO            PIC X(4).
              02 REL-PRIMARY            PIC X.
              02 REL-PROTECT-ACCT       PIC X(4).
      *
       FD PARTY-FILE
          RECORD CONTAINS 47 CHARACTERS.
          01 PARTY-REC.
          COPY PARTYREC.
      *
       WORKING-STORAGE SECTION.
          01 WS-APP-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/OpenApps.txt".
          01 WS-IDX-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/file1.txt".
          01 WS-CUST-FILE-PATH          PIC X(80) VALUE
              "/Users/gaetanodorsi/CustMast.txt".
          01 WS-REL-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/CustRelations.txt".
          01 WS-PTY-FILE-PATH           PIC X(80) VALUE SPACES.
          01 WS-ENV-HOLD                PIC X(80).
          01 WS-APP-STATUS              PIC XX.
          01 WS-IDX-STATUS              PIC XX.
          01 WS-CUST-STATUS             PIC XX.
          01 WS-REL-STATUS              PIC XX.
          01 WS-PTY-STATUS              PIC XX.
          01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
          01 ARE-THERE-MORE-RECORDS     PIC XXX VALUE "YES".
               88 NO-MORE-RECORDS               VALUE "NO".
          01 WS-ACTION                  PIC X VALUE "L".
          01 WS-ANSWER                  PIC X.
          01 WS-BUS-DATE                PIC 9(8).
          01 WS-OPERATOR-ID             PIC X(5) VALUE SPACES.
          01 WS-AUTH-FUNCTION           PIC X(3) VALUE "IDX".
          01 WS-AUTH-FLAG               PIC X.
          01 WS-CAPT-CTR                PIC 9(3) VALUE ZERO.
          01 WS-OPENED-CTR              PIC 9(3) VALUE ZERO.
          01 WS-DECLINED-CTR            PIC 9(3) VALUE ZERO.
          01 WS-FAILED-CTR              PIC 9(3) VALUE ZERO.
          01 WS-LAST-APP-NO             PIC 9(6).
          01 WS-APP-CTR                 PIC 9(3).
          01 WS-APP-IDX                 PIC 9(3).
          01 WS-APP-TABLE.
              02 WS-APP-ROW OCCURS 500 TIMES PIC X(152).
      *   ACCOUNT-NUMBER ASSIGNMENT
          01 WS-NC-FUNCTION             PIC X.
          01 WS-NC-ACCT                 PIC X(4).
          01 WS-NC-REF                  PIC X(8).
          01 WS-NC-RESULT               PIC X.
          01 WS-NC-DATE                 PIC 9(8).
          01 WS-NUMBER-SW               PIC X.
               88 WS-NUMBER-FOUND               VALUE "Y".
               88 WS-NUMBERS-EXHAUSTED          VALUE "X".
          01 WS-OPEN-SW                 PIC X.
               88 WS-OPEN-OK                    VALUE "Y".
          01 WS-NEW-ACCT                PIC 9(4).
          01 WS-NEW-ACCT-X REDEFINES WS-NEW-ACCT PIC X(4).
          01 WS-CUST-ID                 PIC X(6).
          01 WS-PRIMARY-FLAG            PIC X.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           PERFORM 150-GET-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           CALL 'OPER-AUTH-RTN' USING WS-OPERATOR-ID
               WS-AUTH-FUNCTION WS-AUTH-FLAG
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           DISPLAY "APPLICATIONS CAPTURED : " WS-CAPT-CTR
           DISPLAY "ACCOUNTS OPENED       : " WS-OPENED-CTR
           DISPLAY "APPLICATIONS DECLINED : " WS-DECLINED-CTR
           DISPLAY "OPENINGS FAILED       : " WS-FAILED-CTR
           IF WS-FAILED-CTR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       150-GET-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ACCTOPEN_APP_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-APP-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ACCTOPEN_IDX_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-IDX-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ACCTOPEN_CUST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CUST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ACCTOPEN_REL_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REL-FILE-PATH
           END-IF
           ACCEPT WS-PTY-FILE-PATH FROM ENVIRONMENT "ACCTOPEN_PTY_PATH".

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - C=CAPTURE APPLICATION  V=REVIEW"
               " PENDING  L=LIST"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "C"
                   PERFORM 300-CAPTURE-RTN
               WHEN "V"
                   PERFORM 400-REVIEW-RTN
               WHEN OTHER
                   PERFORM 700-LIST-RTN
           END-EVALUATE
           DISPLAY " DO YOU WANT TO CONTINUE ? "
           ACCEPT ARE-THERE-MORE-RECORDS.

      ******************************************************************
      * CAPTURE - KEY THE APPLICATION AND FILE IT AS PENDING UNDER THE
      * NEXT APPLICATION NUMBER. NOTHING TOUCHES THE MASTERS YET.
      ******************************************************************
       300-CAPTURE-RTN.
           PERFORM 600-LOAD-APPS-RTN
           MOVE SPACES TO APP-REC
           DISPLAY "ENTER APPLICANT NAME (20 CHARACTERS)"
           ACCEPT AP-NAME
           DISPLAY "ENTER ADDRESS (25 CHARACTERS)"
           ACCEPT AP-ADDRESS
           DISPLAY "ENTER CITY AND STATE (20 CHARACTERS)"
           ACCEPT AP-CITY-STATE
           DISPLAY "ENTER PHONE (10 DIGITS)"
           ACCEPT AP-PHONE
           DISPLAY "ENTER TAX ID (9 DIGITS)"
           ACCEPT AP-TAX-ID
           DISPLAY "ENTER WITHHOLDING STATUS - C=CERTIFIED E=EXEMPT"
               " U=UNCERTIFIED"
           ACCEPT AP-WH-STATUS
           DISPLAY "ENTER PRODUCT CODE (SPACES = NONE)"
           ACCEPT AP-PRODUCT
           DISPLAY "ENTER BRANCH (2 CHARACTERS)"
           ACCEPT AP-BRANCH
           DISPLAY "ENTER EXISTING CUSTOMER ID (6 CHARACTERS, BLANK ="
               " NEW CUSTOMER)"
           ACCEPT AP-CUST-ID
           IF AP-NAME = SPACES
               DISPLAY "APPLICANT NAME IS REQUIRED - NOT CAPTURED"
           ELSE
               PERFORM 350-EDIT-TAX-STATUS-RTN
               ADD 1 TO WS-LAST-APP-NO
               MOVE WS-LAST-APP-NO TO AP-APP-NO
               MOVE "P" TO AP-STATUS
               MOVE WS-BUS-DATE TO AP-CAPT-DATE
               MOVE WS-OPERATOR-ID TO AP-CAPT-OPER
               MOVE ZERO TO AP-DECIDE-DATE
               OPEN EXTEND APP-FILE
               IF WS-APP-STATUS = "35"
                   OPEN OUTPUT APP-FILE
               END-IF
               WRITE APP-REC
               CLOSE APP-FILE
               ADD 1 TO WS-CAPT-CTR
               DISPLAY "APPLICATION " AP-APP-NO
                   " CAPTURED - AWAITING APPROVAL"
           END-IF.

      ******************************************************************
      * THE SAME RULE CUST-MAST-MAINT APPLIES - ANYTHING BUT A
      * CERTIFIED OR EXEMPT STATUS WITH A NUMERIC TAX ID IS TAKEN AS
      * UNCERTIFIED, SO INTEREST IS WITHHELD UNTIL IT IS FIXED.
      ******************************************************************
       350-EDIT-TAX-STATUS-RTN.
           IF AP-WH-STATUS NOT = "C" AND AP-WH-STATUS NOT = "E"
               MOVE "U" TO AP-WH-STATUS
           END-IF
           IF AP-WH-STATUS NOT = "U" AND AP-TAX-ID IS NOT NUMERIC
               DISPLAY "NO VALID TAX ID - STATUS SET TO U"
                   " (UNCERTIFIED)"
               MOVE "U" TO AP-WH-STATUS
           END-IF.

      ******************************************************************
      * REVIEW - EVERY PENDING APPLICATION IN TURN. THE REVIEWER NEEDS
      * "IDX" AUTHORITY AND MAY NOT DECIDE THEIR OWN CAPTURE. THE
      * APPLICATION FILE IS REWRITTEN FROM THE TABLE AFTERWARDS.
      ******************************************************************
       400-REVIEW-RTN.
           IF WS-AUTH-FLAG NOT = "Y"
               DISPLAY "OPERATOR " WS-OPERATOR-ID " MAY NOT APPROVE"
                   " ACCOUNT OPENINGS"
           ELSE
               PERFORM 600-LOAD-APPS-RTN
               OPEN I-O IDX-FILE
               IF WS-IDX-STATUS NOT = "00"
                   DISPLAY "ACCOUNT MASTER NOT AVAILABLE - STATUS "
                       WS-IDX-STATUS
               ELSE
                   OPEN I-O CUST-FILE
                   IF WS-CUST-STATUS = "35"
                       OPEN OUTPUT CUST-FILE
                       CLOSE CUST-FILE
                       OPEN I-O CUST-FILE
                   END-IF
                   IF WS-CUST-STATUS NOT = "00"
                       DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                           WS-CUST-STATUS
                   ELSE
                       PERFORM 450-REVIEW-ONE-RTN
                           VARYING WS-APP-IDX FROM 1 BY 1
                           UNTIL WS-APP-IDX > WS-APP-CTR
                       CLOSE CUST-FILE
                       PERFORM 650-REWRITE-APPS-RTN
                   END-IF
                   CLOSE IDX-FILE
               END-IF
           END-IF.

       450-REVIEW-ONE-RTN.
           MOVE WS-APP-ROW (WS-APP-IDX) TO APP-REC
           IF AP-PENDING
               DISPLAY " "
               DISPLAY "APPLICATION " AP-APP-NO "  " AP-NAME
                   "  PRODUCT " AP-PRODUCT "  BRANCH " AP-BRANCH
               DISPLAY "  " AP-ADDRESS " " AP-CITY-STATE
                   "  TAX ID " AP-TAX-ID " " AP-WH-STATUS
                   "  CUSTOMER " AP-CUST-ID
               DISPLAY "  CAPTURED BY " AP-CAPT-OPER " ON "
                   AP-CAPT-DATE
               IF AP-CAPT-OPER = WS-OPERATOR-ID
                   DISPLAY "  YOU CAPTURED THIS APPLICATION - A"
                       " DIFFERENT OPERATOR MUST DECIDE IT"
               ELSE
                   DISPLAY "ACTION - A=APPROVE  D=DECLINE  K=KEEP"
                       " PENDING"
                   ACCEPT WS-ANSWER
                   EVALUATE WS-ANSWER
                       WHEN "A"
                           PERFORM 500-OPEN-ACCOUNT-RTN
                       WHEN "D"
                           DISPLAY "ENTER DECLINE REASON (20"
                               " CHARACTERS)"
                           ACCEPT AP-DECLINE-RSN
                           MOVE "D" TO AP-STATUS
                           MOVE WS-OPERATOR-ID TO AP-DECIDE-OPER
                           MOVE WS-BUS-DATE TO AP-DECIDE-DATE
                           ADD 1 TO WS-DECLINED-CTR
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   MOVE APP-REC TO WS-APP-ROW (WS-APP-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * APPROVED - ASSIGN THE NUMBER, THEN MASTER, CUSTOMER MASTER,
      * RELATIONSHIP AND PARTY ROWS. A FAILURE PART-WAY BACKS OUT WHAT
      * WAS WRITTEN AND LEAVES THE APPLICATION PENDING.
      ******************************************************************
       500-OPEN-ACCOUNT-RTN.
           PERFORM 510-ASSIGN-NUMBER-RTN
           IF NOT WS-NUMBER-FOUND
               DISPLAY "NO FREE ACCOUNT NUMBER - APPLICATION "
                   AP-APP-NO " STAYS PENDING"
               ADD 1 TO WS-FAILED-CTR
           ELSE
               MOVE "N" TO WS-OPEN-SW
               PERFORM 530-WRITE-MASTERS-RTN
               IF WS-OPEN-OK
                   MOVE "A" TO AP-STATUS
                   MOVE WS-NEW-ACCT-X TO AP-ACCT-NO
                   MOVE WS-CUST-ID TO AP-CUST-ID
                   MOVE WS-OPERATOR-ID TO AP-DECIDE-OPER
                   MOVE WS-BUS-DATE TO AP-DECIDE-DATE
                   MOVE "I" TO WS-NC-FUNCTION
                   MOVE WS-NEW-ACCT-X TO WS-NC-ACCT
                   MOVE SPACES TO WS-NC-REF
                   STRING "AO" AP-APP-NO DELIMITED BY SIZE
                       INTO WS-NC-REF
                   CALL 'NUM-CONTROL-RTN' USING WS-NC-FUNCTION
                       WS-NC-ACCT WS-NC-REF WS-NC-RESULT WS-NC-DATE
                   ADD 1 TO WS-OPENED-CTR
                   DISPLAY "ACCOUNT " WS-NEW-ACCT-X " OPENED FOR "
                       AP-NAME
               ELSE
                   DISPLAY "OPENING FAILED - APPLICATION " AP-APP-NO
                       " STAYS PENDING"
                   ADD 1 TO WS-FAILED-CTR
               END-IF
           END-IF.

      ******************************************************************
      * THE NEXT NUMBER THE CONTROL FILE CALLS FREE THAT IS ALSO
      * ABSENT FROM BOTH MASTERS - ACCOUNTS OPENED BEFORE THE CONTROL
      * FILE EXISTED ARE ONLY ON THE MASTERS.
      ******************************************************************
       510-ASSIGN-NUMBER-RTN.
           MOVE "N" TO WS-NUMBER-SW
           MOVE "0000" TO WS-NC-ACCT
           PERFORM 520-TRY-NUMBER-RTN
               UNTIL WS-NUMBER-FOUND OR WS-NUMBERS-EXHAUSTED.

       520-TRY-NUMBER-RTN.
           MOVE "N" TO WS-NC-FUNCTION
           CALL 'NUM-CONTROL-RTN' USING WS-NC-FUNCTION WS-NC-ACCT
               WS-NC-REF WS-NC-RESULT WS-NC-DATE
           IF WS-NC-RESULT NOT = "Y"
               MOVE "X" TO WS-NUMBER-SW
           ELSE
               MOVE WS-NC-ACCT TO WS-NEW-ACCT-X
               MOVE WS-NEW-ACCT TO ACCT-NO-IN
               READ IDX-FILE
                   INVALID KEY
                       MOVE WS-NEW-ACCT TO CUST-ACCT-NO
                       READ CUST-FILE
                           INVALID KEY
                               MOVE "Y" TO WS-NUMBER-SW
                       END-READ
               END-READ
           END-IF.

       530-WRITE-MASTERS-RTN.
           MOVE WS-NEW-ACCT TO ACCT-NO-IN
           MOVE ZERO TO AMT-DUE-IN
           MOVE WS-BUS-DATE TO LAST-ACT-IN
           MOVE "A" TO ACCT-STAT-IN
           MOVE AP-BRANCH TO BRANCH-IN
           MOVE AP-NAME TO ACCT-NAME-IN
           MOVE AP-PRODUCT TO ACCT-PROD-IN
           WRITE IN-REC
               INVALID KEY
                   DISPLAY "MASTER WRITE FAILED - STATUS "
                       WS-IDX-STATUS
               NOT INVALID KEY
                   PERFORM 540-WRITE-CUSTOMER-RTN
           END-WRITE.

       540-WRITE-CUSTOMER-RTN.
           MOVE WS-NEW-ACCT TO CUST-ACCT-NO
           MOVE AP-NAME TO CUST-NAME
           MOVE AP-ADDRESS TO CUST-ADDRESS
           MOVE AP-CITY-STATE TO CUST-CITY-STATE
           MOVE AP-PHONE TO CUST-PHONE
           MOVE WS-BUS-DATE (3:6) TO CUST-OPEN-DATE
           MOVE AP-TAX-ID TO CUST-TAX-ID
           MOVE AP-WH-STATUS TO CUST-WH-STATUS
           MOVE SPACE TO CUST-MAIL-STATUS
           MOVE ZERO TO CUST-MAIL-RET-DATE
           MOVE "P" TO CUST-DELIV-PREF
           MOVE SPACES TO CUST-EMAIL
           WRITE CUST-REC
               INVALID KEY
                   DISPLAY "CUSTOMER MASTER WRITE FAILED - STATUS "
                       WS-CUST-STATUS
                   PERFORM 580-BACK-OUT-MASTER-RTN
               NOT INVALID KEY
                   PERFORM 550-WRITE-RELATION-RTN
           END-WRITE.

       550-WRITE-RELATION-RTN.
           IF AP-CUST-ID = SPACES
               MOVE SPACES TO WS-CUST-ID
               STRING "00" WS-NEW-ACCT-X DELIMITED BY SIZE
                   INTO WS-CUST-ID
               MOVE "P" TO WS-PRIMARY-FLAG
           ELSE
               MOVE AP-CUST-ID TO WS-CUST-ID
               MOVE SPACE TO WS-PRIMARY-FLAG
           END-IF
           OPEN EXTEND REL-FILE
           IF WS-REL-STATUS = "35"
               OPEN OUTPUT REL-FILE
           END-IF
           IF WS-REL-STATUS NOT = "00"
               DISPLAY "RELATIONSHIP FILE NOT AVAILABLE - STATUS "
                   WS-REL-STATUS
               PERFORM 570-BACK-OUT-CUSTOMER-RTN
           ELSE
               MOVE WS-CUST-ID TO REL-CUST-ID
               MOVE WS-NEW-ACCT-X TO REL-ACCT-NO
               MOVE WS-PRIMARY-FLAG TO REL-PRIMARY
               MOVE SPACES TO REL-PROTECT-ACCT
               WRITE REL-REC
               CLOSE REL-FILE
               MOVE "Y" TO WS-OPEN-SW
               PERFORM 560-WRITE-PARTY-RTN
           END-IF.

      *   THE PARTY FILE IS OPTIONAL - A MISSING ONE DOES NOT STOP THE
      *   OPENING, SINCE ACCT-PARTY-RTN FALLS BACK TO THE CUSTOMER NAME.
       560-WRITE-PARTY-RTN.
           IF WS-PTY-FILE-PATH NOT = SPACES
               OPEN EXTEND PARTY-FILE
               IF WS-PTY-STATUS = "35"
                   OPEN OUTPUT PARTY-FILE
               END-IF
               IF WS-PTY-STATUS = "00"
                   MOVE WS-NEW-ACCT-X TO PTY-ACCT-NO
                   MOVE WS-CUST-ID TO PTY-PARTY-ID
                   MOVE "P" TO PTY-ROLE
                   MOVE AP-NAME TO PTY-NAME
                   MOVE WS-BUS-DATE TO PTY-START-DATE
                   MOVE ZERO TO PTY-END-DATE
                   WRITE PARTY-REC
                   CLOSE PARTY-FILE
               ELSE
                   DISPLAY "ACCOUNT-PARTY FILE NOT AVAILABLE - STATUS "
                       WS-PTY-STATUS " - ADD THE PRIMARY PARTY BY HAND"
               END-IF
           END-IF.

       570-BACK-OUT-CUSTOMER-RTN.
           MOVE WS-NEW-ACCT TO CUST-ACCT-NO
           DELETE CUST-FILE RECORD
               INVALID KEY
                   DISPLAY "CUSTOMER BACK-OUT FAILED FOR " CUST-ACCT-NO
           END-DELETE
           PERFORM 580-BACK-OUT-MASTER-RTN.

       580-BACK-OUT-MASTER-RTN.
           MOVE WS-NEW-ACCT TO ACCT-NO-IN
           DELETE IDX-FILE RECORD
               INVALID KEY
                   DISPLAY "MASTER BACK-OUT FAILED FOR " ACCT-NO-IN
           END-DELETE.

       600-LOAD-APPS-RTN.
           MOVE ZERO TO WS-APP-CTR
           MOVE ZERO TO WS-LAST-APP-NO
           OPEN INPUT APP-FILE
           IF WS-APP-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ APP-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF AP-APP-NO > WS-LAST-APP-NO
                               MOVE AP-APP-NO TO WS-LAST-APP-NO
                           END-IF
                           IF WS-APP-CTR < 500
                               ADD 1 TO WS-APP-CTR
                               MOVE APP-REC TO WS-APP-ROW (WS-APP-CTR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APP-FILE
           END-IF.

       650-REWRITE-APPS-RTN.
           OPEN OUTPUT APP-FILE
           PERFORM VARYING WS-APP-IDX FROM 1 BY 1
               UNTIL WS-APP-IDX > WS-APP-CTR
               WRITE APP-REC FROM WS-APP-ROW (WS-APP-IDX)
           END-PERFORM
           CLOSE APP-FILE.

       700-LIST-RTN.
           OPEN INPUT APP-FILE
           IF WS-APP-STATUS NOT = "00"
               DISPLAY "APPLICATION FILE NOT AVAILABLE - STATUS "
                   WS-APP-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ APP-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           DISPLAY "APPLICATION " AP-APP-NO
                               "  " AP-STATUS "  " AP-NAME
                               "  ACCOUNT " AP-ACCT-NO
                               "  BY " AP-CAPT-OPER "/" AP-DECIDE-OPER
                               "  " AP-DECLINE-RSN
                   END-READ
               END-PERFORM
               CLOSE APP-FILE
           END-IF.
