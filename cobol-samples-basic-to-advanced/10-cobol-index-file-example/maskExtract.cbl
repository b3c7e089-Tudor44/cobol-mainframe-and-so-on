      ******************************************************************
      *15-10-2026 GD - EMPLOYEE RECORD IS NOW 47 BYTES - THE
      *TIME-CLOCK BADGE ON THE END. IT IS NOT PERSONAL DATA AND IS
      *COPIED AS IT STANDS.
      *15-10-2026 GD - MASKED TEST-DATA EXTRACT. TESTING A CHANGE MEANT
      *HAND-BUILDING TINY FILES OR COPYING PRODUCTION, NAMES AND
      *ADDRESSES INCLUDED, INTO THE TEST DIRECTORIES. THIS UTILITY
      *TAKES ONE SLICE OF ACCOUNTS (MASKX_ACCT_LOW THROUGH
      *MASKX_ACCT_HIGH, DEFAULT EVERY ACCOUNT) FROM EACH OF THE
      *MASTERS AND HISTORIES AND WRITES A MASKED COPY:
      *  INDEXED ACCOUNT MASTER  - NAME MASKED; ALSO WRITTEN AS A
      *                            SEQUENTIAL IMAGE FOR MASTER.OLD
      *  CUSTOMER MASTER         - NAME, ADDRESS, CITY, PHONE, TAX ID
      *                            AND E-MAIL MASKED
      *  CUSTOMER RELATIONSHIPS  - KEYS ONLY, NOTHING TO MASK
      *  ACCOUNT PARTIES         - PARTY NAME MASKED
      *  AUDIT HISTORY, PENDING  - KEYS AND AMOUNTS ONLY
      *  AND HOLD FILES
      *  EMPLOYEE FILE           - EVERY EMPLOYEE; NAME AND PAY RATE
      *                            MASKED
      *KEYS, BALANCES, AMOUNTS, DATES AND STATUSES ARE NEVER CHANGED,
      *SO EVERY ACCOUNT JOINS ACROSS THE FILES AS IT DOES IN
      *PRODUCTION AND THE NIGHT BALANCES AGAINST THE MASKED COPY. THE
      *FAKE VALUES ARE DRAWN FROM THE TABLES BELOW BY THE ACCOUNT
      *NUMBER (PARTY ID, EMPLOYEE NUMBER), SO THE SAME ACCOUNT GETS
      *THE SAME FAKE NAME ON THE ACCOUNT MASTER, THE CUSTOMER MASTER
      *AND ITS PRIMARY PARTY ROW, AND AGAIN ON THE NEXT EXTRACT.
      *PHONE NUMBERS FALL IN THE 555-01XX RANGE THAT IS NEVER ISSUED
      *AND TAX IDS START 000, WHICH IS NEVER ISSUED EITHER.
      *A LINK THAT WOULD LEAVE THE SLICE IS CUT RATHER THAN LEFT
      *DANGLING - A TRANSFER TO AN ACCOUNT OUTSIDE IT IS DROPPED FROM
      *PENDING, AN OVERDRAFT-PROTECTION ACCOUNT OR A DIRECT-DEPOSIT
      *ACCOUNT OUTSIDE IT IS BLANKED.
      *EVERY FILE IS A MASKX_XXX_IN_PATH / MASKX_XXX_OUT_PATH PAIR
      *(ACCT, SEQ (OUTPUT ONLY), CUST, REL, PTY, AUD, PEND, HOLD,
      *EMP). A FILE WHOSE INPUT IS NOT THERE IS SKIPPED AND NOTED
      *(RC 4). AN OUTPUT PATH THAT IS THE SAME AS ANY INPUT PATH, OR
      *A SLICE THAT IS NOT TWO FOUR-DIGIT NUMBERS IN ORDER, STOPS THE
      *RUN BEFORE ANYTHING IS OPENED (RC 8) - THIS PROGRAM MUST NEVER
      *WRITE OVER A PRODUCTION FILE. AN OUTPUT THAT WILL NOT OPEN IS
      *RC 8. THE EXTRACT REPORT (MASKX_RPT_PATH) LISTS EACH FILE'S
      *COUNTS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASK-EXTRACT.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT ACCT-IN ASSIGN TO WS-ACCT-IN-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACCT-NO-IN
               ALTERNATE RECORD KEY IS ACCT-NAME-IN
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-IN-STATUS.
       SELECT ACCT-OUT ASSIGN TO WS-ACCT-OUT-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACCT-NO-OT
               ALTERNATE RECORD KEY IS ACCT-NAME-OT
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-OUT-STATUS.
       SELECT SEQ-OUT ASSIGN TO WS-SEQ-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-OUT-STATUS.
       SELECT CUST-IN ASSIGN TO WS-CUST-IN-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CI-ACCT-NO
               FILE STATUS IS WS-CUST-IN-STATUS.
       SELECT CUST-OUT ASSIGN TO WS-CUST-OUT-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CO-ACCT-NO
               FILE STATUS IS WS-CUST-OUT-STATUS.
       SELECT REL-IN ASSIGN TO WS-REL-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
       SELECT REL-OUT ASSIGN TO WS-REL-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
       SELECT PTY-IN ASSIGN TO WS-PTY-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
       SELECT PTY-OUT ASSIGN TO WS-PTY-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
       SELECT AUD-IN ASSIGN TO WS-AUD-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
       SELECT AUD-OUT ASSIGN TO WS-AUD-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
       SELECT PEND-IN ASSIGN TO WS-PEND-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
       SELECT PEND-OUT ASSIGN TO WS-PEND-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
       SELECT HOLD-IN ASSIGN TO WS-HOLD-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
       SELECT HOLD-OUT ASSIGN TO WS-HOLD-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
       SELECT EMP-IN ASSIGN TO WS-EMP-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
       SELECT EMP-OUT ASSIGN TO WS-EMP-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
       SELECT RPT-FILE ASSIGN TO WS-RPT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ACCT-IN
          RECORD CONTAINS 43 CHARACTERS.
          01 ACCT-IN-REC.
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
       FD ACCT-OUT
          RECORD CONTAINS 43 CHARACTERS.
          01 ACCT-OUT-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-OT==
                                  ==AMT-DUE== BY ==AMT-DUE-OT==
                                  ==LAST-ACT-DATE== BY ==LAST-ACT-OT==
                                  ==ACCT-STATUS== BY ==ACCT-STAT-OT==
                                  ==BRANCH-CODE== BY ==BRANCH-OT==
                                  ==ACCT-NAME== BY ==ACCT-NAME-OT==
                                  ==ACCT-PRODUCT== BY ==ACCT-PROD-OT==
                                  ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                  ==ACCT-NO-PICTURE== BY ==9(4)==
                                  ==AMT-DUE-PICTURE== BY ==9(4)V99==.
       FD SEQ-OUT
          RECORD CONTAINS 43 CHARACTERS.
          01 SEQ-OUT-REC                PIC X(43).
       FD CUST-IN
          RECORD CONTAINS 155 CHARACTERS.
          01 CUST-IN-REC.
              02 CI-ACCT-NO              PIC 9(4).
              02 CI-NAME                 PIC X(20).
              02 CI-ADDRESS              PIC X(25).
              02 CI-CITY-STATE           PIC X(20).
              02 CI-PHONE                PIC X(10).
              02 CI-OPEN-DATE            PIC 9(6).
              02 CI-TAX-ID               PIC X(9).
              02 CI-WH-STATUS            PIC X.
              02 CI-MAIL-STATUS          PIC X.
              02 CI-MAIL-RET-DATE        PIC 9(8).
              02 CI-DELIV-PREF           PIC X.
              02 CI-EMAIL                PIC X(50).
       FD CUST-OUT
          RECORD CONTAINS 155 CHARACTERS.
          01 CUST-OUT-REC.
              02 CO-ACCT-NO              PIC 9(4).
              02 FILLER                  PIC X(151).
       FD REL-IN
          RECORD CONTAINS 15 CHARACTERS.
          01 REL-IN-REC.
              02 REL-CUST-ID             PIC X(6).
              02 REL-ACCT-NO             PIC X(4).
              02 REL-PRIMARY             PIC X.
              02 REL-PROTECT-ACCT        PIC X(4).
       FD REL-OUT
          RECORD CONTAINS 15 CHARACTERS.
          01 REL-OUT-REC                PIC X(15).
       FD PTY-IN
          RECORD CONTAINS 47 CHARACTERS.
          01 PTY-IN-REC.
          COPY PARTYREC.
       FD PTY-OUT
          RECORD CONTAINS 47 CHARACTERS.
          01 PTY-OUT-REC                PIC X(47).
      *    THE AUDIT HISTORY - BUSINESS DATE PLUS THE AUDIT ROW.
       FD AUD-IN
          RECORD CONTAINS 48 CHARACTERS.
          01 AUD-IN-REC.
              02 AH-BUS-DATE             PIC 9(8).
              02 FILLER                  PIC X.
          COPY AUDITREC.
       FD AUD-OUT
          RECORD CONTAINS 48 CHARACTERS.
          01 AUD-OUT-REC                PIC X(48).
       FD PEND-IN
          RECORD CONTAINS 34 CHARACTERS.
          01 PEND-IN-REC.
          COPY TRANSREC.
       FD PEND-OUT
          RECORD CONTAINS 34 CHARACTERS.
          01 PEND-OUT-REC               PIC X(34).
       FD HOLD-IN
          RECORD CONTAINS 19 CHARACTERS.
          01 HOLD-IN-REC.
              02 HLD-ACCT-NO             PIC X(4).
              02 HLD-KIND                PIC X.
              02 HLD-AMT                 PIC 9(4)V99.
              02 HLD-EXPIRY              PIC 9(8).
       FD HOLD-OUT
          RECORD CONTAINS 19 CHARACTERS.
          01 HOLD-OUT-REC               PIC X(19).
       FD EMP-IN
          RECORD CONTAINS 47 CHARACTERS.
          01 EMP-IN-REC.
              02 EMP-REC-NAME            PIC X(20).
              02 EMP-REC-NUM             PIC 99.
              02 EMP-REC-DEPT            PIC X(3).
              02 EMP-REC-RATE            PIC 99V99.
              02 EMP-REC-HIRE            PIC 9(8).
              02 EMP-REC-DD-ACCT         PIC X(4).
              02 EMP-REC-BADGE           PIC X(6).
       FD EMP-OUT
          RECORD CONTAINS 47 CHARACTERS.
          01 EMP-OUT-REC                PIC X(47).
       FD RPT-FILE
          RECORD CONTAINS 80 CHARACTERS.
          01 RPT-REC                    PIC X(80).
      *
       WORKING-STORAGE SECTION.
          01 WS-ACCT-IN-PATH            PIC X(80) VALUE
              "/Users/gaetanodorsi/file1.txt".
          01 WS-ACCT-OUT-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/test/file1.txt".
          01 WS-SEQ-OUT-PATH            PIC X(80) VALUE
              "/Users/gaetanodorsi/test/OLD-MASTER.txt".
          01 WS-CUST-IN-PATH            PIC X(80) VALUE
              "/Users/gaetanodorsi/CustMaster.txt".
          01 WS-CUST-OUT-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/test/CustMaster.txt".
          01 WS-REL-IN-PATH             PIC X(80) VALUE
              "/Users/gaetanodorsi/CustRelations.txt".
          01 WS-REL-OUT-PATH            PIC X(80) VALUE
              "/Users/gaetanodorsi/test/CustRelations.txt".
          01 WS-PTY-IN-PATH             PIC X(80) VALUE
              "/Users/gaetanodorsi/AcctParty.txt".
          01 WS-PTY-OUT-PATH            PIC X(80) VALUE
              "/Users/gaetanodorsi/test/AcctParty.txt".
          01 WS-AUD-IN-PATH             PIC X(80) VALUE
              "/Users/gaetanodorsi/AuditHistory.txt".
          01 WS-AUD-OUT-PATH            PIC X(80) VALUE
              "/Users/gaetanodorsi/test/AuditHistory.txt".
          01 WS-PEND-IN-PATH            PIC X(80) VALUE
              "/Users/gaetanodorsi/Pending.txt".
          01 WS-PEND-OUT-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/test/Pending.txt".
          01 WS-HOLD-IN-PATH            PIC X(80) VALUE
              "/Users/gaetanodorsi/Holds.txt".
          01 WS-HOLD-OUT-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/test/Holds.txt".
          01 WS-EMP-IN-PATH             PIC X(80) VALUE
              "/Users/gaetanodorsi/employees.txt".
          01 WS-EMP-OUT-PATH            PIC X(80) VALUE
              "/Users/gaetanodorsi/test/employees.txt".
          01 WS-RPT-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/MaskExtract.txt".
          01 WS-ENV-HOLD                PIC X(80).
          01 WS-ENV-NAME                PIC X(20).
      *    THE OUTPUT PATHS, SIDE BY SIDE, FOR THE SAME-AS-INPUT CHECK.
          01 WS-OUT-PATH-TABLE.
              02 WS-OUT-PATH OCCURS 9 TIMES PIC X(80).
          01 WS-IN-PATH-TABLE.
              02 WS-IN-PATH OCCURS 8 TIMES PIC X(80).
          01 WS-OUT-IDX                 PIC 9(2).
          01 WS-IN-IDX                  PIC 9(2).
          01 WS-ACCT-IN-STATUS          PIC XX.
          01 WS-ACCT-OUT-STATUS         PIC XX.
          01 WS-SEQ-OUT-STATUS          PIC XX.
          01 WS-CUST-IN-STATUS          PIC XX.
          01 WS-CUST-OUT-STATUS         PIC XX.
          01 WS-IN-STATUS               PIC XX.
          01 WS-OUT-STATUS              PIC XX.
          01 WS-EOF-SW                  PIC X VALUE "N".
              88 WS-EOF                        VALUE "Y".
          01 WS-STOP-SW                 PIC X VALUE "N".
              88 WS-STOP                       VALUE "Y".
          01 WS-LOG-PROGRAM  PIC X(20) VALUE "MASK-EXTRACT".
          01 WS-LOG-START.
              02 WS-LOG-START-DATE  PIC 9(6).
              02 WS-LOG-START-TIME  PIC 9(6).
          01 WS-LOG-READ     PIC 9(6).
          01 WS-LOG-WRITTEN  PIC 9(6).
          01 WS-LOG-REJECTED PIC 9(6).
          01 WS-LOG-RC       PIC 9(2).
          01 WS-LOG-TIME-HOLD PIC 9(8).
          01 WS-ALERT-SEV               PIC X.
          01 WS-ALERT-MSG               PIC X(60).
          01 WS-BUS-DATE                PIC 9(8).
          01 WS-RUN-RC                  PIC 9(2) VALUE ZERO.
      *    THE SLICE. THE X(4) VIEWS COMPARE AGAINST THE FOUR-CHARACTER
      *    ACCOUNT FIELDS OF THE SEQUENTIAL FILES.
          01 WS-LOW-ACCT                PIC 9(4) VALUE 0000.
          01 WS-LOW-ACCT-X REDEFINES WS-LOW-ACCT PIC X(4).
          01 WS-HIGH-ACCT               PIC 9(4) VALUE 9999.
          01 WS-HIGH-ACCT-X REDEFINES WS-HIGH-ACCT PIC X(4).
          01 WS-CHK-ACCT                PIC X(4).
          01 WS-SLICE-SW                PIC X.
              88 WS-IN-SLICE                   VALUE "Y".
      *    ONE FILE'S COUNTS, PRINTED AND ADDED TO THE RUN TOTALS BY
      *    800-REPORT-FILE-RTN.
          01 WS-F-NAME                  PIC X(22).
          01 WS-F-READ                  PIC 9(6).
          01 WS-F-WRITTEN               PIC 9(6).
          01 WS-F-MASKED                PIC 9(6).
          01 WS-F-NOTE                  PIC X(30).
          01 WS-TOT-READ                PIC 9(6) VALUE ZERO.
          01 WS-TOT-WRITTEN             PIC 9(6) VALUE ZERO.
          01 WS-SKIP-CTR                PIC 9(2) VALUE ZERO.
          01 WS-FAIL-CTR                PIC 9(2) VALUE ZERO.
      *    THE FAKE VALUES FOR ONE SEED.
          01 WS-SEED                    PIC 9(6).
          01 WS-QUOT                    PIC 9(6).
          01 WS-REM                     PIC 9(4).
          01 WS-PICK                    PIC 9(3).
          01 WS-SUR-PICK                PIC 9(3).
          01 WS-FAKE-NAME               PIC X(20).
          01 WS-FAKE-ADDRESS            PIC X(25).
          01 WS-FAKE-CITY               PIC X(20).
          01 WS-FAKE-PHONE.
              02 WS-FP-AREA             PIC X(3).
              02 FILLER                 PIC X(5) VALUE "55501".
              02 WS-FP-LINE             PIC 9(2).
          01 WS-FAKE-TAX-ID.
              02 FILLER                 PIC X(5) VALUE "00000".
              02 WS-FT-ACCT             PIC 9(4).
          01 WS-FAKE-EMAIL.
              02 FILLER                 PIC X(8) VALUE "CUSTOMER".
              02 WS-FE-ACCT             PIC 9(4).
              02 FILLER                 PIC X(12) VALUE "@EXAMPLE.COM".
          01 WS-HOUSE-NO                PIC 9(3).
          01 WS-FAKE-RATE               PIC 99V99.
          01 WS-PARTY-NUM               PIC 9(6).
      *    FAKE-VALUE TABLES. CHANGING AN ENTRY CHANGES EVERY MASKED
      *    NAME THAT DRAWS IT - EXTRACTS TAKEN BEFORE AND AFTER WILL NO
      *    LONGER AGREE.
          01 WS-FIRST-NAME-VALUES.
              02 FILLER                 PIC X(9) VALUE "JAMES".
              02 FILLER                 PIC X(9) VALUE "MARY".
              02 FILLER                 PIC X(9) VALUE "ROBERT".
              02 FILLER                 PIC X(9) VALUE "PATRICIA".
              02 FILLER                 PIC X(9) VALUE "JOHN".
              02 FILLER                 PIC X(9) VALUE "JENNIFER".
              02 FILLER                 PIC X(9) VALUE "MICHAEL".
              02 FILLER                 PIC X(9) VALUE "LINDA".
              02 FILLER                 PIC X(9) VALUE "DAVID".
              02 FILLER                 PIC X(9) VALUE "BARBARA".
              02 FILLER                 PIC X(9) VALUE "WILLIAM".
              02 FILLER                 PIC X(9) VALUE "SUSAN".
              02 FILLER                 PIC X(9) VALUE "RICHARD".
              02 FILLER                 PIC X(9) VALUE "JESSICA".
              02 FILLER                 PIC X(9) VALUE "JOSEPH".
              02 FILLER                 PIC X(9) VALUE "SARAH".
              02 FILLER                 PIC X(9) VALUE "THOMAS".
              02 FILLER                 PIC X(9) VALUE "KAREN".
              02 FILLER                 PIC X(9) VALUE "CHARLES".
              02 FILLER                 PIC X(9) VALUE "NANCY".
              02 FILLER                 PIC X(9) VALUE "DANIEL".
              02 FILLER                 PIC X(9) VALUE "LISA".
              02 FILLER                 PIC X(9) VALUE "MATTHEW".
              02 FILLER                 PIC X(9) VALUE "BETTY".
              02 FILLER                 PIC X(9) VALUE "ANTHONY".
          01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
              02 WS-FIRST-NAME OCCURS 25 TIMES PIC X(9).
          01 WS-SURNAME-VALUES.
              02 FILLER                 PIC X(10) VALUE "ALDRIDGE".
              02 FILLER                 PIC X(10) VALUE "BARLOW".
              02 FILLER                 PIC X(10) VALUE "CALLOWAY".
              02 FILLER                 PIC X(10) VALUE "DUNMORE".
              02 FILLER                 PIC X(10) VALUE "ELLSWORTH".
              02 FILLER                 PIC X(10) VALUE "FAIRCHILD".
              02 FILLER                 PIC X(10) VALUE "GARRISON".
              02 FILLER                 PIC X(10) VALUE "HALLORAN".
              02 FILLER                 PIC X(10) VALUE "IVERSON".
              02 FILLER                 PIC X(10) VALUE "JASPERSON".
              02 FILLER                 PIC X(10) VALUE "KEMPTON".
              02 FILLER                 PIC X(10) VALUE "LANGFORD".
              02 FILLER                 PIC X(10) VALUE "MARSTON".
              02 FILLER                 PIC X(10) VALUE "NORWOOD".
              02 FILLER                 PIC X(10) VALUE "OAKLEY".
              02 FILLER                 PIC X(10) VALUE "PEMBERTON".
              02 FILLER                 PIC X(10) VALUE "QUINLAN".
              02 FILLER                 PIC X(10) VALUE "RADCLIFFE".
              02 FILLER                 PIC X(10) VALUE "SHELBY".
              02 FILLER                 PIC X(10) VALUE "THORNTON".
              02 FILLER                 PIC X(10) VALUE "UPTON".
              02 FILLER                 PIC X(10) VALUE "VANCE".
              02 FILLER                 PIC X(10) VALUE "WHITMORE".
              02 FILLER                 PIC X(10) VALUE "YARBROUGH".
              02 FILLER                 PIC X(10) VALUE "ASHCROFT".
              02 FILLER                 PIC X(10) VALUE "BRANDT".
              02 FILLER                 PIC X(10) VALUE "CROWLEY".
              02 FILLER                 PIC X(10) VALUE "DALTON".
              02 FILLER                 PIC X(10) VALUE "EASTWOOD".
              02 FILLER                 PIC X(10) VALUE "FENWICK".
              02 FILLER                 PIC X(10) VALUE "GRAYSON".
              02 FILLER                 PIC X(10) VALUE "HOLCOMB".
              02 FILLER                 PIC X(10) VALUE "INGRAM".
              02 FILLER                 PIC X(10) VALUE "JEFFERIES".
              02 FILLER                 PIC X(10) VALUE "KENDRICK".
              02 FILLER                 PIC X(10) VALUE "LOCKHART".
              02 FILLER                 PIC X(10) VALUE "MANSFIELD".
              02 FILLER                 PIC X(10) VALUE "NEWCOMB".
              02 FILLER                 PIC X(10) VALUE "PRESCOTT".
              02 FILLER                 PIC X(10) VALUE "ROWLAND".
          01 WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
              02 WS-SURNAME OCCURS 40 TIMES PIC X(10).
          01 WS-STREET-VALUES.
              02 FILLER                 PIC X(16) VALUE "OAK STREET".
              02 FILLER                 PIC X(16) VALUE "MAPLE AVENUE".
              02 FILLER                 PIC X(16) VALUE "CEDAR LANE".
              02 FILLER                 PIC X(16) VALUE "ELM STREET".
              02 FILLER                 PIC X(16) VALUE "PINE ROAD".
              02 FILLER                 PIC X(16) VALUE "BIRCH DRIVE".
              02 FILLER                 PIC X(16) VALUE "WALNUT STREET".
              02 FILLER                 PIC X(16)
                  VALUE "CHESTNUT AVENUE".
              02 FILLER                 PIC X(16) VALUE "WILLOW LANE".
              02 FILLER                 PIC X(16) VALUE "SPRUCE COURT".
              02 FILLER                 PIC X(16) VALUE "HICKORY ROAD".
              02 FILLER                 PIC X(16) VALUE "ASPEN DRIVE".
              02 FILLER                 PIC X(16) VALUE "LAUREL STREET".
              02 FILLER                 PIC X(16) VALUE "POPLAR AVENUE".
              02 FILLER                 PIC X(16) VALUE "SYCAMORE LANE".
              02 FILLER                 PIC X(16)
                  VALUE "MAGNOLIA DRIVE".
              02 FILLER                 PIC X(16) VALUE "JUNIPER COURT".
              02 FILLER                 PIC X(16) VALUE "HAWTHORN ROAD".
              02 FILLER                 PIC X(16) VALUE "LINDEN STREET".
              02 FILLER                 PIC X(16) VALUE "ALDER WAY".
          01 WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
              02 WS-STREET OCCURS 20 TIMES PIC X(16).
          01 WS-CITY-VALUES.
              02 FILLER                 PIC X(20)
                  VALUE "SPRINGFIELD IL".
              02 FILLER                 PIC X(20) VALUE "RIVERTON WY".
              02 FILLER                 PIC X(20) VALUE "FAIRVIEW OR".
              02 FILLER                 PIC X(20) VALUE "GREENVILLE SC".
              02 FILLER                 PIC X(20) VALUE "MADISON WI".
              02 FILLER                 PIC X(20) VALUE "CLINTON IA".
              02 FILLER                 PIC X(20) VALUE "FRANKLIN TN".
              02 FILLER                 PIC X(20) VALUE "GEORGETOWN KY".
              02 FILLER                 PIC X(20) VALUE "SALEM MA".
              02 FILLER                 PIC X(20) VALUE "ASHLAND OH".
              02 FILLER                 PIC X(20) VALUE "BRISTOL CT".
              02 FILLER                 PIC X(20) VALUE "DOVER DE".
          01 WS-CITY-TABLE REDEFINES WS-CITY-VALUES.
              02 WS-CITY OCCURS 12 TIMES PIC X(20).
          01 WS-AREA-CODE-VALUES.
              02 FILLER                 PIC X(3) VALUE "217".
              02 FILLER                 PIC X(3) VALUE "307".
              02 FILLER                 PIC X(3) VALUE "503".
              02 FILLER                 PIC X(3) VALUE "864".
              02 FILLER                 PIC X(3) VALUE "608".
              02 FILLER                 PIC X(3) VALUE "563".
              02 FILLER                 PIC X(3) VALUE "615".
              02 FILLER                 PIC X(3) VALUE "502".
          01 WS-AREA-CODE-TABLE REDEFINES WS-AREA-CODE-VALUES.
              02 WS-AREA-CODE OCCURS 8 TIMES PIC X(3).
          01 HD-LINE1.
              02 FILLER                 PIC X(30)
                  VALUE "MASKED TEST EXTRACT - ACCOUNTS".
              02 FILLER                 PIC X VALUE SPACE.
              02 HD-LOW-OUT             PIC 9(4).
              02 FILLER                 PIC X(4) VALUE " TO ".
              02 HD-HIGH-OUT            PIC 9(4).
              02 FILLER                 PIC X(16)
                  VALUE "  BUSINESS DATE ".
              02 HD-DATE-OUT            PIC 9(8).
              02 FILLER                 PIC X(13) VALUE SPACES.
          01 HD-LINE2.
              02 FILLER                 PIC X(22) VALUE "FILE".
              02 FILLER                 PIC X(7) VALUE "   READ".
              02 FILLER                 PIC X(9) VALUE "  WRITTEN".
              02 FILLER                 PIC X(9) VALUE "   MASKED".
              02 FILLER                 PIC X(33) VALUE "  NOTE".
          01 DTL-LINE.
              02 DTL-NAME-OUT           PIC X(22).
              02 DTL-READ-OUT           PIC ZZZ,ZZ9.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-WRITTEN-OUT        PIC ZZZ,ZZ9.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-MASKED-OUT         PIC ZZZ,ZZ9.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-NOTE-OUT           PIC X(31).
          01 TOT-LINE.
              02 FILLER                 PIC X(22) VALUE "TOTAL".
              02 TOT-READ-OUT           PIC ZZZ,ZZ9.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 TOT-WRITTEN-OUT        PIC ZZZ,ZZ9.
              02 FILLER                 PIC X(42) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           PERFORM 150-GET-FILE-PARMS-RTN
           PERFORM 170-GET-SLICE-RTN
           IF NOT WS-STOP
               PERFORM 180-CHECK-PATHS-RTN
           END-IF
           IF WS-STOP
               MOVE "C" TO WS-ALERT-SEV
               MOVE "MASKED EXTRACT REFUSED - SEE THE RUN'S DISPLAY"
                   TO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-LOG-PROGRAM
                   WS-ALERT-MSG
               MOVE 8 TO RETURN-CODE
               PERFORM 900-RUN-LOG-RTN
               STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE WS-LOW-ACCT TO HD-LOW-OUT
           MOVE WS-HIGH-ACCT TO HD-HIGH-OUT
           MOVE WS-BUS-DATE TO HD-DATE-OUT
           WRITE RPT-REC FROM HD-LINE1
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM HD-LINE2
           PERFORM 200-ACCOUNTS-RTN
           PERFORM 300-CUSTOMERS-RTN
           PERFORM 400-RELATIONS-RTN
           PERFORM 450-PARTIES-RTN
           PERFORM 500-AUDIT-RTN
           PERFORM 550-PENDING-RTN
           PERFORM 600-HOLDS-RTN
           PERFORM 650-EMPLOYEES-RTN
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-TOT-READ TO TOT-READ-OUT
           MOVE WS-TOT-WRITTEN TO TOT-WRITTEN-OUT
           WRITE RPT-REC FROM TOT-LINE
           CLOSE RPT-FILE
           DISPLAY "MASKED EXTRACT - ACCOUNTS " WS-LOW-ACCT " TO "
               WS-HIGH-ACCT "  RECORDS WRITTEN: " WS-TOT-WRITTEN
           IF WS-FAIL-CTR > ZERO
               DISPLAY "OUTPUT FILES THAT WOULD NOT OPEN: " WS-FAIL-CTR
               MOVE "C" TO WS-ALERT-SEV
               MOVE "MASKED EXTRACT INCOMPLETE - OUTPUT WOULD NOT OPEN"
                   TO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-LOG-PROGRAM
                   WS-ALERT-MSG
               MOVE 8 TO WS-RUN-RC
           ELSE
               IF WS-SKIP-CTR > ZERO
                   DISPLAY "INPUT FILES NOT AVAILABLE - SKIPPED: "
                       WS-SKIP-CTR
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           MOVE WS-RUN-RC TO RETURN-CODE
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

       150-GET-FILE-PARMS-RTN.
           MOVE "MASKX_ACCT_IN_PATH" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-ACCT-IN-PATH
           END-IF
           MOVE "MASKX_ACCT_OUT_PATH" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-ACCT-OUT-PATH
           END-IF
           MOVE "MASKX_SEQ_OUT_PATH" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-SEQ-OUT-PATH
           END-IF
           MOVE "MASKX_CUST_IN_PATH" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CUST-IN-PATH
           END-IF
           MOVE "MASKX_CUST_OUT_PATH" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CUST-OUT-PATH
           END-IF
           MOVE "MASKX_REL_IN_PATH" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REL-IN-PATH
           END-IF
           MOVE "MASKX_REL_OUT_PATH" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REL-OUT-PATH
           END-IF
           MOVE "MASKX_PTY_IN_PATH" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PTY-IN-PATH
           END-IF
           MOVE "MASKX_PTY_OUT_PATH" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PTY-OUT-PATH
           END-IF
           MOVE "MASKX_AUD_IN_PATH" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-AUD-IN-PATH
           END-IF
           MOVE "MASKX_AUD_OUT_PATH" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-AUD-OUT-PATH
           END-IF
           MOVE "MASKX_PEND_IN_PATH" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PEND-IN-PATH
           END-IF
           MOVE "MASKX_PEND_OUT_PATH" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PEND-OUT-PATH
           END-IF
           MOVE "MASKX_HOLD_IN_PATH" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-HOLD-IN-PATH
           END-IF
           MOVE "MASKX_HOLD_OUT_PATH" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-HOLD-OUT-PATH
           END-IF
           MOVE "MASKX_EMP_IN_PATH" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-EMP-IN-PATH
           END-IF
           MOVE "MASKX_EMP_OUT_PATH" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-EMP-OUT-PATH
           END-IF
           MOVE "MASKX_RPT_PATH" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF.

       160-GET-ONE-PARM-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT WS-ENV-NAME.

      ******************************************************************
      * THE SLICE BOUNDS MUST BE FOUR DIGITS EACH AND IN ORDER - A
      * MISTYPED BOUND WOULD OTHERWISE EXTRACT NOTHING, OR EVERYTHING.
      ******************************************************************
       170-GET-SLICE-RTN.
           MOVE "MASKX_ACCT_LOW" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               IF WS-ENV-HOLD (1:4) IS NUMERIC
                   AND WS-ENV-HOLD (5:76) = SPACES
                   MOVE WS-ENV-HOLD (1:4) TO WS-LOW-ACCT
               ELSE
                   DISPLAY "MASKX_ACCT_LOW IS NOT A FOUR-DIGIT ACCOUNT"
                   MOVE "Y" TO WS-STOP-SW
               END-IF
           END-IF
           MOVE "MASKX_ACCT_HIGH" TO WS-ENV-NAME
           PERFORM 160-GET-ONE-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               IF WS-ENV-HOLD (1:4) IS NUMERIC
                   AND WS-ENV-HOLD (5:76) = SPACES
                   MOVE WS-ENV-HOLD (1:4) TO WS-HIGH-ACCT
               ELSE
                   DISPLAY "MASKX_ACCT_HIGH IS NOT A FOUR-DIGIT ACCOUNT"
                   MOVE "Y" TO WS-STOP-SW
               END-IF
           END-IF
           IF NOT WS-STOP AND WS-LOW-ACCT > WS-HIGH-ACCT
               DISPLAY "ACCOUNT SLICE " WS-LOW-ACCT " TO " WS-HIGH-ACCT
                   " IS EMPTY"
               MOVE "Y" TO WS-STOP-SW
           END-IF.

      ******************************************************************
      * NO OUTPUT MAY BE ANY INPUT. A JOB DECK THAT POINTS AN OUTPUT AT
      * A PRODUCTION FILE WOULD OTHERWISE REPLACE IT WITH MASKED DATA.
      ******************************************************************
       180-CHECK-PATHS-RTN.
           MOVE WS-ACCT-IN-PATH TO WS-IN-PATH (1)
           MOVE WS-CUST-IN-PATH TO WS-IN-PATH (2)
           MOVE WS-REL-IN-PATH TO WS-IN-PATH (3)
           MOVE WS-PTY-IN-PATH TO WS-IN-PATH (4)
           MOVE WS-AUD-IN-PATH TO WS-IN-PATH (5)
           MOVE WS-PEND-IN-PATH TO WS-IN-PATH (6)
           MOVE WS-HOLD-IN-PATH TO WS-IN-PATH (7)
           MOVE WS-EMP-IN-PATH TO WS-IN-PATH (8)
           MOVE WS-ACCT-OUT-PATH TO WS-OUT-PATH (1)
           MOVE WS-CUST-OUT-PATH TO WS-OUT-PATH (2)
           MOVE WS-REL-OUT-PATH TO WS-OUT-PATH (3)
           MOVE WS-PTY-OUT-PATH TO WS-OUT-PATH (4)
           MOVE WS-AUD-OUT-PATH TO WS-OUT-PATH (5)
           MOVE WS-PEND-OUT-PATH TO WS-OUT-PATH (6)
           MOVE WS-HOLD-OUT-PATH TO WS-OUT-PATH (7)
           MOVE WS-EMP-OUT-PATH TO WS-OUT-PATH (8)
           MOVE WS-SEQ-OUT-PATH TO WS-OUT-PATH (9)
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1 UNTIL WS-OUT-IDX > 9
               PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > 8
                   IF WS-OUT-PATH (WS-OUT-IDX) = WS-IN-PATH (WS-IN-IDX)
                       DISPLAY "OUTPUT IS A PRODUCTION INPUT - "
                           WS-OUT-PATH (WS-OUT-IDX)
                       MOVE "Y" TO WS-STOP-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * THE INDEXED ACCOUNT MASTER, STARTED AT THE LOW BOUND AND READ
      * IN KEY ORDER TO THE HIGH ONE. THE MASKED RECORD GOES TO THE
      * TEST INDEXED MASTER AND, BYTE FOR BYTE THE SAME, TO THE
      * SEQUENTIAL IMAGE SEQ-UPDATE READS AS MASTER.OLD, SO THE TWO
      * TEST MASTERS AGREE AS THE PRODUCTION ONES DO.
      ******************************************************************
       200-ACCOUNTS-RTN.
           MOVE "ACCOUNT MASTER" TO WS-F-NAME
           PERFORM 810-CLEAR-COUNTS-RTN
           OPEN INPUT ACCT-IN
           IF WS-ACCT-IN-STATUS NOT = "00"
               PERFORM 820-NOT-AVAILABLE-RTN
           ELSE
               OPEN OUTPUT ACCT-OUT
               OPEN OUTPUT SEQ-OUT
               IF WS-ACCT-OUT-STATUS NOT = "00"
                   OR WS-SEQ-OUT-STATUS NOT = "00"
                   PERFORM 830-NO-OUTPUT-RTN
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   MOVE WS-LOW-ACCT TO ACCT-NO-IN
                   START ACCT-IN KEY IS NOT LESS THAN ACCT-NO-IN
                       INVALID KEY
                           MOVE "Y" TO WS-EOF-SW
                   END-START
                   PERFORM 250-ACCOUNT-ONE-RTN UNTIL WS-EOF
                   CLOSE ACCT-OUT
                   CLOSE SEQ-OUT
               END-IF
               CLOSE ACCT-IN
           END-IF
           PERFORM 800-REPORT-FILE-RTN.

       250-ACCOUNT-ONE-RTN.
           READ ACCT-IN NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF ACCT-NO-IN > WS-HIGH-ACCT
                       MOVE "Y" TO WS-EOF-SW
                   ELSE
                       ADD 1 TO WS-F-READ
                       MOVE ACCT-NO-IN TO WS-SEED
                       PERFORM 700-FAKE-NAME-RTN
                       MOVE WS-FAKE-NAME TO ACCT-NAME-IN
                       ADD 1 TO WS-F-MASKED
                       MOVE ACCT-IN-REC TO ACCT-OUT-REC
                       WRITE ACCT-OUT-REC
                           INVALID KEY
                               DISPLAY "ACCOUNT " ACCT-NO-IN
                                   " NOT WRITTEN TO THE TEST MASTER"
                           NOT INVALID KEY
                               ADD 1 TO WS-F-WRITTEN
                       END-WRITE
                       WRITE SEQ-OUT-REC FROM ACCT-IN-REC
                   END-IF
           END-READ.

      ******************************************************************
      * THE CUSTOMER MASTER IS KEYED BY ACCOUNT NUMBER - SAME SLICE,
      * SAME FAKE NAME AS THE ACCOUNT. AN EMPTY TAX ID OR E-MAIL STAYS
      * EMPTY SO THE WITHHOLDING AND PAPERLESS PATHS STILL SEE WHO HAS
      * NONE.
      ******************************************************************
       300-CUSTOMERS-RTN.
           MOVE "CUSTOMER MASTER" TO WS-F-NAME
           PERFORM 810-CLEAR-COUNTS-RTN
           OPEN INPUT CUST-IN
           IF WS-CUST-IN-STATUS NOT = "00"
               PERFORM 820-NOT-AVAILABLE-RTN
           ELSE
               OPEN OUTPUT CUST-OUT
               IF WS-CUST-OUT-STATUS NOT = "00"
                   PERFORM 830-NO-OUTPUT-RTN
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   MOVE WS-LOW-ACCT TO CI-ACCT-NO
                   START CUST-IN KEY IS NOT LESS THAN CI-ACCT-NO
                       INVALID KEY
                           MOVE "Y" TO WS-EOF-SW
                   END-START
                   PERFORM 350-CUSTOMER-ONE-RTN UNTIL WS-EOF
                   CLOSE CUST-OUT
               END-IF
               CLOSE CUST-IN
           END-IF
           PERFORM 800-REPORT-FILE-RTN.

       350-CUSTOMER-ONE-RTN.
           READ CUST-IN NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF CI-ACCT-NO > WS-HIGH-ACCT
                       MOVE "Y" TO WS-EOF-SW
                   ELSE
                       ADD 1 TO WS-F-READ
                       MOVE CI-ACCT-NO TO WS-SEED
                       PERFORM 700-FAKE-NAME-RTN
                       PERFORM 710-FAKE-CONTACT-RTN
                       MOVE WS-FAKE-NAME TO CI-NAME
                       MOVE WS-FAKE-ADDRESS TO CI-ADDRESS
                       MOVE WS-FAKE-CITY TO CI-CITY-STATE
                       IF CI-PHONE NOT = SPACES
                           MOVE WS-FAKE-PHONE TO CI-PHONE
                       END-IF
                       IF CI-TAX-ID NOT = SPACES
                           MOVE CI-ACCT-NO TO WS-FT-ACCT
                           MOVE WS-FAKE-TAX-ID TO CI-TAX-ID
                       END-IF
                       IF CI-EMAIL NOT = SPACES
                           MOVE CI-ACCT-NO TO WS-FE-ACCT
                           MOVE WS-FAKE-EMAIL TO CI-EMAIL
                       END-IF
                       ADD 1 TO WS-F-MASKED
                       MOVE CUST-IN-REC TO CUST-OUT-REC
                       WRITE CUST-OUT-REC
                           INVALID KEY
                               DISPLAY "CUSTOMER " CI-ACCT-NO
                                   " NOT WRITTEN TO THE TEST MASTER"
                           NOT INVALID KEY
                               ADD 1 TO WS-F-WRITTEN
                       END-WRITE
                   END-IF
           END-READ.

      ******************************************************************
      * RELATIONSHIPS CARRY NO NAMES. A PROTECTING ACCOUNT OUTSIDE THE
      * SLICE IS BLANKED SO THE OVERDRAFT SWEEP DOES NOT LOOK FOR AN
      * ACCOUNT THE TEST MASTER DOES NOT HAVE.
      ******************************************************************
       400-RELATIONS-RTN.
           MOVE "CUSTOMER RELATIONS" TO WS-F-NAME
           PERFORM 810-CLEAR-COUNTS-RTN
           OPEN INPUT REL-IN
           IF WS-IN-STATUS NOT = "00"
               PERFORM 820-NOT-AVAILABLE-RTN
           ELSE
               OPEN OUTPUT REL-OUT
               IF WS-OUT-STATUS NOT = "00"
                   PERFORM 830-NO-OUTPUT-RTN
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 410-RELATION-ONE-RTN UNTIL WS-EOF
                   CLOSE REL-OUT
               END-IF
               CLOSE REL-IN
           END-IF
           PERFORM 800-REPORT-FILE-RTN.

       410-RELATION-ONE-RTN.
           READ REL-IN
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-F-READ
                   MOVE REL-ACCT-NO TO WS-CHK-ACCT
                   PERFORM 750-CHECK-SLICE-RTN
                   IF WS-IN-SLICE
                       IF REL-PROTECT-ACCT NOT = SPACES
                           MOVE REL-PROTECT-ACCT TO WS-CHK-ACCT
                           PERFORM 750-CHECK-SLICE-RTN
                           IF NOT WS-IN-SLICE
                               MOVE SPACES TO REL-PROTECT-ACCT
                               ADD 1 TO WS-F-MASKED
                           END-IF
                       END-IF
                       WRITE REL-OUT-REC FROM REL-IN-REC
                       ADD 1 TO WS-F-WRITTEN
                   END-IF
           END-READ.

      ******************************************************************
      * THE PRIMARY PARTY IS THE CUSTOMER MASTER'S NAME AND GETS THE
      * ACCOUNT'S FAKE NAME. EVERY OTHER PARTY DRAWS BY PARTY ID, SO A
      * JOINT OWNER ON TWO ACCOUNTS IS THE SAME FAKE PERSON ON BOTH.
      ******************************************************************
       450-PARTIES-RTN.
           MOVE "ACCOUNT PARTIES" TO WS-F-NAME
           PERFORM 810-CLEAR-COUNTS-RTN
           OPEN INPUT PTY-IN
           IF WS-IN-STATUS NOT = "00"
               PERFORM 820-NOT-AVAILABLE-RTN
           ELSE
               OPEN OUTPUT PTY-OUT
               IF WS-OUT-STATUS NOT = "00"
                   PERFORM 830-NO-OUTPUT-RTN
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 460-PARTY-ONE-RTN UNTIL WS-EOF
                   CLOSE PTY-OUT
               END-IF
               CLOSE PTY-IN
           END-IF
           PERFORM 800-REPORT-FILE-RTN.

       460-PARTY-ONE-RTN.
           READ PTY-IN
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-F-READ
                   MOVE PTY-ACCT-NO TO WS-CHK-ACCT
                   PERFORM 750-CHECK-SLICE-RTN
                   IF WS-IN-SLICE
                       IF PTY-PRIMARY
                           MOVE PTY-ACCT-NO TO WS-SEED
                       ELSE
                           IF PTY-PARTY-ID IS NUMERIC
                               MOVE PTY-PARTY-ID TO WS-PARTY-NUM
                           ELSE
                               MOVE PTY-ACCT-NO TO WS-PARTY-NUM
                           END-IF
                           COMPUTE WS-SEED = WS-PARTY-NUM + 500
                       END-IF
                       PERFORM 700-FAKE-NAME-RTN
                       MOVE WS-FAKE-NAME TO PTY-NAME
                       ADD 1 TO WS-F-MASKED
                       WRITE PTY-OUT-REC FROM PTY-IN-REC
                       ADD 1 TO WS-F-WRITTEN
                   END-IF
           END-READ.

       500-AUDIT-RTN.
           MOVE "AUDIT HISTORY" TO WS-F-NAME
           PERFORM 810-CLEAR-COUNTS-RTN
           OPEN INPUT AUD-IN
           IF WS-IN-STATUS NOT = "00"
               PERFORM 820-NOT-AVAILABLE-RTN
           ELSE
               OPEN OUTPUT AUD-OUT
               IF WS-OUT-STATUS NOT = "00"
                   PERFORM 830-NO-OUTPUT-RTN
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 510-AUDIT-ONE-RTN UNTIL WS-EOF
                   CLOSE AUD-OUT
               END-IF
               CLOSE AUD-IN
           END-IF
           PERFORM 800-REPORT-FILE-RTN.

       510-AUDIT-ONE-RTN.
           READ AUD-IN
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-F-READ
                   MOVE AUD-ACCT-NO TO WS-CHK-ACCT
                   PERFORM 750-CHECK-SLICE-RTN
                   IF WS-IN-SLICE
                       WRITE AUD-OUT-REC FROM AUD-IN-REC
                       ADD 1 TO WS-F-WRITTEN
                   END-IF
           END-READ.

      ******************************************************************
      * A PENDING TRANSFER IS KEPT ONLY WHEN BOTH LEGS ARE IN THE
      * SLICE - ONE LEG ALONE WOULD REJECT WHEN IT RELEASES.
      ******************************************************************
       550-PENDING-RTN.
           MOVE "PENDING TRANSACTIONS" TO WS-F-NAME
           PERFORM 810-CLEAR-COUNTS-RTN
           OPEN INPUT PEND-IN
           IF WS-IN-STATUS NOT = "00"
               PERFORM 820-NOT-AVAILABLE-RTN
           ELSE
               OPEN OUTPUT PEND-OUT
               IF WS-OUT-STATUS NOT = "00"
                   PERFORM 830-NO-OUTPUT-RTN
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 560-PENDING-ONE-RTN UNTIL WS-EOF
                   CLOSE PEND-OUT
               END-IF
               CLOSE PEND-IN
           END-IF
           PERFORM 800-REPORT-FILE-RTN.

       560-PENDING-ONE-RTN.
           READ PEND-IN
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-F-READ
                   MOVE T-ACCT-NO TO WS-CHK-ACCT
                   PERFORM 750-CHECK-SLICE-RTN
                   IF WS-IN-SLICE AND T-TARGET-ACCT NOT = SPACES
                       MOVE T-TARGET-ACCT TO WS-CHK-ACCT
                       PERFORM 750-CHECK-SLICE-RTN
                   END-IF
                   IF WS-IN-SLICE
                       WRITE PEND-OUT-REC FROM PEND-IN-REC
                       ADD 1 TO WS-F-WRITTEN
                   END-IF
           END-READ.

       600-HOLDS-RTN.
           MOVE "HOLDS" TO WS-F-NAME
           PERFORM 810-CLEAR-COUNTS-RTN
           OPEN INPUT HOLD-IN
           IF WS-IN-STATUS NOT = "00"
               PERFORM 820-NOT-AVAILABLE-RTN
           ELSE
               OPEN OUTPUT HOLD-OUT
               IF WS-OUT-STATUS NOT = "00"
                   PERFORM 830-NO-OUTPUT-RTN
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 610-HOLD-ONE-RTN UNTIL WS-EOF
                   CLOSE HOLD-OUT
               END-IF
               CLOSE HOLD-IN
           END-IF
           PERFORM 800-REPORT-FILE-RTN.

       610-HOLD-ONE-RTN.
           READ HOLD-IN
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-F-READ
                   MOVE HLD-ACCT-NO TO WS-CHK-ACCT
                   PERFORM 750-CHECK-SLICE-RTN
                   IF WS-IN-SLICE
                       WRITE HOLD-OUT-REC FROM HOLD-IN-REC
                       ADD 1 TO WS-F-WRITTEN
                   END-IF
           END-READ.

      ******************************************************************
      * EVERY EMPLOYEE IS KEPT - THE FILE HAS NO ACCOUNT KEY. THE FAKE
      * RATE IS A PLAUSIBLE HOURLY RATE, NOT THE REAL ONE SCALED, SO
      * NO ONE'S PAY CAN BE WORKED BACK FROM IT. A DIRECT-DEPOSIT
      * ACCOUNT OUTSIDE THE SLICE IS BLANKED AND THE EMPLOYEE IS PAID
      * OUT INSTEAD.
      ******************************************************************
       650-EMPLOYEES-RTN.
           MOVE "EMPLOYEES" TO WS-F-NAME
           PERFORM 810-CLEAR-COUNTS-RTN
           OPEN INPUT EMP-IN
           IF WS-IN-STATUS NOT = "00"
               PERFORM 820-NOT-AVAILABLE-RTN
           ELSE
               OPEN OUTPUT EMP-OUT
               IF WS-OUT-STATUS NOT = "00"
                   PERFORM 830-NO-OUTPUT-RTN
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 660-EMPLOYEE-ONE-RTN UNTIL WS-EOF
                   CLOSE EMP-OUT
               END-IF
               CLOSE EMP-IN
           END-IF
           PERFORM 800-REPORT-FILE-RTN.

       660-EMPLOYEE-ONE-RTN.
           READ EMP-IN
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-F-READ
                   IF EMP-REC-NUM IS NUMERIC
                       COMPUTE WS-SEED = EMP-REC-NUM + 800
                   ELSE
                       COMPUTE WS-SEED = WS-F-READ + 800
                   END-IF
                   PERFORM 700-FAKE-NAME-RTN
                   MOVE WS-FAKE-NAME TO EMP-REC-NAME
                   DIVIDE WS-SEED BY 12 GIVING WS-QUOT
                       REMAINDER WS-REM
                   COMPUTE WS-FAKE-RATE = 14.50 + WS-REM * 1.25
                   MOVE WS-FAKE-RATE TO EMP-REC-RATE
                   IF EMP-REC-DD-ACCT NOT = SPACES
                       MOVE EMP-REC-DD-ACCT TO WS-CHK-ACCT
                       PERFORM 750-CHECK-SLICE-RTN
                       IF NOT WS-IN-SLICE
                           MOVE SPACES TO EMP-REC-DD-ACCT
                       END-IF
                   END-IF
                   ADD 1 TO WS-F-MASKED
                   WRITE EMP-OUT-REC FROM EMP-IN-REC
                   ADD 1 TO WS-F-WRITTEN
           END-READ.

      ******************************************************************
      * FAKE NAME FROM WS-SEED - FIRST NAME BY THE SEED MODULO 25,
      * SURNAME BY THE QUOTIENT MODULO 40, SO A THOUSAND SEEDS IN A
      * ROW ALL GET DIFFERENT NAMES.
      ******************************************************************
       700-FAKE-NAME-RTN.
           DIVIDE WS-SEED BY 25 GIVING WS-QUOT REMAINDER WS-REM
           COMPUTE WS-PICK = WS-REM + 1
           DIVIDE WS-QUOT BY 40 GIVING WS-QUOT REMAINDER WS-REM
           COMPUTE WS-SUR-PICK = WS-REM + 1
           MOVE SPACES TO WS-FAKE-NAME
           STRING WS-FIRST-NAME (WS-PICK) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-SURNAME (WS-SUR-PICK) DELIMITED BY SPACE
               INTO WS-FAKE-NAME.

      ******************************************************************
      * FAKE STREET ADDRESS, CITY AND PHONE FROM WS-SEED.
      ******************************************************************
       710-FAKE-CONTACT-RTN.
           DIVIDE WS-SEED BY 900 GIVING WS-QUOT REMAINDER WS-REM
           COMPUTE WS-HOUSE-NO = WS-REM + 100
           DIVIDE WS-SEED BY 20 GIVING WS-QUOT REMAINDER WS-REM
           COMPUTE WS-PICK = WS-REM + 1
           MOVE SPACES TO WS-FAKE-ADDRESS
           STRING WS-HOUSE-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STREET (WS-PICK) DELIMITED BY "  "
               INTO WS-FAKE-ADDRESS
           DIVIDE WS-QUOT BY 12 GIVING WS-QUOT REMAINDER WS-REM
           COMPUTE WS-PICK = WS-REM + 1
           MOVE WS-CITY (WS-PICK) TO WS-FAKE-CITY
           DIVIDE WS-SEED BY 8 GIVING WS-QUOT REMAINDER WS-REM
           COMPUTE WS-PICK = WS-REM + 1
           MOVE WS-AREA-CODE (WS-PICK) TO WS-FP-AREA
           DIVIDE WS-SEED BY 100 GIVING WS-QUOT REMAINDER WS-REM
           MOVE WS-REM TO WS-FP-LINE.

       750-CHECK-SLICE-RTN.
           MOVE "N" TO WS-SLICE-SW
           IF WS-CHK-ACCT IS NUMERIC
               AND WS-CHK-ACCT NOT < WS-LOW-ACCT-X
               AND WS-CHK-ACCT NOT > WS-HIGH-ACCT-X
               MOVE "Y" TO WS-SLICE-SW
           END-IF.

      ******************************************************************
      * ONE REPORT LINE PER FILE, ADDED TO THE RUN TOTALS.
      ******************************************************************
       800-REPORT-FILE-RTN.
           MOVE WS-F-NAME TO DTL-NAME-OUT
           MOVE WS-F-READ TO DTL-READ-OUT
           MOVE WS-F-WRITTEN TO DTL-WRITTEN-OUT
           MOVE WS-F-MASKED TO DTL-MASKED-OUT
           MOVE WS-F-NOTE TO DTL-NOTE-OUT
           WRITE RPT-REC FROM DTL-LINE
           ADD WS-F-READ TO WS-TOT-READ
           ADD WS-F-WRITTEN TO WS-TOT-WRITTEN.

       810-CLEAR-COUNTS-RTN.
           MOVE ZERO TO WS-F-READ
           MOVE ZERO TO WS-F-WRITTEN
           MOVE ZERO TO WS-F-MASKED
           MOVE SPACES TO WS-F-NOTE.

       820-NOT-AVAILABLE-RTN.
           MOVE "INPUT NOT AVAILABLE - SKIPPED" TO WS-F-NOTE
           DISPLAY WS-F-NAME " INPUT NOT AVAILABLE - SKIPPED"
           ADD 1 TO WS-SKIP-CTR.

       830-NO-OUTPUT-RTN.
           MOVE "OUTPUT WILL NOT OPEN" TO WS-F-NOTE
           DISPLAY WS-F-NAME " OUTPUT WILL NOT OPEN"
           ADD 1 TO WS-FAIL-CTR.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
      * NOT SET, AS IN A STANDALONE LESSON RUN).
      ******************************************************************
       900-RUN-LOG-RTN.
           MOVE WS-TOT-READ TO WS-LOG-READ
           MOVE WS-TOT-WRITTEN TO WS-LOG-WRITTEN
           MOVE ZERO TO WS-LOG-REJECTED
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
