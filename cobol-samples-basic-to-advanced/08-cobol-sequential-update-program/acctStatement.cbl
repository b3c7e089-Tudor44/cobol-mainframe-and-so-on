      ******************************************************************
      *15-10-2026 GD - AN "E" EXTERNAL PAYMENT PRINTS AS "PAYMENT".
      *15-10-2026 GD - PAPERLESS STATEMENTS - THE CUSTOMER MASTER IS NOW
      *155 BYTES WITH A DELIVERY PREFERENCE (P PAPER, E ELECTRONIC, B
      *BOTH) AND E-MAIL ADDRESS, SET BY PAPERLESS-ENROLL. WITH
      *STMT_EXTRACT_PATH AND STMT_NOTIFY_PATH SET, A DOCUMENT WHOSE
      *MAILING ACCOUNT'S CUSTOMER IS ON E OR B GOES TO THE DOCUMENT
      *VENDOR'S STRUCTURED EXTRACT - H MAILING BLOCK, J JOINT OWNER,
      *A ACCOUNT OPENING, T TRANSACTION, C ACCOUNT CLOSING, E END OF
      *DOCUMENT, ONE Z TRAILER WITH THE COUNTS - AND A "STATEMENT
      *READY" ROW GOES TO THE NOTIFICATION FILE FOR THE E-MAIL. AN E
      *DOCUMENT IS NOT PRINTED (OR SPOOLED); A B DOCUMENT IS BOTH. AN
      *ENROLLED CUSTOMER WITH NO E-MAIL ON FILE IS PRINTED AND
      *COUNTED. RETURNED MAIL HOLDS BACK ONLY PAPER - A B CUSTOMER
      *WHOSE MAIL CAME BACK GETS THE ELECTRONIC COPY ALONE. THE RUN-
      *TOTALS PAGE RECONCILES PRINTED PLUS ELECTRONIC LESS BOTH TO
      *STATEMENTS PRODUCED AND ENDS RC 8 WHEN THEY DISAGREE. PATHS NOT
      *SET = EVERY DOCUMENT PRINTED AS BEFORE.
      *15-10-2026 GD - MAIL CONSOLIDATION - EVERY STATEMENT LINE
      *PRINTED IS ALSO HANDED TO THE SHARED MAIL-SPOOL-RTN (SOURCE
      *"STMT", MAILED TO THE MAILING ACCOUNT'S CUSTOMER) SO MAIL-
      *CONSOLIDATE CAN HOUSEHOLD AND PRESORT THE NIGHT'S MAIL. NO-OP
      *WHEN MAILSPOOL_PATH IS NOT SET.
      *15-10-2026 GD - RETURNED MAIL - THE CUSTOMER MASTER IS NOW 104
      *BYTES WITH A RETURNED-MAIL STATUS ON THE END. A DOCUMENT WHOSE
      *MAILING ACCOUNT'S CUSTOMER IS FLAGGED IS NOT PRINTED - NO
      *HEADER, SECTIONS OR MASTER CROSS-CHECK - AND IS NOT COUNTED AS
      *PRODUCED. THE RUN-TOTALS PAGE COUNTS THEM AND LISTS EACH ONE
      *(MAILING ACCOUNT AND NAME) UNDER "NOT MAILED - RETURNED MAIL";
      *THE LIST HOLDS 999 DOCUMENTS, THE COUNT IS ALWAYS COMPLETE.
      *15-10-2026 GD - JOINT OWNERS ON THE ACCOUNT-PARTY FILE ARE NOW
      *ADDRESSED - AN "AND <NAME>" LINE UNDER THE CUSTOMER NAME FOR
      *EVERY JOINT OWNER ACTIVE TODAY, FROM THE SHARED ACCT-PARTY-RTN
      *(ACCTPARTY_PATH; NOT SET = THE CUSTOMER NAME ALONE AS BEFORE).
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 95 BYTES - TAX ID AND
      *BACKUP-WITHHOLDING STATUS ON THE END; NO FIELD MOVES.
      *15-10-2026 GD - OVERDRAFT SWEEPS - A TRANSFER LEG WHOSE TRACE
      *STARTS "ODS" PRINTS AS "OD SWEEP" ON BOTH THE PROTECTED AND THE
      *PROTECTING ACCOUNT'S STATEMENT. THE RELATIONSHIP RECORD IS NOW
      *15 BYTES (REL-PROTECT-ACCT, NOT USED HERE).
      *15-10-2026 GD - A TYPE "V" HISTORY ROW PRINTS AS "REVERSAL" -
      *THE AMOUNT IS THE ORIGINAL'S, THE BALANCE THE ONE AFTER IT WAS
      *BACKED OUT.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - HISTORY (48),
      *INDEXED HISTORY (56), MASTER (43), CUSTOMER (85), CYCLE
      *ASSIGNMENT (6) AND RELATIONSHIP (11) RECORDS ALL CARRY THE WIDER
      *ACCOUNT NUMBER; THE ASSIGNMENT AND RELATIONSHIP TABLES HOLD 999
      *ROWS.
      *15-10-2026 GD - DEFAULT CYCLE BY PRODUCT - WHEN STMT_PROD_PATH
      *NAMES THE PRODUCT-MAINT MASTER, AN ACCOUNT WITH NO ROW ON THE
      *CYCLE ASSIGNMENT FILE TAKES ITS PRODUCT'S DEFAULT STATEMENT
      *CYCLE (THE PRODUCT CODE IS READ OFF THE INDEXED MASTER). AN
      *EXPLICIT ASSIGNMENT STILL WINS; AN ACCOUNT WITH NO PRODUCT, OR
      *A PRODUCT WITH NO DEFAULT CYCLE, STAYS ON THE MONTHLY RUN.
      *02-09-2026 GD - KEYED HISTORY - WHEN STMT_IDXHIST_PATH NAMES
      *THE INDEXED HISTORY AUDIT-ARCHIVE FEEDS, A NON-COMBINED RUN
      *READS IT IN KEY ORDER (ACCOUNT-MAJOR, DATE-MINOR) AND SKIPS
               ACCESS IS SEQUENTIAL
               RECORD KEY IS IXH-KEY
               FILE STATUS IS WS-IDXH-STATUS.
       SELECT PROD-FILE ASSIGN TO WS-PROD-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
       SELECT SEXT-FILE ASSIGN TO WS-SEXT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEXT-STATUS.
       SELECT NTFY-FILE ASSIGN TO WS-NTFY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTFY-STATUS.
       SELECT SORT-FILE ASSIGN TO DISK.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD HIST-FILE
          RECORD CONTAINS 48 CHARACTERS.
          01 HIST-REC                  PIC X(48).
      *
       FD IDX-FILE
          RECORD CONTAINS 43 CHARACTERS.
          01 IN-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-IN==
                                  ==AMT-DUE== BY ==AMT-DUE-IN==
                                  ==ACCT-STATUS== BY ==ACCT-STAT-IN==
                                  ==BRANCH-CODE== BY ==BRANCH-IN==
                                  ==ACCT-NAME== BY ==ACCT-NAME-IN==
                                  ==ACCT-PRODUCT== BY ==ACCT-PROD-IN==
                                  ==BRANCH-CODE-PICTURE== BY ==X(2)==
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
       FD STMT-FILE
          RECORD CONTAINS 80 CHARACTERS.
          01 STMT-REC                  PIC X(80).
      *
       FD CYCLE-FILE
          RECORD CONTAINS 6 CHARACTERS.
          01 CYCLE-REC.
              02 CYC-ACCT-NO             PIC X(4).
              02 CYC-CODE                PIC X(2).
      *
       FD CYCCAL-FILE
              02 CAL-RUN-DATE            PIC 9(8).
      *
       FD REL-FILE
          RECORD CONTAINS 15 CHARACTERS.
          01 REL-REC.
              02 REL-CUST-ID             PIC X(6).
              02 REL-ACCT-NO             PIC X(4).
              02 REL-PRIMARY             PIC X.
              02 REL-PROTECT-ACCT        PIC X(4).
      *
       FD IDXH-FILE
          RECORD CONTAINS 56 CHARACTERS.
          01 IDXH-REC.
              02 IXH-KEY.
                  03 IXH-ACCT-NO          PIC X(4).
                  03 IXH-BUS-DATE         PIC 9(8).
                  03 IXH-SEQ              PIC 9(4).
              02 FILLER                   PIC X.
              02 IXH-AUDIT-DATA           PIC X(39).
      *
       FD PROD-FILE
          RECORD CONTAINS 34 CHARACTERS.
          01 PROD-REC.
              02 PRD-CODE                 PIC X(2).
              02 PRD-NAME                 PIC X(20).
              02 PRD-RATE-PRODUCT         PIC X.
              02 PRD-FEE-SCHED            PIC X(2).
              02 PRD-CYCLE                PIC X(2).
              02 PRD-CREDIT-LIMIT         PIC 9(5)V99.
      *
      *   DOCUMENT-VENDOR EXTRACT - ONE ROW PER STATEMENT ELEMENT, THE
      *   BODY LAID OUT BY RECORD TYPE.
       FD SEXT-FILE
          RECORD CONTAINS 130 CHARACTERS.
          01 SEXT-REC.
              02 SX-REC-TYPE              PIC X.
              02 SX-DOC-ACCT              PIC X(4).
              02 SX-STMT-MONTH            PIC X(6).
              02 SX-BODY                  PIC X(119).
              02 SX-HDR REDEFINES SX-BODY.
                  03 SX-H-NAME            PIC X(20).
                  03 SX-H-ADDRESS         PIC X(25).
                  03 SX-H-CITY            PIC X(20).
                  03 SX-H-EMAIL           PIC X(50).
                  03 SX-H-PREF            PIC X.
                  03 FILLER               PIC X(3).
              02 SX-JNT REDEFINES SX-BODY.
                  03 SX-J-NAME            PIC X(20).
                  03 FILLER               PIC X(99).
              02 SX-OPN REDEFINES SX-BODY.
                  03 SX-A-ACCT            PIC X(4).
                  03 SX-A-OPEN-BAL        PIC 9(5)V99.
                  03 FILLER               PIC X(108).
              02 SX-TRN REDEFINES SX-BODY.
                  03 SX-T-ACCT            PIC X(4).
                  03 SX-T-DATE            PIC 9(8).
                  03 SX-T-TYPE            PIC X(10).
                  03 SX-T-AMT             PIC 9(4)V99.
                  03 SX-T-BAL             PIC 9(5)V99.
                  03 FILLER               PIC X(84).
              02 SX-CLS REDEFINES SX-BODY.
                  03 SX-C-ACCT            PIC X(4).
                  03 SX-C-CLOSE-BAL       PIC 9(5)V99.
                  03 SX-C-FLAG            PIC X(27).
                  03 FILLER               PIC X(81).
              02 SX-END REDEFINES SX-BODY.
                  03 SX-E-STMTS           PIC 9(3).
                  03 SX-E-REL-TOTAL       PIC 9(7)V99.
                  03 FILLER               PIC X(107).
              02 SX-TRL REDEFINES SX-BODY.
                  03 SX-Z-BUS-DATE        PIC 9(8).
                  03 SX-Z-DOCS            PIC 9(6).
                  03 SX-Z-STMTS           PIC 9(6).
                  03 SX-Z-RECS            PIC 9(8).
                  03 FILLER               PIC X(91).
      *
      *   "YOUR STATEMENT IS READY" - ONE ROW PER ELECTRONIC DOCUMENT.
       FD NTFY-FILE
          RECORD CONTAINS 100 CHARACTERS.
          01 NTFY-REC.
              02 NTF-ACCT-NO              PIC X(4).
              02 NTF-NAME                 PIC X(20).
              02 NTF-EMAIL                PIC X(50).
              02 NTF-BUS-DATE             PIC 9(8).
              02 NTF-STMT-MONTH           PIC X(6).
              02 NTF-STMTS                PIC 9(3).
              02 NTF-PREF                 PIC X.
              02 FILLER                   PIC X(8).
      *
       SD SORT-FILE.
          01 SORT-REC.
              02 SRT-CUST-ID              PIC X(6).
              02 SRT-ACCT-NO              PIC X(4).
              02 SRT-BUS-DATE             PIC 9(8).
              02 SRT-IMAGE                PIC X(48).
      *
       WORKING-STORAGE SECTION.
          01 WS-HIST-FILE-PATH          PIC X(80) VALUE
          01 WS-CUST-STATUS             PIC XX.
          01 WS-CUST-OPEN-SW            PIC X VALUE "N".
               88 WS-CUST-MASTER-OPEN           VALUE "Y".
          01 WS-HOLD-ACCT               PIC X(4) VALUE SPACES.
          01 WS-FIRST-SW                PIC X VALUE "Y".
               88 WS-FIRST-RECORD               VALUE "Y".
          01 WS-OPEN-BALANCE            PIC 9(5)V99.
               88 WS-CYCLE-MODE                 VALUE "C".
      *   CYCLE ASSIGNMENTS AND THE CYCLES DUE TONIGHT, LOADED ONCE.
          01 WS-ASSIGN-TABLE.
              02 WS-ASSIGN-ENTRY OCCURS 999 TIMES.
                  03 WS-AS-ACCT         PIC X(4).
                  03 WS-AS-CYCLE        PIC X(2).
          01 WS-ASSIGN-CTR              PIC 9(3) VALUE ZERO.
          01 WS-DUE-TABLE.
              02 WS-DUE-CYCLE OCCURS 10 TIMES PIC X(2).
          01 WS-DUE-CTR                 PIC 9(2) VALUE ZERO.
          01 WS-CYC-IDX                 PIC 9(4).
          01 WS-CYC-EOF-SW              PIC X VALUE "N".
          01 WS-ACCT-CYCLE-HOLD         PIC X(2).
          01 WS-CYCLE-SEL-SW            PIC X.
               88 WS-CYCLE-SELECTED             VALUE "Y".
      *   PRODUCT DEFAULT CYCLES, AND THE LAST ACCOUNT WHOSE PRODUCT
      *   CYCLE WAS LOOKED UP (ONE MASTER READ PER ACCOUNT, NOT ONE
      *   PER HISTORY RECORD).
          01 WS-PROD-FILE-PATH          PIC X(80) VALUE SPACES.
          01 WS-PROD-STATUS             PIC XX.
          01 WS-PROD-TABLE.
              02 WS-PROD-ENTRY OCCURS 20 TIMES.
                  03 WS-PR-CODE         PIC X(2).
                  03 WS-PR-CYCLE        PIC X(2).
          01 WS-PROD-CTR                PIC 9(2) VALUE ZERO.
          01 WS-PROD-IDX                PIC 9(2).
          01 WS-PC-LAST-ACCT            PIC X(4) VALUE LOW-VALUES.
          01 WS-PC-LAST-CYCLE           PIC X(2) VALUE SPACES.
          01 WS-IDXH-FILE-PATH          PIC X(80) VALUE SPACES.
          01 WS-IDXH-STATUS             PIC XX.
          01 WS-IDXH-SW                 PIC X VALUE "N".
      *   RELATIONSHIP ROWS - ACCOUNT TO CUSTOMER ID, WITH THE
      *   PRIMARY FLAG ON THE ACCOUNT THAT CARRIES THE MAILING BLOCK.
          01 WS-REL-TABLE.
              02 WS-REL-ENTRY OCCURS 999 TIMES.
                  03 WS-RL-ACCT         PIC X(4).
                  03 WS-RL-CUST         PIC X(6).
                  03 WS-RL-PRIMARY      PIC X.
          01 WS-REL-CTR                 PIC 9(3) VALUE ZERO.
          01 WS-REL-IDX                 PIC 9(4).
          01 WS-REL-EOF-SW              PIC X VALUE "N".
          01 WS-CUST-HOLD               PIC X(6).
          01 WS-HOLD-CUST               PIC X(6) VALUE SPACES.
          01 WS-MAIL-ACCT               PIC X(4).
          01 WS-SPOOL-FUNC              PIC X VALUE "L".
          01 WS-SPOOL-SOURCE            PIC X(8) VALUE "STMT".
          01 WS-SPOOL-SPACING           PIC 9.
          01 WS-DOC-SKIP-SW             PIC X VALUE "N".
               88 WS-DOC-SKIPPED                VALUE "Y".
          01 WS-MAIL-SKIP-CTR           PIC 9(5) VALUE ZERO.
          01 WS-SKIP-IDX                PIC 9(4).
      *   DOCUMENTS HELD BACK FOR RETURNED MAIL, FOR THE TOTALS PAGE.
          01 WS-SKIP-TABLE.
              02 WS-SKIP-ENTRY OCCURS 999 TIMES.
                  03 WS-SK-ACCT         PIC X(4).
                  03 WS-SK-NAME         PIC X(20).
          01 WS-REL-BAL-TOTAL           PIC 9(7)V99 VALUE ZERO.
      *   ELECTRONIC DELIVERY - ON ONLY WHEN BOTH OUTPUT PATHS ARE SET.
          01 WS-SEXT-FILE-PATH          PIC X(80) VALUE SPACES.
          01 WS-NTFY-FILE-PATH          PIC X(80) VALUE SPACES.
          01 WS-SEXT-STATUS             PIC XX.
          01 WS-NTFY-STATUS             PIC XX.
          01 WS-ELEC-SW                 PIC X VALUE "N".
               88 WS-ELEC-ON                    VALUE "Y".
          01 WS-DOC-PRINT-SW            PIC X VALUE "Y".
               88 WS-DOC-PRINT                  VALUE "Y".
          01 WS-DOC-ELEC-SW             PIC X VALUE "N".
               88 WS-DOC-ELEC                   VALUE "Y".
          01 WS-DOC-EMAIL               PIC X(50).
          01 WS-DOC-PREF                PIC X.
          01 WS-DOC-STMTS               PIC 9(3).
          01 WS-PRINT-CTR               PIC 9(5) VALUE ZERO.
          01 WS-ELEC-CTR                PIC 9(5) VALUE ZERO.
          01 WS-BOTH-CTR                PIC 9(5) VALUE ZERO.
          01 WS-NTFY-CTR                PIC 9(5) VALUE ZERO.
          01 WS-NOEMAIL-CTR             PIC 9(5) VALUE ZERO.
          01 WS-SEXT-CTR                PIC 9(8) VALUE ZERO.
          01 WS-CTL-TOTAL               PIC 9(6).
          01 REL-TOTAL-LINE.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 FILLER                 PIC X(30)
          01 HD-ACCT-LINE.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 FILLER                 PIC X(9) VALUE "ACCOUNT: ".
              02 HD-ACCT-OUT            PIC X(4).
              02 FILLER                 PIC X(62) VALUE SPACES.
          01 HD-NAME-LINE.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 HD-NAME-OUT            PIC X(20).
              02 FILLER                 PIC X(55) VALUE SPACES.
          01 WS-PARTY-ACCT              PIC X(4).
          01 WS-PARTY-AS-OF             PIC 9(8) VALUE ZERO.
          01 WS-PARTY-IDX               PIC 99.
          01 WS-PARTY-LIST.
          COPY PARTYLST.
          01 HD-JOINT-LINE.
              02 FILLER                 PIC X(5) VALUE "AND  ".
              02 HD-JOINT-OUT           PIC X(20).
              02 FILLER                 PIC X(55) VALUE SPACES.
          01 HD-ADDR-LINE.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 HD-ADDR-OUT            PIC X(25).
                  VALUE "  MISMATCHES".
              02 RT-MISMATCH-OUT        PIC ZZ,ZZ9.
              02 FILLER                 PIC X(9) VALUE SPACES.
          01 RUN-DELIV-LINE.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 FILLER                 PIC X(9) VALUE "PRINTED: ".
              02 RD-PRINT-OUT           PIC ZZ,ZZ9.
              02 FILLER                 PIC X(14)
                  VALUE "  ELECTRONIC: ".
              02 RD-ELEC-OUT            PIC ZZ,ZZ9.
              02 FILLER                 PIC X(8) VALUE "  BOTH: ".
              02 RD-BOTH-OUT            PIC ZZ,ZZ9.
              02 FILLER                 PIC X(16)
                  VALUE "  NOTIFICATIONS:".
              02 RD-NTFY-OUT            PIC ZZ,ZZ9.
              02 FILLER                 PIC X(4) VALUE SPACES.
          01 RUN-CTL-LINE.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 FILLER                 PIC X(33)
                  VALUE "PRINTED + ELECTRONIC - BOTH:    ".
              02 RC-TOTAL-OUT           PIC ZZZ,ZZ9.
              02 FILLER                 PIC X(12) VALUE "  PRODUCED: ".
              02 RC-STMT-OUT            PIC ZZZ,ZZ9.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 RC-FLAG-OUT            PIC X(14).
          01 RUN-NOEMAIL-LINE.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 FILLER                 PIC X(40)
                  VALUE "ENROLLED WITH NO E-MAIL - PRINTED:     ".
              02 RN-CTR-OUT             PIC ZZ,ZZ9.
              02 FILLER                 PIC X(29) VALUE SPACES.
          01 RUN-SKIP-HD-LINE.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 FILLER                 PIC X(28)
                  VALUE "NOT MAILED - RETURNED MAIL: ".
              02 RS-CTR-OUT             PIC ZZ,ZZ9.
              02 FILLER                 PIC X(41) VALUE SPACES.
          01 RUN-SKIP-LINE.
              02 FILLER                 PIC X(7) VALUE SPACES.
              02 FILLER                 PIC X(9) VALUE "ACCOUNT: ".
              02 RS-ACCT-OUT            PIC X(4).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 RS-NAME-OUT            PIC X(20).
              02 FILLER                 PIC X(38) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
               MOVE WS-ENV-HOLD TO WS-CYCCAL-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "STMT_PROD_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PROD-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "STMT_COMBINED"
           IF WS-ENV-HOLD (1:1) = "Y"
               MOVE "Y" TO WS-COMBINED-SW
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "STMT_OUT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-STMT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "STMT_EXTRACT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-SEXT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "STMT_NOTIFY_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-NTFY-FILE-PATH
           END-IF
           IF WS-SEXT-FILE-PATH NOT = SPACES
               AND WS-NTFY-FILE-PATH NOT = SPACES
               MOVE "Y" TO WS-ELEC-SW
           END-IF.

       200-INITIALIZATION-RTN.
      *        CYCLE-STATEMENTED ACCOUNTS ARE NOT RUN A SECOND TIME
               PERFORM 212-LOAD-ASSIGN-FILE-RTN
           END-IF
           PERFORM 217-LOAD-PRODUCTS-RTN
           OPEN INPUT HIST-FILE
           OPEN INPUT IDX-FILE
           OPEN OUTPUT STMT-FILE
           IF WS-ELEC-ON
               PERFORM 205-OPEN-ELEC-RTN
           END-IF
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-SW
                   WS-CUST-STATUS
           END-IF.

      ******************************************************************
      * THE VENDOR EXTRACT AND NOTIFICATION FILE ARE WRITTEN NEW EACH
      * RUN. IF EITHER WILL NOT OPEN NOBODY IS SENT ELECTRONICALLY -
      * EVERY DOCUMENT PRINTS - AND THE RUN ENDS RC 4 TO SAY SO.
      ******************************************************************
       205-OPEN-ELEC-RTN.
           OPEN OUTPUT SEXT-FILE
           IF WS-SEXT-STATUS = "00"
               OPEN OUTPUT NTFY-FILE
               IF WS-NTFY-STATUS NOT = "00"
                   CLOSE SEXT-FILE
               END-IF
           END-IF
           IF WS-SEXT-STATUS NOT = "00" OR WS-NTFY-STATUS NOT = "00"
               DISPLAY "ELECTRONIC DELIVERY FILES NOT AVAILABLE - "
                   "STATUS " WS-SEXT-STATUS "/" WS-NTFY-STATUS
                   " - ALL STATEMENTS PRINTED"
               MOVE "N" TO WS-ELEC-SW
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * LOAD THE RELATIONSHIP FILE FOR COMBINED STATEMENTS. A MISSING
      * FILE JUST MEANS EVERY ACCOUNT IS ITS OWN DOCUMENT.
               AT END
                   MOVE "Y" TO WS-REL-EOF-SW
               NOT AT END
                   IF WS-REL-CTR < 999
                       ADD 1 TO WS-REL-CTR
                       MOVE REL-ACCT-NO TO WS-RL-ACCT (WS-REL-CTR)
                       MOVE REL-CUST-ID TO WS-RL-CUST (WS-REL-CTR)
               AT END
                   MOVE "Y" TO WS-CYC-EOF-SW
               NOT AT END
                   IF WS-ASSIGN-CTR < 999
                       ADD 1 TO WS-ASSIGN-CTR
                       MOVE CYC-ACCT-NO
                           TO WS-AS-ACCT (WS-ASSIGN-CTR)
           END-READ.

      ******************************************************************
      * THE PRODUCT MASTER IS OPTIONAL - WITHOUT IT ONLY THE CYCLE
      * ASSIGNMENT FILE PUTS AN ACCOUNT ON A CYCLE, AS BEFORE.
      ******************************************************************
       217-LOAD-PRODUCTS-RTN.
           IF WS-PROD-FILE-PATH NOT = SPACES
               OPEN INPUT PROD-FILE
               IF WS-PROD-STATUS = "00"
                   MOVE "N" TO WS-CYC-EOF-SW
                   PERFORM 218-LOAD-ONE-PRODUCT-RTN
                       UNTIL WS-CYC-EOF-SW = "Y"
                   CLOSE PROD-FILE
               ELSE
                   DISPLAY "PRODUCT MASTER NOT AVAILABLE - STATUS "
                       WS-PROD-STATUS " - NO PRODUCT CYCLES"
               END-IF
           END-IF.

       218-LOAD-ONE-PRODUCT-RTN.
           READ PROD-FILE
               AT END
                   MOVE "Y" TO WS-CYC-EOF-SW
               NOT AT END
                   IF WS-PROD-CTR < 20
                       ADD 1 TO WS-PROD-CTR
                       MOVE PRD-CODE TO WS-PR-CODE (WS-PROD-CTR)
                       MOVE PRD-CYCLE TO WS-PR-CYCLE (WS-PROD-CTR)
                   END-IF
           END-READ.

      ******************************************************************
      * THE AUDIT ACCOUNT'S CYCLE INTO WS-ACCT-CYCLE-HOLD: ITS ROW ON
      * THE ASSIGNMENT FILE FIRST, ELSE ITS PRODUCT'S DEFAULT CYCLE,
      * ELSE SPACES (THE MONTHLY RUN).
      ******************************************************************
       265-ACCT-CYCLE-RTN.
           MOVE SPACES TO WS-ACCT-CYCLE-HOLD
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > WS-ASSIGN-CTR
                   MOVE WS-ASSIGN-CTR TO WS-CYC-IDX
               END-IF
           END-PERFORM
           IF WS-ACCT-CYCLE-HOLD = SPACES AND WS-PROD-CTR > ZERO
               IF AUD-ACCT-NO NOT = WS-PC-LAST-ACCT
                   PERFORM 266-PRODUCT-CYCLE-RTN
               END-IF
               MOVE WS-PC-LAST-CYCLE TO WS-ACCT-CYCLE-HOLD
           END-IF.

       266-PRODUCT-CYCLE-RTN.
           MOVE AUD-ACCT-NO TO WS-PC-LAST-ACCT
           MOVE SPACES TO WS-PC-LAST-CYCLE
           MOVE AUD-ACCT-NO TO ACCT-NO-IN
           READ IDX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-PROD-IN NOT = SPACES
                       PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                           UNTIL WS-PROD-IDX > WS-PROD-CTR
                           IF WS-PR-CODE (WS-PROD-IDX) = ACCT-PROD-IN
                               MOVE WS-PR-CYCLE (WS-PROD-IDX)
                                   TO WS-PC-LAST-CYCLE
                               MOVE WS-PROD-CTR TO WS-PROD-IDX
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

      ******************************************************************
      * IS THE AUDIT ACCOUNT'S CYCLE DUE TONIGHT? NO CYCLE (NEITHER
      * AN ASSIGNMENT ROW NOR A PRODUCT DEFAULT) MEANS THE ACCOUNT
      * BELONGS TO THE MONTHLY FULL RUN, NOT TO ANY NIGHTLY CYCLE.
      ******************************************************************
       270-CYCLE-DUE-RTN.
           MOVE "N" TO WS-CYCLE-SEL-SW
           PERFORM 265-ACCT-CYCLE-RTN
           IF WS-ACCT-CYCLE-HOLD NOT = SPACES
               PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                   UNTIL WS-CYC-IDX > WS-DUE-CTR
           END-IF.

      ******************************************************************
      * MONTHLY NET - AN ACCOUNT ON A CYCLE (ASSIGNED OR BY PRODUCT)
      * IS STATEMENTED BY ITS CYCLE RUN, NOT BY THE MONTHLY RUN.
      ******************************************************************
       275-MONTHLY-SEL-RTN.
           MOVE "N" TO WS-CYCLE-SEL-SW
           PERFORM 265-ACCT-CYCLE-RTN
           IF WS-ACCT-CYCLE-HOLD = SPACES
               MOVE "Y" TO WS-CYCLE-SEL-SW
           END-IF.

      ******************************************************************
      * FEED THE SORT: ONLY THE STATEMENT MONTH'S RECORDS GO IN, KEYED
               NOT AT END
                   IF IXH-BUS-DATE (1:6) = WS-STMT-MONTH
                       MOVE IXH-BUS-DATE TO WS-HIST-REC (1:8)
                       MOVE IXH-AUDIT-DATA TO WS-HIST-REC (10:39)
                       IF WS-CYCLE-MODE
                           PERFORM 270-CYCLE-DUE-RTN
                       ELSE
                   PERFORM 500-CLOSE-STATEMENT-RTN
                   PERFORM 400-OPEN-STATEMENT-RTN
           END-EVALUATE
           IF NOT WS-DOC-SKIPPED
               PERFORM 450-STATEMENT-DETAIL-RTN
           END-IF
           MOVE AUD-NEW-BALANCE TO WS-CLOSE-BALANCE.

      ******************************************************************
      * ONE DOCUMENT PER CUSTOMER (PER ACCOUNT WHEN NOT COMBINED) -
      * PAGE HEADER AND ONE MAILING BLOCK. THE ACCOUNT SECTIONS
      * FOLLOW INSIDE IT. A DOCUMENT ADDRESSED TO A CUSTOMER WHOSE
      * MAIL HAS COME BACK IS HELD BACK WHOLE - THE SWITCH STAYS SET
      * UNTIL THE NEXT DOCUMENT OPENS.
      ******************************************************************
       390-OPEN-DOCUMENT-RTN.
           MOVE SRT-CUST-ID TO WS-HOLD-CUST
           MOVE AUD-ACCT-NO TO WS-HOLD-ACCT
           MOVE ZERO TO WS-REL-BAL-TOTAL
           PERFORM 235-FIND-MAIL-ACCT-RTN
           PERFORM 380-MAIL-CHECK-RTN
           IF WS-DOC-SKIPPED
               PERFORM 385-MAIL-SKIP-RTN
           ELSE
               MOVE ZERO TO WS-DOC-STMTS
               IF WS-DOC-PRINT
                   WRITE STMT-REC FROM HD-LINE1 AFTER ADVANCING PAGE
                   MOVE 0 TO WS-SPOOL-SPACING
                   PERFORM 700-SPOOL-LINE-RTN
               END-IF
               PERFORM 420-MAILING-BLOCK-RTN
           END-IF.

      ******************************************************************
      * HOW THE DOCUMENT GOES OUT - PRINTED, ELECTRONIC OR BOTH - FROM
      * THE MAILING CUSTOMER'S DELIVERY PREFERENCE. RETURNED MAIL
      * STOPS THE PAPER COPY; WITH NO ELECTRONIC COPY EITHER THE
      * DOCUMENT IS HELD BACK WHOLE.
      ******************************************************************
       380-MAIL-CHECK-RTN.
           MOVE "N" TO WS-DOC-SKIP-SW
           MOVE "Y" TO WS-DOC-PRINT-SW
           MOVE "N" TO WS-DOC-ELEC-SW
           IF WS-CUST-MASTER-OPEN
               MOVE WS-MAIL-ACCT TO CUST-ACCT-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 382-DELIVERY-RTN
                       IF CUST-MAIL-RETURNED
                           IF WS-DOC-ELEC
                               MOVE "N" TO WS-DOC-PRINT-SW
                           ELSE
                               MOVE "Y" TO WS-DOC-SKIP-SW
                           END-IF
                       END-IF
               END-READ
           END-IF.

       382-DELIVERY-RTN.
           IF WS-ELEC-ON AND (CUST-DELIV-ELEC OR CUST-DELIV-BOTH)
               IF CUST-EMAIL = SPACES
                   ADD 1 TO WS-NOEMAIL-CTR
               ELSE
                   MOVE "Y" TO WS-DOC-ELEC-SW
                   MOVE CUST-EMAIL TO WS-DOC-EMAIL
                   MOVE CUST-DELIV-PREF TO WS-DOC-PREF
                   IF CUST-DELIV-ELEC
                       MOVE "N" TO WS-DOC-PRINT-SW
                   END-IF
               END-IF
           END-IF.

       385-MAIL-SKIP-RTN.
           ADD 1 TO WS-MAIL-SKIP-CTR
           IF WS-MAIL-SKIP-CTR <= 999
               MOVE WS-MAIL-ACCT TO WS-SK-ACCT (WS-MAIL-SKIP-CTR)
               MOVE CUST-NAME TO WS-SK-NAME (WS-MAIL-SKIP-CTR)
           END-IF.

       400-OPEN-STATEMENT-RTN.
           MOVE AUD-ACCT-NO TO WS-HOLD-ACCT
           MOVE AUD-OLD-BALANCE TO WS-OPEN-BALANCE
           IF NOT WS-DOC-SKIPPED
               ADD 1 TO WS-STMT-CTR
               ADD 1 TO WS-DOC-STMTS
               IF WS-DOC-PRINT
                   PERFORM 410-PRINT-OPEN-RTN
               END-IF
               IF WS-DOC-ELEC
                   ADD 1 TO WS-ELEC-CTR
                   MOVE SPACES TO SEXT-REC
                   MOVE "A" TO SX-REC-TYPE
                   MOVE AUD-ACCT-NO TO SX-A-ACCT
                   MOVE WS-OPEN-BALANCE TO SX-A-OPEN-BAL
                   PERFORM 690-EXTRACT-WRITE-RTN
               END-IF
               IF WS-DOC-PRINT AND WS-DOC-ELEC
                   ADD 1 TO WS-BOTH-CTR
               END-IF
           END-IF.

       410-PRINT-OPEN-RTN.
           ADD 1 TO WS-PRINT-CTR
           MOVE AUD-ACCT-NO TO HD-ACCT-OUT
           WRITE STMT-REC FROM HD-ACCT-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           MOVE WS-OPEN-BALANCE TO OPEN-BAL-OUT
           WRITE STMT-REC FROM OPEN-BAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN
           WRITE STMT-REC FROM COL-HD-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-SPOOL-SPACING
           PERFORM 700-SPOOL-LINE-RTN.

      ******************************************************************
      * NAME-AND-ADDRESS BLOCK FROM THE CUSTOMER MASTER. AN ACCOUNT
      * WITH NO CUSTOMER RECORD STILL GETS A STATEMENT - THE BLOCK IS
      * FLAGGED SO THE BRANCH CAN FIX THE CUSTOMER MASTER. AN
      * ELECTRONIC DOCUMENT OPENS WITH THE SAME BLOCK AS ITS H ROW.
      ******************************************************************
       420-MAILING-BLOCK-RTN.
           IF WS-CUST-MASTER-OPEN
               MOVE SPACES TO HD-ADDR-OUT
               MOVE SPACES TO HD-CITY-OUT
           END-IF
           IF WS-DOC-ELEC
               MOVE SPACES TO SEXT-REC
               MOVE "H" TO SX-REC-TYPE
               MOVE HD-NAME-OUT TO SX-H-NAME
               MOVE HD-ADDR-OUT TO SX-H-ADDRESS
               MOVE HD-CITY-OUT TO SX-H-CITY
               MOVE WS-DOC-EMAIL TO SX-H-EMAIL
               MOVE WS-DOC-PREF TO SX-H-PREF
               PERFORM 690-EXTRACT-WRITE-RTN
           END-IF
           IF WS-DOC-PRINT
               WRITE STMT-REC FROM HD-NAME-LINE AFTER ADVANCING 2 LINES
               MOVE 2 TO WS-SPOOL-SPACING
               PERFORM 700-SPOOL-LINE-RTN
           END-IF
           MOVE WS-MAIL-ACCT TO WS-PARTY-ACCT
           PERFORM 430-JOINT-OWNERS-RTN
           IF WS-DOC-PRINT
               WRITE STMT-REC FROM HD-ADDR-LINE AFTER ADVANCING 1 LINES
               MOVE 1 TO WS-SPOOL-SPACING
               PERFORM 700-SPOOL-LINE-RTN
               WRITE STMT-REC FROM HD-CITY-LINE AFTER ADVANCING 1 LINES
               MOVE 1 TO WS-SPOOL-SPACING
               PERFORM 700-SPOOL-LINE-RTN
           END-IF.

      ******************************************************************
      * ONE "AND <NAME>" LINE PER JOINT OWNER ON THE ACCOUNT TODAY.
      ******************************************************************
       430-JOINT-OWNERS-RTN.
           CALL 'ACCT-PARTY-RTN' USING WS-PARTY-ACCT WS-PARTY-AS-OF
               WS-PARTY-LIST
           PERFORM 435-ONE-JOINT-RTN
               VARYING WS-PARTY-IDX FROM 1 BY 1
               UNTIL WS-PARTY-IDX > PL-CTR.

       435-ONE-JOINT-RTN.
           IF PL-ROLE (WS-PARTY-IDX) = "J"
               AND PL-ACTIVE (WS-PARTY-IDX) = "Y"
               MOVE PL-NAME (WS-PARTY-IDX) TO HD-JOINT-OUT
               IF WS-DOC-PRINT
                   WRITE STMT-REC FROM HD-JOINT-LINE
                       AFTER ADVANCING 1 LINES
                   MOVE 1 TO WS-SPOOL-SPACING
                   PERFORM 700-SPOOL-LINE-RTN
               END-IF
               IF WS-DOC-ELEC
                   MOVE SPACES TO SEXT-REC
                   MOVE "J" TO SX-REC-TYPE
                   MOVE PL-NAME (WS-PARTY-IDX) TO SX-J-NAME
                   PERFORM 690-EXTRACT-WRITE-RTN
               END-IF
           END-IF.

       450-STATEMENT-DETAIL-RTN.
           EVALUATE AUD-TRANS-TYPE
               WHEN "D"
                   MOVE "DEBIT" TO DTL-TYPE-OUT
               WHEN "E"
                   MOVE "PAYMENT" TO DTL-TYPE-OUT
               WHEN "A"
                   MOVE "ADJUSTMENT" TO DTL-TYPE-OUT
               WHEN "T"
                   IF AUD-TRACE (1:3) = "ODS"
                       MOVE "OD SWEEP" TO DTL-TYPE-OUT
                   ELSE
                       MOVE "TRANSFER" TO DTL-TYPE-OUT
                   END-IF
               WHEN "I"
                   MOVE "INTEREST" TO DTL-TYPE-OUT
               WHEN "V"
                   MOVE "REVERSAL" TO DTL-TYPE-OUT
               WHEN OTHER
                   MOVE "CREDIT" TO DTL-TYPE-OUT
           END-EVALUATE
           MOVE HIST-BUS-DATE TO DTL-DATE-OUT
           MOVE AUD-TRANS-AMT TO DTL-AMT-OUT
           MOVE AUD-NEW-BALANCE TO DTL-BAL-OUT
           IF WS-DOC-PRINT
               WRITE STMT-REC FROM DTL-LINE AFTER ADVANCING 1 LINES
               MOVE 1 TO WS-SPOOL-SPACING
               PERFORM 700-SPOOL-LINE-RTN
           END-IF
           IF WS-DOC-ELEC
               MOVE SPACES TO SEXT-REC
               MOVE "T" TO SX-REC-TYPE
               MOVE AUD-ACCT-NO TO SX-T-ACCT
               MOVE HIST-BUS-DATE TO SX-T-DATE
               MOVE DTL-TYPE-OUT TO SX-T-TYPE
               MOVE AUD-TRANS-AMT TO SX-T-AMT
               MOVE AUD-NEW-BALANCE TO SX-T-BAL
               PERFORM 690-EXTRACT-WRITE-RTN
           END-IF
           ADD 1 TO WS-TRANS-CTR.

      ******************************************************************
      * ACCOUNT. A DISAGREEMENT MEANS AUDIT RECORDS ARE MISSING FROM
      * THE ACCUMULATED MONTH OR THE MASTER WAS TOUCHED OUTSIDE THE
      * NIGHTLY CYCLE - EITHER WAY THE STATEMENT MUST NOT BE MAILED
      * UNCHECKED, SO IT IS FLAGGED AND THE RUN ENDS WITH RC 4. A
      * HELD-BACK DOCUMENT IS NOT MAILED AND IS NOT CHECKED.
      ******************************************************************
       500-CLOSE-STATEMENT-RTN.
           IF NOT WS-DOC-SKIPPED
               PERFORM 505-CHECK-CLOSE-RTN
           END-IF.

       505-CHECK-CLOSE-RTN.
           MOVE WS-CLOSE-BALANCE TO CLOSE-BAL-OUT
           MOVE SPACES TO CLOSE-FLAG-OUT
           MOVE WS-HOLD-ACCT TO ACCT-NO-IN
                       ADD 1 TO WS-MISMATCH-CTR
                   END-IF
           END-READ
           IF WS-DOC-PRINT
               WRITE STMT-REC FROM CLOSE-BAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 2 TO WS-SPOOL-SPACING
               PERFORM 700-SPOOL-LINE-RTN
           END-IF
           IF WS-DOC-ELEC
               MOVE SPACES TO SEXT-REC
               MOVE "C" TO SX-REC-TYPE
               MOVE WS-HOLD-ACCT TO SX-C-ACCT
               MOVE WS-CLOSE-BALANCE TO SX-C-CLOSE-BAL
               MOVE CLOSE-FLAG-OUT TO SX-C-FLAG
               PERFORM 690-EXTRACT-WRITE-RTN
           END-IF
           ADD WS-CLOSE-BALANCE TO WS-REL-BAL-TOTAL.

      ******************************************************************
      * FOOT OF A COMBINED DOCUMENT - THE TOTAL ACROSS EVERY ACCOUNT
      * SECTION JUST PRINTED. A SINGLE-ACCOUNT RUN SKIPS THE LINE. AN
      * ELECTRONIC DOCUMENT ENDS WITH ITS E ROW (THE TOTAL ALWAYS
      * CARRIED) AND ITS "STATEMENT READY" NOTIFICATION.
      ******************************************************************
       510-CLOSE-DOCUMENT-RTN.
           IF WS-COMBINED-MODE AND WS-DOC-PRINT
               AND NOT WS-DOC-SKIPPED
               MOVE WS-REL-BAL-TOTAL TO REL-TOTAL-OUT
               WRITE STMT-REC FROM REL-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 2 TO WS-SPOOL-SPACING
               PERFORM 700-SPOOL-LINE-RTN
           END-IF
           IF WS-DOC-ELEC AND NOT WS-DOC-SKIPPED
               MOVE SPACES TO SEXT-REC
               MOVE "E" TO SX-REC-TYPE
               MOVE WS-DOC-STMTS TO SX-E-STMTS
               MOVE WS-REL-BAL-TOTAL TO SX-E-REL-TOTAL
               PERFORM 690-EXTRACT-WRITE-RTN
               PERFORM 520-NOTIFY-RTN
           END-IF.

       520-NOTIFY-RTN.
           MOVE SPACES TO NTFY-REC
           MOVE WS-MAIL-ACCT TO NTF-ACCT-NO
           MOVE HD-NAME-OUT TO NTF-NAME
           MOVE WS-DOC-EMAIL TO NTF-EMAIL
           MOVE WS-BUS-DATE TO NTF-BUS-DATE
           MOVE WS-STMT-MONTH TO NTF-STMT-MONTH
           MOVE WS-DOC-STMTS TO NTF-STMTS
           MOVE WS-DOC-PREF TO NTF-PREF
           WRITE NTFY-REC
           ADD 1 TO WS-NTFY-CTR.

      ******************************************************************
      * EVERY EXTRACT ROW CARRIES ITS DOCUMENT'S MAILING ACCOUNT AND
      * THE STATEMENT MONTH, AND IS COUNTED FOR THE Z TRAILER.
      ******************************************************************
       690-EXTRACT-WRITE-RTN.
           MOVE WS-MAIL-ACCT TO SX-DOC-ACCT
           MOVE WS-STMT-MONTH TO SX-STMT-MONTH
           WRITE SEXT-REC
           ADD 1 TO WS-SEXT-CTR.

      ******************************************************************
      * HAND THE LINE JUST PRINTED TO THE NIGHT MAIL SPOOL AS PART OF
      * THE DOCUMENT MAILED TO THE MAILING ACCOUNT'S CUSTOMER. THE
      * RUN-TOTALS PAGE IS NOT A CUSTOMER DOCUMENT AND IS NOT SPOOLED.
      ******************************************************************
       700-SPOOL-LINE-RTN.
           CALL 'MAIL-SPOOL-RTN' USING BY CONTENT WS-SPOOL-FUNC
               WS-SPOOL-SOURCE WS-MAIL-ACCT WS-SPOOL-SPACING STMT-REC.

       800-RUN-TOTALS-RTN.
           MOVE WS-STMT-CTR TO RT-STMT-OUT
           MOVE WS-TRANS-CTR TO RT-TRANS-OUT
           MOVE WS-MISMATCH-CTR TO RT-MISMATCH-OUT
           WRITE STMT-REC FROM RUN-TOTAL-LINE AFTER ADVANCING PAGE
           PERFORM 820-DELIVERY-TOTALS-RTN
           IF WS-MAIL-SKIP-CTR > ZERO
               MOVE WS-MAIL-SKIP-CTR TO RS-CTR-OUT
               WRITE STMT-REC FROM RUN-SKIP-HD-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM 810-SKIP-LINE-RTN
                   VARYING WS-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-SKIP-IDX > WS-MAIL-SKIP-CTR
                   OR WS-SKIP-IDX > 999
           END-IF
           IF WS-MISMATCH-CTR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CTL-TOTAL NOT = WS-STMT-CTR
               MOVE 8 TO RETURN-CODE
           END-IF.

       810-SKIP-LINE-RTN.
           MOVE WS-SK-ACCT (WS-SKIP-IDX) TO RS-ACCT-OUT
           MOVE WS-SK-NAME (WS-SKIP-IDX) TO RS-NAME-OUT
           WRITE STMT-REC FROM RUN-SKIP-LINE AFTER ADVANCING 1 LINES.

      ******************************************************************
      * DELIVERY CONTROL - EVERY STATEMENT PRODUCED WENT OUT PRINTED,
      * ELECTRONICALLY OR BOTH, SO PRINTED PLUS ELECTRONIC LESS BOTH
      * MUST COME BACK TO THE STATEMENTS PRODUCED.
      ******************************************************************
       820-DELIVERY-TOTALS-RTN.
           MOVE WS-PRINT-CTR TO RD-PRINT-OUT
           MOVE WS-ELEC-CTR TO RD-ELEC-OUT
           MOVE WS-BOTH-CTR TO RD-BOTH-OUT
           MOVE WS-NTFY-CTR TO RD-NTFY-OUT
           WRITE STMT-REC FROM RUN-DELIV-LINE AFTER ADVANCING 2 LINES
           COMPUTE WS-CTL-TOTAL = WS-PRINT-CTR + WS-ELEC-CTR
               - WS-BOTH-CTR
           MOVE WS-CTL-TOTAL TO RC-TOTAL-OUT
           MOVE WS-STMT-CTR TO RC-STMT-OUT
           IF WS-CTL-TOTAL = WS-STMT-CTR
               MOVE "IN BALANCE" TO RC-FLAG-OUT
           ELSE
               MOVE "*OUT OF BALANCE*" TO RC-FLAG-OUT
               DISPLAY "STATEMENT DELIVERY OUT OF BALANCE - PRODUCED "
                   WS-STMT-CTR " DELIVERED " WS-CTL-TOTAL
           END-IF
           WRITE STMT-REC FROM RUN-CTL-LINE AFTER ADVANCING 1 LINES
           IF WS-NOEMAIL-CTR > ZERO
               MOVE WS-NOEMAIL-CTR TO RN-CTR-OUT
               WRITE STMT-REC FROM RUN-NOEMAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

       900-CLOSE-RTN.
           MOVE "E" TO WS-SPOOL-FUNC
           CALL 'MAIL-SPOOL-RTN' USING BY CONTENT WS-SPOOL-FUNC
               WS-SPOOL-SOURCE WS-MAIL-ACCT WS-SPOOL-SPACING STMT-REC
           CLOSE HIST-FILE
           CLOSE IDX-FILE
           CLOSE STMT-FILE
           IF WS-ELEC-ON
               MOVE SPACES TO SEXT-REC
               MOVE "Z" TO SX-REC-TYPE
               MOVE SPACES TO WS-MAIL-ACCT
               MOVE WS-BUS-DATE TO SX-Z-BUS-DATE
               MOVE WS-NTFY-CTR TO SX-Z-DOCS
               MOVE WS-ELEC-CTR TO SX-Z-STMTS
               MOVE WS-SEXT-CTR TO SX-Z-RECS
               PERFORM 690-EXTRACT-WRITE-RTN
               CLOSE SEXT-FILE
               CLOSE NTFY-FILE
           END-IF
           IF WS-CUST-MASTER-OPEN
               CLOSE CUST-FILE
           END-IF.
