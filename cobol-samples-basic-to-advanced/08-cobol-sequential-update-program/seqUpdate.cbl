      ******************************************************************
      *15-10-2026 GD - A BOUNCED TERM-DEPOSIT EARLY-WITHDRAWAL PENALTY
      *("TDP") IS A PLAIN REJECT LIKE ANY OTHER FEE - NOT A RETURNED
      *ITEM, NO NSF FEE, NO NOTICE, AND NOT SWEPT.
      *15-10-2026 GD - REVERSALS MATCH THE HISTORY BY ACCOUNT AND
      *BUSINESS DATE - TRACE SERIALS START OVER EVERY NIGHT, SO THE
      *ORIGINAL IS THE LATEST DATE ON WHICH THE NAMED ACCOUNT CARRIES
      *THE TRACE; ITS LEGS (A TRANSFER'S COUNTERPART INCLUDED) COME
      *FROM THAT DATE ONLY, AND ONLY A LATER "V" ROW ON THE NAMED
      *ACCOUNT MAKES IT "ALREADY REVERSED". A SALES-INVOICE CREDIT
      *MEMO ("SLS") OR A TUITION-BILLING REFUND ("TUI") BIGGER THAN
      *THE BALANCE IS NOT A RETURNED ITEM AND IS NOT SWEPT - IT
      *REJECTS "RESULT WOULD GO NEGATIVE". THE PARTITION STARTING AT
      *0000 IS OPEN BELOW AND THE ONE ENDING AT 9999 OPEN ABOVE, SO A
      *BLANK OR NON-NUMERIC ACCOUNT KEY STILL SUSPENDS.
      *15-10-2026 GD - PARTITIONED RUNS - SEQUPD_PART_NO (1-9) WITH
      *SEQUPD_PART_LOW/SEQUPD_PART_HIGH RUNS THIS PROGRAM OVER ONE
      *ACCOUNT-KEY RANGE OF THE MASTER SO SEVERAL PARTITIONS CAN RUN
      *SIDE BY SIDE. THE PRE-READS STILL SEE THE WHOLE MASTER AND THE
      *WHOLE MERGED FILE, SO EVERY PARTITION JUDGES EVERY TRANSFER,
      *REVERSAL AND SWEEP EXACTLY ALIKE AND A TRANSFER THAT CROSSES
      *PARTITIONS POSTS BOTH LEGS OR NEITHER; THE BALANCE LINE THEN
      *WORKS ONLY THE PARTITION'S OWN SLICE OF THE MASTER AND OF THE
      *TRANSACTIONS, EACH LEG POSTING IN THE PARTITION THAT OWNS ITS
      *ACCOUNT. EVERY OUTPUT PATH (NEW MASTER, REJECT, AUDIT,
      *SUSPENSE, CONTROL, CHECKPOINT, PENDING, MAINTENANCE, DUPLICATE,
      *RETURNED-ITEM, SWEEP) GAINS A ".PN" SUFFIX, THE PENDING SLICE
      *IS WRITTEN FRESH INSTEAD OF APPENDED, NSF-FEE AND PENALTY
      *TRACE SERIALS START AT N00000 SO NO TWO PARTITIONS STAMP THE
      *SAME TRACE, AND THE CONTROL FILE GAINS A "SEQPRT" LINE (PART,
      *RANGE, RUN DATE). SEQ-UPDATE-MERGE PUTS THE SLICES BACK
      *TOGETHER. NO PARTITION NUMBER RUNS THE WHOLE MASTER AS BEFORE.
      *15-10-2026 GD - GL BALANCE MASTER - THE CONTROL FILE GAINS A
      *MACHINE-READABLE "SEQBAL" LINE AFTER THE "SEQUPD" LINE WITH THE
      *OLD AND NEW MASTER TOTALS AS A SIGN AND RAW DIGITS. GL-POST
      *PROVES THE DEPOSIT CONTROL ACCOUNT AGAINST THE NEW TOTAL.
      *15-10-2026 GD - OUTBOUND PAYMENTS - TRANSACTION TYPE "E" IS A
      *PAYMENT TO AN ACCOUNT AT ANOTHER BANK, KEYED BY TELLER-CAPTURE
      *WITH THE PAYEE'S ROUTING AND ACCOUNT ON THE PAYMENT-INSTRUCTION
      *FILE UNDER THE SAME "EXP" TRACE. IT DEBITS THE ACCOUNT EXACTLY
      *AS A "D" DOES - HOLDS, TERM-DEPOSIT LOCK, OVERDRAFT SWEEP AND
      *LIMITS ALL APPLY - BUT A PAYMENT THE FUNDS CANNOT COVER IS NOT
      *A RETURNED ITEM: IT REJECTS "INSUFFICIENT FUNDS" WITH NO NSF
      *FEE AND PAYMENT-OUTBOUND LEAVES IT OFF THE BANK FILE. WRITES
      *A TYPE "E" AUDIT ROW. MIRRORED IN UPDATE-INDEX-FILE.
      *15-10-2026 GD - CHARGE-OFFS AND RECOVERIES - TRANSACTION TYPE
      *"W" WRITES OFF T-AMT-DUE (NEVER MORE THAN THE BALANCE) AND
      *MOVES THE ACCOUNT TO THE NEW CHARGED-OFF STATUS "W". IT IS
      *RAISED BY CHARGE-OFF THROUGH THE PENDING FILE, WRITES A TYPE
      *"W" AUDIT ROW FOR GL-JOURNAL'S LOSS MAPPING AND GOES ON THE
      *MAINTENANCE REGISTER AS "CHARGE-OFF". A CLOSED OR CHARGED-OFF
      *ACCOUNT CANNOT BE WRITTEN OFF. ONCE CHARGED OFF, A "C" CREDIT
      *(MONEY COLLECTED) POSTS AS A RECOVERY - A TYPE "Y" AUDIT ROW
      *FOR THE AMOUNT, THE BALANCE LEFT AT WHAT WAS NOT WRITTEN OFF -
      *AND EVERY OTHER MONETARY TYPE, TRANSFER, SWEEP, REVERSAL LEG,
      *CLOSE OR FREEZE REJECTS "ACCOUNT CHARGED OFF". MIRRORED IN
      *UPDATE-INDEX-FILE.
      *15-10-2026 GD - NUMBER CONTROL - IN CREATE MODE ("N") A NEW
      *ACCOUNT IS FIRST CHECKED WITH THE SHARED NUM-CONTROL-RTN
      *(NUMCTL_PATH); A NUMBER A PURGE RELEASED THAT IS STILL COOLING
      *OFF GOES TO SUSPENSE INSTEAD OF BECOMING A STRANGER'S ACCOUNT,
      *AND A NUMBER THAT IS CREATED IS RECORDED THERE AS ISSUED.
      *15-10-2026 GD - TERM DEPOSITS - WHEN SEQUPD_TDEP_PATH NAMES THE
      *TERM-DEPOSIT-MAINT MASTER, AN ACCOUNT HOLDING A LIVE DEPOSIT
      *(STATUS "A", MATURITY STILL AHEAD OF THE RUN DATE) IS LOCKED
      *UNTIL IT MATURES. A "D" DEBIT AGAINST IT REJECTS "TERM DEPOSIT
      *NOT MATURED" UNLESS SEQUPD_TD_PENALTY (WHOLE DOLLARS, FOUR
      *DIGITS - DEFAULT 0000, REFUSE) ALLOWS EARLY WITHDRAWAL: THEN
      *THE DEBIT POSTS AND A PENALTY "D", TRACE SOURCE "TDP", GOES
      *ONTO THE PENDING FILE EFFECTIVE TODAY LIKE THE NSF FEE. A "T"
      *TRANSFER OUT OF A LIVE DEPOSIT, OR A SWEEP FROM ONE, IS ALWAYS
      *REFUSED "TD NOT MATURED". TERM-DEPOSIT-RUN'S OWN "TDM" ITEMS
      *AND FEE/NSF/PENALTY ITEMS ARE EXEMPT. MIRRORED IN
      *UPDATE-INDEX-FILE.
      *15-10-2026 GD - OVERDRAFT-PROTECTION SWEEPS - WHEN
      *SEQUPD_REL_PATH NAMES THE CUST-REL-MAINT RELATIONSHIP FILE, AN
      *ACCOUNT WHOSE ROW ENROLS A PROTECTING ACCOUNT (SAME CUSTOMER
      *ID) NO LONGER BOUNCES A DEBIT THE PROTECTOR CAN COVER. 290
      *WALKS THE STREAM AFTER THE TRANSFERS AND REVERSALS ARE JUDGED,
      *FOLLOWS EACH PROTECTED ACCOUNT'S BALANCE THROUGH ITS POSTINGS
      *AND, WHERE A DEBIT WOULD FAIL THE FUNDS CHECK, JUDGES A SWEEP
      *OF THE SHORTFALL FROM THE PROTECTOR BY THE "T" TRANSFER RULES
      *AGAINST THE CACHE. AN ACCEPTED SWEEP IS TWO TRANSFER LEGS
      *UNDER ITS OWN "ODS" TRACE: THE PROTECTOR'S DEBIT POSTS AT
      *MASTER-WRITE TIME LIKE ANY TRANSFER LEG, THE CREDIT IN
      *536 JUST AHEAD OF THE DEBIT IT COVERS (OR BEFORE THE MASTER
      *WRITE IF THAT DEBIT NEVER NEEDS IT), SO BOTH LEGS ALWAYS POST.
      *BOTH LEGS WRITE TYPE "T" AUDIT ROWS AND EACH SWEEP GOES ON THE
      *SWEEP REGISTER (SEQUPD_SWEEP_PATH). A REFUSED SWEEP LEAVES THE
      *DEBIT TO BOUNCE NSF AS BEFORE. MIRRORED IN UPDATE-INDEX-FILE.
      *15-10-2026 GD - RETURNED ITEMS - A "D" DEBIT THAT WOULD TAKE THE
      *BALANCE NEGATIVE IS NO LONGER JUST ANOTHER REJECT: IT IS
      *CLASSED AS A RETURNED (NSF) ITEM, REJECTS "NSF - RETURNED
      *ITEM", AND GOES ON THE RETURNED-ITEM FILE (SEQUPD_NSF_PATH)
      *WITH THE BALANCE IT BOUNCED ON. UNLESS SEQUPD_NSF_FEE IS ZERO
      *(WHOLE DOLLARS, FOUR DIGITS - DEFAULT 0025) AN NSF FEE "D"
      *TRANSACTION, TRACE SOURCE "NSF", GOES ONTO THE PENDING FILE
      *EFFECTIVE TODAY, AS FEE-ASSESSMENT DOES, SO IT POSTS IN THE
      *NEXT CYCLE. A BOUNCED FEE ("NSF", "FEE" OR "TDP" TRACE) IS A
      *PLAIN REJECT - NO FEE IS EVER CHARGED ON A FEE. NSF-NOTICE
      *TURNS THE RETURNED-ITEM FILE INTO THE CUSTOMER NOTICES AND THE
      *RETURN FILE FOR THE CLEARING BANK.
      *15-10-2026 GD - REVERSALS - TRANSACTION TYPE "V" NAMES IN T-TRACE
      *THE TRACE OF A POSTING ALREADY ON THE AUDIT HISTORY
      *(SEQUPD_HIST_PATH, THE FLAT AUDIT-ARCHIVE FILE) AND BACKS IT
      *OUT EXACTLY - EACH ACCOUNT THE ORIGINAL MOVED GETS BACK ITS
      *BALANCE MOVEMENT, SO BOTH LEGS OF A "T" TRANSFER REVERSE
      *TOGETHER OR NEITHER DOES. REVERSALS ARE JUDGED IN THE PRE-READ
      *AGAINST THE MASTER CACHE, AFTER THE TRANSFERS, AND THEIR LEGS
      *POST AT MASTER-WRITE TIME LIKE TRANSFER LEGS. EACH LEG WRITES A
      *TYPE "V" AUDIT ROW CARRYING THE ORIGINAL'S TRACE, AMOUNT AND
      *TYPE (AUD-REV-TYPE). A TRACE ALREADY REVERSED ON THE HISTORY,
      *OR TWICE IN ONE RUN, REJECTS "ALREADY REVERSED"; THE REVERSAL
      *MUST NAME ONE OF THE ORIGINAL'S ACCOUNTS AND ITS AMOUNT. THE
      *CONTROL LINE GAINS THE COUNT OF REVERSAL LEGS.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - THE MASTERS,
      *TRANSREC, AUDITREC AND EVERY SIDE FILE THIS RUN READS OR WRITES
      *(REJECT, SUSPENSE, PENDING, DUPLICATE, MAINTENANCE REGISTER,
      *CREDIT LIMITS, HOLDS, CHECKPOINT) NOW CARRY A FOUR-CHARACTER
      *ACCOUNT NUMBER. THE TRANSFER CACHE IS SIZED FOR THE FULL
      *9999-ACCOUNT KEYSPACE INSTEAD OF 100, AND THE LIMIT TABLE FOR
      *1000 ROWS. A REJECTED TRANSFER'S REASON IS NOW "SSSS-TTTT
      *CAUSE" (THE TYPE "T" ON THE REJECT ROW ALREADY SAYS TRANSFER).
      *THE "P" MAINTENANCE TYPE TAKES THE PRODUCT CODE FROM THE FIRST
      *TWO CHARACTERS OF T-TARGET-ACCT. THE BATCH HEADER/TRAILER ARE
      *NOW TOLD APART BY THEIR TAG, NOT BY THE WIDER ACCOUNT FIELD.
      *15-10-2026 GD - PRODUCT CODES - THE MASTER NOW CARRIES
      *ACCT-PRODUCT. MAINTENANCE TYPE "P" SETS IT, THE NEW CODE
      *RIDING IN T-TARGET-ACCT; WHEN SEQUPD_PROD_PATH NAMES THE
      *PRODUCT-MAINT MASTER A CODE NOT ON IT REJECTS "PRODUCT NOT ON
      *MASTER". AN ACCOUNT WITH NO CREDIT-LIMIT ROW NOW FALLS BACK TO
      *ITS PRODUCT'S DEFAULT LIMIT ("EXCEEDS PRODUCT LIMIT") BEFORE
      *THE GLOBAL CEILING. MIRRORED IN UPDATE-INDEX-FILE.
      *02-09-2026 GD - RUN PARAMETERS NOW COME THROUGH THE SHARED
      *RUN-PARM-RTN - THE PARAMETER MASTER FIRST, THE OLD SEQUPD_*
      *ENVIRONMENT VARIABLES AS THE FALLBACK.
      *02-09-2026 GD - ACCOUNT-TO-ACCOUNT TRANSFERS - TRANSACTION TYPE
      *"T" CARRIES THE RECEIVING ACCOUNT IN THE NEW T-TARGET-ACCT
      *FIELD (TRANSREC IS NOW 19 BYTES). BOTH LEGS POST TOGETHER OR
      *NEITHER DOES: THE OLD MASTER IS CACHED AT INITIALIZATION AND
      *EVERY TRANSFER IS
      *JUDGED ATOMICALLY DURING THE 210 PRE-READ - BOTH ACCOUNTS ON
      *FILE AND OPEN, SOURCE FUNDS SUFFICIENT, TARGET UNDER ITS
      *LIMIT, EACH TRANSFER SIMULATED IN ARRIVAL ORDER AGAINST THE
           WS-BRANCH-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.
          SELECT PROD-FILE ASSIGN TO
           WS-PROD-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROD-STATUS.
          SELECT HIST-FILE ASSIGN TO
           WS-HIST-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
          SELECT NSF-FILE ASSIGN TO
           WS-NSF-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
          SELECT REL-FILE ASSIGN TO
           WS-REL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REL-STATUS.
          SELECT SWEEP-FILE ASSIGN TO
           WS-SWEEP-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
          SELECT TDEP-FILE ASSIGN TO
           WS-TDEP-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TDEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
                           ==ACCT-STATUS== BY ==M-ACCT-STAT-IN==
                           ==BRANCH-CODE== BY ==M-BRANCH-IN==
                           ==ACCT-NAME== BY ==M-ACCT-NAME-IN==
                           ==ACCT-PRODUCT== BY ==M-ACCT-PROD-IN==
                           ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                   ==ACCT-NO-PICTURE== BY ==9(4)==
                                   ==AMT-DUE-PICTURE== BY ==9(4)V99==.
       FD IN-FILE2
           RECORD CONTAINS 18 TO 34 CHARACTERS.
           01 TRANS-REC.
           COPY TRANSREC.
      *    BATCH HEADER AND TRAILER VIEWS OF THE SAME RECORD AREA -
      *    "HD"/"TR" IN THE FIRST TWO POSITIONS CANNOT COLLIDE WITH
      *    A REAL (ALL-DIGIT) ACCOUNT NUMBER; TEST TH-TAG, NOT THE
      *    FOUR-CHARACTER T-ACCT-NO.
           01 TRANS-HDR-REC.
               02 TH-TAG                       PIC X(2).
               02 TH-BUS-DATE                  PIC 9(8).
                           ==ACCT-STATUS== BY ==M-ACCT-STAT-OUT==
                           ==BRANCH-CODE== BY ==M-BRANCH-OUT==
                           ==ACCT-NAME== BY ==M-ACCT-NAME-OUT==
                           ==ACCT-PRODUCT== BY ==M-ACCT-PROD-OUT==
                           ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                   ==ACCT-NO-PICTURE== BY ==9(4)==
                                   ==AMT-DUE-PICTURE== BY ==9(4)V99==.
       FD REJECT-FILE.
           01 REJECT-REC.
               02 REJ-ACCT-NO                  PIC X(4).
               02 FILLER                       PIC X VALUE SPACE.
               02 REJ-TRANS-TYPE                PIC X.
               02 FILLER                       PIC X VALUE SPACE.
           01 AUDIT-REC.
           COPY AUDITREC.
       FD SUSPENSE-FILE
           RECORD CONTAINS 36 CHARACTERS.
           01 SUSPENSE-REC.
               02 SUS-ACCT-NO                  PIC X(4).
               02 SUS-AMT-DUE                   PIC 9(4)V99.
               02 SUS-TRANS-TYPE                PIC X.
               02 SUS-EFF-DATE                  PIC 9(8).
       FD CONTROL-FILE.
           01 CONTROL-REC                      PIC X(90).
       FD CHECKPOINT-FILE
           RECORD CONTAINS 10 CHARACTERS.
           01 CKPT-REC.
               02 CKPT-KEY                     PIC X(4).
               02 CKPT-TRANS                   PIC 9(6).
       FD PENDING-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 PENDING-REC                      PIC X(34).
       FD DUP-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 DUP-REC                          PIC X(34).
       FD MAINT-FILE
           RECORD CONTAINS 28 CHARACTERS.
           01 MAINT-REC.
               02 MNT-DATE                     PIC 9(6).
               02 FILLER                       PIC X VALUE SPACE.
               02 MNT-ACCT-NO                  PIC X(4).
               02 FILLER                       PIC X VALUE SPACE.
               02 MNT-ACTION                   PIC X.
               02 FILLER                       PIC X VALUE SPACE.
               02 FILLER                       PIC X VALUE SPACE.
               02 MNT-NOTE                     PIC X(10).
       FD LIMIT-FILE
           RECORD CONTAINS 19 CHARACTERS.
           01 LIMIT-REC.
               02 LIM-ACCT-NO                  PIC X(4).
               02 LIM-AMOUNT                   PIC 9(5)V99.
               02 LIM-REVIEW-DATE              PIC 9(8).
       FD HOLD-FILE
           RECORD CONTAINS 19 CHARACTERS.
           01 HOLD-REC.
               02 HLD-ACCT-NO                  PIC X(4).
               02 HLD-KIND                     PIC X.
               02 HLD-AMT                      PIC 9(4)V99.
               02 HLD-EXPIRY                   PIC 9(8).
               02 BRM-MANAGER                  PIC X(20).
               02 BRM-ADDRESS                  PIC X(25).
               02 BRM-OPEN-FLAG                PIC X.
       FD PROD-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 PROD-REC.
               02 PRD-CODE                     PIC X(2).
               02 PRD-NAME                     PIC X(20).
               02 PRD-RATE-PRODUCT             PIC X.
               02 PRD-FEE-SCHED                PIC X(2).
               02 PRD-CYCLE                    PIC X(2).
               02 PRD-CREDIT-LIMIT             PIC 9(5)V99.
      *    THE AUDIT HISTORY AUDIT-ARCHIVE KEEPS - BUSINESS DATE PLUS
      *    THE AUDIT ROW AS SEQ-UPDATE WROTE IT.
       FD HIST-FILE
           RECORD CONTAINS 48 CHARACTERS.
           01 HIST-REC.
               02 HST-BUS-DATE                 PIC 9(8).
               02 FILLER                       PIC X.
           COPY AUDITREC REPLACING LEADING ==AUD-== BY ==HST-==.
      *    RETURNED (NSF) ITEMS FOR NSF-NOTICE - THE DEBIT AS IT
      *    ARRIVED, THE BALANCE IT BOUNCED ON AND THE FEE CHARGED.
       FD NSF-FILE
           RECORD CONTAINS 48 CHARACTERS.
           01 NSF-REC.
               02 NSF-ACCT-NO                  PIC X(4).
               02 NSF-AMT                      PIC 9(4)V99.
               02 NSF-EFF-DATE                 PIC 9(8).
               02 NSF-RETURN-DATE              PIC 9(8).
               02 NSF-BALANCE                  PIC S9(5)V99.
               02 NSF-FEE                      PIC 9(4)V99.
               02 NSF-TRACE.
                   03 NSF-TRACE-SRC            PIC X(3).
                   03 NSF-TRACE-SER            PIC 9(6).
      *    THE CUST-REL-MAINT RELATIONSHIP FILE - A PROTECTING ACCOUNT
      *    ON AN ACCOUNT'S ROW ENROLS IT FOR OVERDRAFT SWEEPS.
       FD REL-FILE
           RECORD CONTAINS 15 CHARACTERS.
           01 REL-REC.
               02 REL-CUST-ID                  PIC X(6).
               02 REL-ACCT-NO                  PIC X(4).
               02 REL-PRIMARY                  PIC X.
               02 REL-PROTECT-ACCT             PIC X(4).
      *    ONE ROW PER OVERDRAFT SWEEP POSTED - THE PROTECTED ACCOUNT,
      *    ITS PROTECTOR, THE AMOUNT SWEPT, THE DEBIT IT COVERED AND
      *    THE PROTECTED ACCOUNT'S BALANCE ONCE THE SWEEP LANDED.
       FD SWEEP-FILE
           RECORD CONTAINS 53 CHARACTERS.
           01 SWEEP-REC.
               02 SWP-DATE                     PIC 9(8).
               02 SWP-ACCT-NO                  PIC X(4).
               02 SWP-PROTECT-ACCT             PIC X(4).
               02 SWP-AMT                      PIC 9(4)V99.
               02 SWP-DEBIT-AMT                PIC 9(4)V99.
               02 SWP-NEW-BALANCE              PIC S9(5)V99.
               02 SWP-DEBIT-TRACE              PIC X(9).
               02 SWP-TRACE                    PIC X(9).
      *    THE TERM-DEPOSIT-MAINT MASTER - ONLY THE ACCOUNT, MATURITY
      *    AND STATUS MATTER HERE.
       FD TDEP-FILE
           RECORD CONTAINS 45 CHARACTERS.
           01 TDEP-REC.
               02 TD-ACCT-NO                   PIC X(4).
               02 FILLER                       PIC X(19).
               02 TD-MATURITY                  PIC 9(8).
               02 FILLER                       PIC X(13).
               02 TD-STATUS                    PIC X.

       WORKING-STORAGE SECTION.
           01 WS-OLD-FILE-PATH              PIC X(80) VALUE
           01 WS-LIMIT-FILE-PATH            PIC X(80) VALUE SPACES.
           01 WS-LIMIT-STATUS               PIC XX.
           01 WS-LIMIT-TABLE.
               02 WS-LIMIT-ENTRY OCCURS 1000 TIMES.
                   03 WS-LIM-ACCT       PIC X(4).
                   03 WS-LIM-AMT        PIC 9(5)V99.
           01 WS-LIMIT-CTR              PIC 9(4) VALUE ZERO.
           01 WS-LIMIT-IDX              PIC 9(4).
           01 WS-LIMIT-EOF-SW           PIC X VALUE "N".
           01 WS-ACCT-LIMIT             PIC 9(5)V99.
           01 WS-LIMIT-FOUND-SW         PIC X VALUE "N".
               88 WS-LIMIT-FOUND                VALUE "Y".
               88 WS-PROD-LIMIT-FOUND           VALUE "P".
           01 WS-LIMIT-ACCT-WORK        PIC X(4).
           01 WS-LIMIT-PROD-WORK        PIC X(2).
      *    THE PRODUCT MASTER FROM PRODUCT-MAINT - THE DEFAULT CREDIT
      *    LIMIT FOR AN ACCOUNT WITH NO LIMIT ROW, AND THE VALID CODES
      *    FOR THE "P" MAINTENANCE TYPE. NO PATH MEANS NEITHER.
           01 WS-PROD-FILE-PATH         PIC X(80) VALUE SPACES.
           01 WS-PROD-STATUS            PIC XX.
           01 WS-PROD-TABLE.
               02 WS-PROD-ENTRY OCCURS 20 TIMES.
                   03 WS-PR-CODE        PIC X(2).
                   03 WS-PR-LIMIT       PIC 9(5)V99.
           01 WS-PROD-CTR               PIC 9(2) VALUE ZERO.
           01 WS-PROD-IDX               PIC 9(2).
           01 WS-PROD-EOF-SW            PIC X VALUE "N".
           01 WS-PROD-FOUND-SW          PIC X.
               88 WS-PROD-FOUND                 VALUE "Y".
           01 WS-PROD-LOOK              PIC X(2).
      *    BRANCH STOPS AND HELD AMOUNTS, LOADED AT INITIALIZATION
      *    FROM THE HOLD-MAINT FILE - EXPIRED ROWS NEVER LOAD.
           01 WS-HOLD-FILE-PATH         PIC X(80) VALUE SPACES.
           01 WS-HOLD-STATUS            PIC XX.
           01 WS-HOLD-TABLE.
               02 WS-HOLD-ENTRY OCCURS 50 TIMES.
                   03 WS-HO-ACCT        PIC X(4).
                   03 WS-HO-KIND        PIC X.
                   03 WS-HO-AMT         PIC 9(4)V99.
           01 WS-HOLD-CTR               PIC 9(3) VALUE ZERO.
      *    PRE-READ, AND THE ACCEPTED LEGS APPLIED AT MASTER-WRITE
      *    TIME SO STREAM ORDER CANNOT SPLIT A TRANSFER.
           01 WS-ACCT-CACHE-TABLE.
               02 WS-CACHE-ENTRY OCCURS 9999 TIMES.
                   03 WS-CA-ACCT        PIC X(4).
                   03 WS-CA-BAL         PIC S9(5)V99.
                   03 WS-CA-STATUS      PIC X.
                   03 WS-CA-PROD        PIC X(2).
                   03 WS-CA-BRANCH      PIC X(2).
           01 WS-CACHE-CTR              PIC 9(4) VALUE ZERO.
           01 WS-CACHE-EOF-SW           PIC X VALUE "N".
           01 WS-XFER-TABLE.
               02 WS-XFER-ENTRY OCCURS 50 TIMES.
                   03 WS-XF-REC         PIC X(34).
                   03 WS-XF-STATUS      PIC X.
      *                "A" = ACCEPTED - LEGS POST; "R" = REJECTED
                   03 WS-XF-REASON      PIC X(25).
                   03 WS-XF-USED        PIC X.
           01 WS-XFER-CTR               PIC 9(3) VALUE ZERO.
           01 WS-XFER-IDX               PIC 9(3).
           01 WS-XFER-SCAN              PIC 9(5).
           01 WS-LEG-TABLE.
               02 WS-LEG-ENTRY OCCURS 300 TIMES.
                   03 WS-LEG-ACCT       PIC X(4).
                   03 WS-LEG-SIDE       PIC X.
                   03 WS-LEG-OTHER      PIC X(4).
                   03 WS-LEG-AMT        PIC 9(4)V99.
                   03 WS-LEG-TRACE      PIC X(9).
                   03 WS-LEG-DONE       PIC X.
      *                "W" = SWEEP CREDIT WAITING FOR ITS DEBIT (534)
      *                "T" = TRANSFER LEG; "V" = REVERSAL LEG
                   03 WS-LEG-KIND       PIC X.
                   03 WS-LEG-REV-TYPE   PIC X.
                   03 WS-LEG-AUD-AMT    PIC 9(4)V99.
           01 WS-LEG-CTR                PIC 9(3) VALUE ZERO.
           01 WS-LEG-IDX                PIC 9(3).
           01 WS-SRC-IDX                PIC 9(4).
           01 WS-TGT-IDX                PIC 9(4).
           01 WS-CACHE-IDX              PIC 9(4).
           01 WS-CACHE-LOOK             PIC X(4).
           01 WS-VER-PRIOR              PIC X(34) VALUE LOW-VALUES.
           01 WS-XFER-LEG-CTR           PIC 9(5) VALUE ZERO.
           01 WS-XFER-REJ-REASON.
               02 WS-XR-SRC             PIC X(4).
               02 FILLER                PIC X VALUE "-".
               02 WS-XR-TGT             PIC X(4).
               02 FILLER                PIC X VALUE SPACE.
               02 WS-XR-CAUSE           PIC X(14).
      *    REVERSALS - COLLECTED IN THE PRE-READ, MATCHED TO THEIR
      *    ORIGINALS IN ONE PASS OF THE AUDIT HISTORY, THEN JUDGED
      *    ATOMICALLY AGAINST THE CACHE. EACH ORIGINAL LEG FOUND ON
      *    THE HISTORY KEEPS ITS ACCOUNT AND ITS BALANCE MOVEMENT
      *    BACKWARDS (OLD MINUS NEW) - THE AMOUNT THAT UNDOES IT.
           01 WS-HIST-FILE-PATH         PIC X(80) VALUE SPACES.
           01 WS-HIST-STATUS            PIC XX.
           01 WS-HIST-EOF-SW            PIC X VALUE "N".
           01 WS-HIST-PASS              PIC 9.
           01 WS-HIST-AVAIL-SW          PIC X VALUE "N".
               88 WS-HIST-AVAIL                 VALUE "Y".
           01 WS-REV-TABLE.
               02 WS-REV-ENTRY OCCURS 50 TIMES.
                   03 WS-RV-REC         PIC X(34).
                   03 WS-RV-ACCT        PIC X(4).
                   03 WS-RV-AMT         PIC 9(4)V99.
                   03 WS-RV-TRACE       PIC X(9).
      *                THE BUSINESS DATE OF THE ORIGINAL - THE LATEST
      *                ON WHICH THE NAMED ACCOUNT CARRIES THE TRACE.
                   03 WS-RV-ORIG-DATE   PIC 9(8).
                   03 WS-RV-STATUS      PIC X.
      *                "A" = ACCEPTED - LEGS POST; "R" = REJECTED
                   03 WS-RV-REASON      PIC X(25).
                   03 WS-RV-USED        PIC X.
                   03 WS-RV-SEEN-SW     PIC X.
                   03 WS-RV-ORIG-TYPE   PIC X.
                   03 WS-RV-ORIG-AMT    PIC 9(4)V99.
                   03 WS-RV-LEG-CTR     PIC 9.
                   03 WS-RV-LEG OCCURS 2 TIMES.
                       04 WS-RV-LEG-ACCT    PIC X(4).
                       04 WS-RV-LEG-DELTA   PIC S9(5)V99.
           01 WS-REV-CTR                PIC 9(3) VALUE ZERO.
           01 WS-REV-IDX                PIC 9(3).
           01 WS-REV-SCAN               PIC 9(3).
           01 WS-RV-LEG-IDX             PIC 9.
           01 WS-RV-EXPECT              PIC 9.
           01 WS-REV-LEG-CTR            PIC 9(5) VALUE ZERO.
      *    RETURNED ITEMS - THE FILE FOR NSF-NOTICE AND THE FEE
      *    TRANSACTION BUILT FOR THE PENDING FILE.
           01 WS-NSF-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/RETURNED-ITEMS.txt".
           01 WS-NSF-FEE                PIC 9(4)V99 VALUE 25.00.
           01 WS-NSF-FEE-DOLLARS        PIC 9(4).
           01 WS-NSF-SW                 PIC X VALUE "N".
               88 WS-NSF-ITEM                   VALUE "Y".
           01 WS-NSF-CTR                PIC 9(5) VALUE ZERO.
           01 WS-NSF-FEE-CTR            PIC 9(5) VALUE ZERO.
           01 WS-NSF-FEE-TRANS.
           COPY TRANSREC REPLACING LEADING ==T-== BY ==NF-==.
      *    OVERDRAFT PROTECTION - THE RELATIONSHIP ROWS, THE SWEEPS
      *    PLANNED IN 290 AND THE BALANCE 290 FOLLOWS FOR THE
      *    PROTECTED ACCOUNT IN HAND. NO RELATIONSHIP PATH, NO SWEEPS.
           01 WS-REL-FILE-PATH          PIC X(80) VALUE SPACES.
           01 WS-REL-STATUS             PIC XX.
           01 WS-REL-EOF-SW             PIC X VALUE "N".
           01 WS-RELP-TABLE.
               02 WS-RELP-ENTRY OCCURS 999 TIMES.
                   03 WS-RP-ACCT        PIC X(4).
                   03 WS-RP-CUST        PIC X(6).
                   03 WS-RP-PROT        PIC X(4).
           01 WS-RELP-CTR               PIC 9(3) VALUE ZERO.
           01 WS-RELP-IDX               PIC 9(3).
           01 WS-RELP-SCAN              PIC 9(4).
           01 WS-RELP-LOOK              PIC X(4).
           01 WS-RELP-PROT-CTR          PIC 9(3) VALUE ZERO.
           01 WS-SWEEP-FILE-PATH        PIC X(80) VALUE
               "/Users/gaetanodorsi/SWEEP-REG.txt".
           01 WS-SWEEP-TABLE.
               02 WS-SWEEP-ENTRY OCCURS 50 TIMES.
                   03 WS-SW-ACCT        PIC X(4).
                   03 WS-SW-PROT        PIC X(4).
                   03 WS-SW-AMT         PIC 9(4)V99.
                   03 WS-SW-DEBIT-AMT   PIC 9(4)V99.
                   03 WS-SW-DEBIT-TRACE PIC X(9).
                   03 WS-SW-TRACE       PIC X(9).
                   03 WS-SW-LEG         PIC 9(3).
           01 WS-SWEEP-CTR              PIC 9(3) VALUE ZERO.
           01 WS-SWEEP-IDX              PIC 9(3).
           01 WS-SWEEP-REFUSED-CTR      PIC 9(5) VALUE ZERO.
           01 WS-SWEEP-POSTED-CTR       PIC 9(5) VALUE ZERO.
           01 WS-SWEEP-SHORT            PIC 9(4)V99.
           01 WS-SWEEP-CUST             PIC X(6).
           01 WS-SWEEP-PROT             PIC X(4).
           01 WS-SWEEP-TRACE.
               02 WS-SWEEP-TRACE-SRC    PIC X(3) VALUE "ODS".
               02 WS-SWEEP-TRACE-SER    PIC 9(6).
      *    TERM DEPOSITS - THE ACCOUNTS STILL LOCKED IN A LIVE TERM
      *    AND THE EARLY-WITHDRAWAL PENALTY. NO PATH, NO LOCKS.
           01 WS-TDEP-FILE-PATH         PIC X(80) VALUE SPACES.
           01 WS-TDEP-STATUS            PIC XX.
           01 WS-TDEP-EOF-SW            PIC X VALUE "N".
           01 WS-TDEP-TABLE.
               02 WS-TDEP-ACCT OCCURS 999 TIMES PIC X(4).
           01 WS-TDEP-CTR               PIC 9(3) VALUE ZERO.
           01 WS-TDEP-IDX               PIC 9(3).
           01 WS-TDEP-SCAN              PIC 9(4).
           01 WS-TDEP-LOOK              PIC X(4).
           01 WS-TD-PENALTY             PIC 9(4)V99 VALUE ZERO.
           01 WS-TD-PENALTY-DOLLARS     PIC 9(4).
           01 WS-TD-EARLY-SW            PIC X VALUE "N".
               88 WS-TD-EARLY                   VALUE "Y".
           01 WS-TD-PENALTY-CTR         PIC 9(5) VALUE ZERO.
           01 WS-TD-PEN-TRANS.
           COPY TRANSREC REPLACING LEADING ==T-== BY ==TP-==.
           01 WS-RECOVERY-SW            PIC X VALUE "N".
               88 WS-RECOVERY                   VALUE "Y".
           01 WS-CHGOFF-CTR             PIC 9(5) VALUE ZERO.
           01 WS-CHGOFF-AMT             PIC 9(7)V99 VALUE ZERO.
           01 WS-RECOVERY-CTR           PIC 9(5) VALUE ZERO.
           01 WS-RECOVERY-AMT           PIC 9(7)V99 VALUE ZERO.
           01 WS-PLAN-EOF-SW            PIC X VALUE "N".
           01 WS-PLAN-PRIOR             PIC X(34).
           01 WS-PL-ACCT                PIC X(4).
           01 WS-PL-IDX                 PIC 9(4).
           01 WS-PL-BAL                 PIC S9(5)V99.
           01 WS-PL-STATUS              PIC X.
           01 WS-PL-SKIP-SW             PIC X.
               88 WS-PL-SKIP                    VALUE "Y".
           01 WS-PRIOR-TRANS                PIC X(34) VALUE LOW-VALUES.
           01 WS-ENV-HOLD                   PIC X(80).
           01 WS-PARM-PROGRAM               PIC X(8)
               VALUE "SEQUPD  ".
           01 WS-NEW-ACCT-MODE              PIC X VALUE "S".
      *          "S" = UNMATCHED TRANSACTIONS GO TO SUSPENSE FOR REVIEW
      *          "N" = UNMATCHED TRANSACTIONS CREATE A NEW ACCOUNT
           01 WS-NC-FUNCTION                PIC X.
           01 WS-NC-ACCT                    PIC X(4).
           01 WS-NC-REF                     PIC X(8) VALUE "SEQUPD".
           01 WS-NC-RESULT                  PIC X.
           01 WS-NC-DATE                    PIC 9(8).
           01 WS-BALANCE-CEILING            PIC 9(5)V99 VALUE 9999.99.
           01 WS-OLD-BALANCE                PIC S9(5)V99.
           01 WS-NEW-BALANCE                PIC S9(5)V99.
           01 WS-TRL-SEEN-SW                PIC X VALUE "N".
           01 WS-TRL-COUNT                  PIC 9(6).
           01 WS-TRL-HASH                   PIC 9(9)V99.
           01 WS-RESTART-KEY                PIC X(4) VALUE SPACES.
           01 WS-RESTART-TRANS              PIC 9(6) VALUE ZERO.
           01 WS-LAST-MASTER-KEY            PIC X(4) VALUE SPACES.
           01 WS-LAST-OUT-TRANS             PIC 9(6) VALUE ZERO.
           01 WS-RESTART-SW                 PIC X VALUE "N".
               88 WS-RESTARTING                     VALUE "Y".
      *    PARTITIONED RUNS - THE ACCOUNT-KEY RANGE THIS RUN OWNS AND
      *    THE SUFFIX ITS OUTPUT PATHS CARRY. NO PARTITION NUMBER
      *    MEANS THE WHOLE MASTER.
           01 WS-PART-NO                    PIC 9 VALUE ZERO.
           01 WS-PART-SW                    PIC X VALUE "N".
               88 WS-PARTITIONED                    VALUE "Y".
           01 WS-PART-LOW                   PIC X(4) VALUE "0000".
           01 WS-PART-HIGH                  PIC X(4) VALUE "9999".
           01 WS-PART-SUFFIX                PIC X(3).
           01 WS-PART-PATH-WORK             PIC X(80).
           01 WS-PART-SERIAL-BASE           PIC 9(6) VALUE ZERO.
           01 WS-MASTER-GOT-SW              PIC X.
               88 WS-MASTER-GOT                     VALUE "Y".
           01 CTL-LINE.
               02 FILLER            PIC X(17) VALUE "REGULAR UPDATES:".
               02 CTL-REG-OUT        PIC ZZZZ9.
               02 CTL-M-DUP         PIC 9(5).
               02 FILLER            PIC X VALUE SPACE.
               02 CTL-M-XFER-LEGS   PIC 9(5).
               02 FILLER            PIC X VALUE SPACE.
               02 CTL-M-REV-LEGS    PIC 9(5).
      *    MACHINE-READABLE PARTITION LINE - WHICH SLICE OF THE
      *    MASTER THIS CONTROL FILE COVERS, FOR SEQ-UPDATE-MERGE.
           01 CTL-PART-MACHINE-LINE.
               02 FILLER            PIC X(8) VALUE "SEQPRT  ".
               02 CTL-P-PART-NO     PIC 9.
               02 FILLER            PIC X VALUE SPACE.
               02 CTL-P-LOW         PIC X(4).
               02 FILLER            PIC X VALUE SPACE.
               02 CTL-P-HIGH        PIC X(4).
               02 FILLER            PIC X VALUE SPACE.
               02 CTL-P-RUN-DATE    PIC 9(8).
      *    MACHINE-READABLE MASTER TOTALS - SIGN AND RAW DIGITS,
      *    CONSUMED BY GL-POST'S DEPOSIT CONTROL PROOF.
           01 CTL-TOTAL-MACHINE-LINE.
               02 FILLER            PIC X(8) VALUE "SEQBAL  ".
               02 CTL-MT-OLD-SIGN   PIC X.
               02 CTL-MT-OLD-TOTAL  PIC 9(7)V99.
               02 FILLER            PIC X VALUE SPACE.
               02 CTL-MT-NEW-SIGN   PIC X.
               02 CTL-MT-NEW-TOTAL  PIC 9(7)V99.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-BRANCH-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           MOVE "SEQUPD_PROD_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PROD-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           MOVE "SEQUPD_HIST_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-HIST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           MOVE "SEQUPD_NSF_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-NSF-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           MOVE "SEQUPD_NSF_FEE" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD (1:4) IS NUMERIC
               MOVE WS-ENV-HOLD (1:4) TO WS-NSF-FEE-DOLLARS
               MOVE WS-NSF-FEE-DOLLARS TO WS-NSF-FEE
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           MOVE "SEQUPD_REL_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REL-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           MOVE "SEQUPD_SWEEP_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-SWEEP-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           MOVE "SEQUPD_TDEP_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-TDEP-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           MOVE "SEQUPD_TD_PENALTY" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD (1:4) IS NUMERIC
               MOVE WS-ENV-HOLD (1:4) TO WS-TD-PENALTY-DOLLARS
               MOVE WS-TD-PENALTY-DOLLARS TO WS-TD-PENALTY
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           MOVE "SEQUPD_PART_NO" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD (1:1) IS NUMERIC
               AND WS-ENV-HOLD (1:1) NOT = "0"
               MOVE WS-ENV-HOLD (1:1) TO WS-PART-NO
               MOVE "Y" TO WS-PART-SW
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           MOVE "SEQUPD_PART_LOW" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:4) TO WS-PART-LOW
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           MOVE "SEQUPD_PART_HIGH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:4) TO WS-PART-HIGH
           END-IF
           IF WS-PARTITIONED
               PERFORM 170-PARTITION-PATHS-RTN
           END-IF
           PERFORM 160-CHECK-RESTART-RTN.

      ******************************************************************
               DISPLAY "RESTARTING PAST COMMITTED KEY " WS-RESTART-KEY
                   " TRANSACTION " WS-RESTART-TRANS
           END-IF.

      ******************************************************************
      * A PARTITIONED RUN WRITES ITS OWN SLICE OF EVERY OUTPUT - THE
      * CONFIGURED PATH WITH ".PN" ON THE END - SO PARTITIONS RUNNING
      * SIDE BY SIDE NEVER SHARE A FILE. THE CHECKPOINT IS SLICED TOO,
      * SO EACH PARTITION RESTARTS ON ITS OWN.
      ******************************************************************
       170-PARTITION-PATHS-RTN.
           MOVE SPACES TO WS-PART-SUFFIX
           STRING ".P" WS-PART-NO DELIMITED BY SIZE
               INTO WS-PART-SUFFIX
           MOVE WS-NEW-FILE-PATH TO WS-PART-PATH-WORK
           PERFORM 175-SUFFIX-PATH-RTN
           MOVE WS-PART-PATH-WORK TO WS-NEW-FILE-PATH
           MOVE WS-REJ-FILE-PATH TO WS-PART-PATH-WORK
           PERFORM 175-SUFFIX-PATH-RTN
           MOVE WS-PART-PATH-WORK TO WS-REJ-FILE-PATH
           MOVE WS-AUDIT-FILE-PATH TO WS-PART-PATH-WORK
           PERFORM 175-SUFFIX-PATH-RTN
           MOVE WS-PART-PATH-WORK TO WS-AUDIT-FILE-PATH
           MOVE WS-SUSP-FILE-PATH TO WS-PART-PATH-WORK
           PERFORM 175-SUFFIX-PATH-RTN
           MOVE WS-PART-PATH-WORK TO WS-SUSP-FILE-PATH
           MOVE WS-CTL-FILE-PATH TO WS-PART-PATH-WORK
           PERFORM 175-SUFFIX-PATH-RTN
           MOVE WS-PART-PATH-WORK TO WS-CTL-FILE-PATH
           MOVE WS-CKPT-FILE-PATH TO WS-PART-PATH-WORK
           PERFORM 175-SUFFIX-PATH-RTN
           MOVE WS-PART-PATH-WORK TO WS-CKPT-FILE-PATH
           MOVE WS-PEND-FILE-PATH TO WS-PART-PATH-WORK
           PERFORM 175-SUFFIX-PATH-RTN
           MOVE WS-PART-PATH-WORK TO WS-PEND-FILE-PATH
           MOVE WS-MAINT-FILE-PATH TO WS-PART-PATH-WORK
           PERFORM 175-SUFFIX-PATH-RTN
           MOVE WS-PART-PATH-WORK TO WS-MAINT-FILE-PATH
           MOVE WS-DUP-FILE-PATH TO WS-PART-PATH-WORK
           PERFORM 175-SUFFIX-PATH-RTN
           MOVE WS-PART-PATH-WORK TO WS-DUP-FILE-PATH
           MOVE WS-NSF-FILE-PATH TO WS-PART-PATH-WORK
           PERFORM 175-SUFFIX-PATH-RTN
           MOVE WS-PART-PATH-WORK TO WS-NSF-FILE-PATH
           MOVE WS-SWEEP-FILE-PATH TO WS-PART-PATH-WORK
           PERFORM 175-SUFFIX-PATH-RTN
           MOVE WS-PART-PATH-WORK TO WS-SWEEP-FILE-PATH
           COMPUTE WS-PART-SERIAL-BASE = WS-PART-NO * 100000
           DISPLAY "PARTITION " WS-PART-NO " - ACCOUNTS " WS-PART-LOW
               " THROUGH " WS-PART-HIGH.

       175-SUFFIX-PATH-RTN.
           MOVE WS-PART-PATH-WORK TO WS-ENV-HOLD
           MOVE SPACES TO WS-PART-PATH-WORK
           STRING WS-ENV-HOLD DELIMITED BY SPACE
               WS-PART-SUFFIX DELIMITED BY SIZE
               INTO WS-PART-PATH-WORK.
       200-INITIALIZATION-RTN.
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-RUN-DATE
           PERFORM 230-LOAD-LIMITS-RTN
           PERFORM 235-LOAD-HOLDS-RTN
           PERFORM 238-LOAD-BRANCHES-RTN
           PERFORM 242-LOAD-PRODUCTS-RTN
           PERFORM 247-LOAD-RELATIONS-RTN
           PERFORM 249-LOAD-TERM-DEPOSITS-RTN
           OPEN INPUT IN-FILE1
           PERFORM 205-CACHE-MASTER-RTN
           OPEN INPUT IN-FILE2
           PERFORM 210-VERIFY-BATCH-RTN
           CLOSE IN-FILE2
           IF WS-REV-CTR > ZERO
               PERFORM 275-SCAN-HISTORY-RTN
               PERFORM 280-JUDGE-REVERSAL-RTN
                   VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-CTR
           END-IF
           IF WS-RELP-PROT-CTR > ZERO AND NOT WS-BATCH-REJECTED
               OPEN INPUT IN-FILE2
               PERFORM 290-PLAN-SWEEPS-RTN
               CLOSE IN-FILE2
           END-IF
           OPEN INPUT IN-FILE2
           IF WS-RESTARTING
               OPEN EXTEND OUT-FILE
               OPEN EXTEND SUSPENSE-FILE
               OPEN EXTEND MAINT-FILE
               OPEN EXTEND DUP-FILE
               OPEN EXTEND NSF-FILE
               OPEN EXTEND SWEEP-FILE
           ELSE
               OPEN OUTPUT OUT-FILE
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT SUSPENSE-FILE
               OPEN OUTPUT MAINT-FILE
               OPEN OUTPUT DUP-FILE
               OPEN OUTPUT NSF-FILE
               OPEN OUTPUT SWEEP-FILE
           END-IF
           OPEN OUTPUT CONTROL-FILE
      *    A PARTITION'S PENDING SLICE IS TONIGHT'S ONLY - THE MERGE
      *    APPENDS IT TO THE REAL PENDING FILE.
           IF WS-PARTITIONED AND NOT WS-RESTARTING
               OPEN OUTPUT PENDING-FILE
           ELSE
               OPEN EXTEND PENDING-FILE
               IF WS-PEND-STATUS = "35"
                   OPEN OUTPUT PENDING-FILE
               END-IF
           END-IF.
      ******************************************************************
      * CACHE THE OLD MASTER BEFORE THE TRANSACTION PRE-READ SO THE
      * TRANSFER JUDGING IN 260 CAN SEE BOTH SIDES OF EVERY TRANSFER.
      * THE TABLE COVERS THE WHOLE FOUR-DIGIT KEYSPACE, SO THE WHOLE
      * MASTER FITS. THE FILE IS CLOSED AND REOPENED THE
      * SAME WAY THE TRANSACTION FILE IS AFTER ITS OWN PRE-READ.
      ******************************************************************
       205-CACHE-MASTER-RTN.
               AT END
                   MOVE "Y" TO WS-CACHE-EOF-SW
               NOT AT END
                   IF WS-CACHE-CTR < 9999
                       ADD 1 TO WS-CACHE-CTR
                       MOVE M-ACCT-NO-IN TO WS-CA-ACCT (WS-CACHE-CTR)
                       MOVE M-AMT-DUE-IN TO WS-CA-BAL (WS-CACHE-CTR)
                       MOVE M-ACCT-STAT-IN
                           TO WS-CA-STATUS (WS-CACHE-CTR)
                       MOVE M-ACCT-PROD-IN
                           TO WS-CA-PROD (WS-CACHE-CTR)
                       MOVE M-BRANCH-IN
                           TO WS-CA-BRANCH (WS-CACHE-CTR)
                   END-IF
           END-READ.

           END-IF.

       220-VERIFY-ONE-RTN.
           EVALUATE TH-TAG
               WHEN "HD"
                   MOVE "Y" TO WS-HEADERED-SW
                   MOVE TH-BUS-DATE TO WS-BATCH-DATE
      *            DESIGN) IS DIVERTED FOR REVIEW AND A FUTURE-DATED
      *            ITEM IS PARKED, SO NEITHER IS SIMULATED HERE.
                   IF T-TRANS-TYPE = "T"
                       AND TRANS-REC (1:25) NOT =
                           WS-VER-PRIOR (1:25)
                       AND (T-EFF-DATE = ZERO
                           OR T-EFF-DATE NOT > WS-RUN-DATE)
                       PERFORM 260-JUDGE-XFER-RTN
                   END-IF
                   IF T-TRANS-TYPE = "V"
                       AND TRANS-REC (1:25) NOT =
                           WS-VER-PRIOR (1:25)
                       AND (T-EFF-DATE = ZERO
                           OR T-EFF-DATE NOT > WS-RUN-DATE)
                       PERFORM 270-COLLECT-REVERSAL-RTN
                   END-IF
                   MOVE TRANS-REC TO WS-VER-PRIOR
           END-EVALUATE.

                   MOVE T-AMT-DUE TO WS-LEG-AMT (WS-LEG-CTR)
                   MOVE T-TRACE TO WS-LEG-TRACE (WS-LEG-CTR)
                   MOVE SPACE TO WS-LEG-DONE (WS-LEG-CTR)
                   MOVE "T" TO WS-LEG-KIND (WS-LEG-CTR)
                   MOVE SPACE TO WS-LEG-REV-TYPE (WS-LEG-CTR)
                   MOVE T-AMT-DUE TO WS-LEG-AUD-AMT (WS-LEG-CTR)
                   ADD 1 TO WS-LEG-CTR
                   MOVE T-TARGET-ACCT TO WS-LEG-ACCT (WS-LEG-CTR)
                   MOVE "C" TO WS-LEG-SIDE (WS-LEG-CTR)
                   MOVE T-AMT-DUE TO WS-LEG-AMT (WS-LEG-CTR)
                   MOVE T-TRACE TO WS-LEG-TRACE (WS-LEG-CTR)
                   MOVE SPACE TO WS-LEG-DONE (WS-LEG-CTR)
                   MOVE "T" TO WS-LEG-KIND (WS-LEG-CTR)
                   MOVE SPACE TO WS-LEG-REV-TYPE (WS-LEG-CTR)
                   MOVE T-AMT-DUE TO WS-LEG-AUD-AMT (WS-LEG-CTR)
               ELSE
                   MOVE "R" TO WS-XF-STATUS (WS-XFER-CTR)
                   MOVE WS-XFER-REJ-REASON
           END-IF.

       265-XFER-CHECKS-RTN.
           MOVE T-ACCT-NO TO WS-TDEP-LOOK
           PERFORM 252-FIND-DEPOSIT-RTN
           EVALUATE TRUE
               WHEN WS-SRC-IDX = ZERO OR WS-TGT-IDX = ZERO
                   MOVE "ACCT NOT FOUND" TO WS-XR-CAUSE
               WHEN WS-CA-STATUS (WS-SRC-IDX) = "C"
                   OR WS-CA-STATUS (WS-SRC-IDX) = "F"
                   MOVE "SRC CLSD/FRZN" TO WS-XR-CAUSE
               WHEN WS-CA-STATUS (WS-SRC-IDX) = "W"
                   MOVE "SRC CHARGED OFF" TO WS-XR-CAUSE
               WHEN WS-CA-STATUS (WS-TGT-IDX) = "C"
                   OR WS-CA-STATUS (WS-TGT-IDX) = "F"
                   MOVE "TGT CLSD/FRZN" TO WS-XR-CAUSE
               WHEN WS-CA-STATUS (WS-TGT-IDX) = "W"
                   MOVE "TGT CHARGED OFF" TO WS-XR-CAUSE
               WHEN WS-CA-BAL (WS-SRC-IDX) < T-AMT-DUE
                   MOVE "INSUF FUNDS" TO WS-XR-CAUSE
               WHEN WS-TDEP-CTR > ZERO AND T-TRACE-SRC NOT = "TDM"
                   AND WS-TDEP-IDX > ZERO
                   MOVE "TD NOT MATURED" TO WS-XR-CAUSE
               WHEN OTHER
                   MOVE T-TARGET-ACCT TO WS-LIMIT-ACCT-WORK
                   MOVE WS-CA-PROD (WS-TGT-IDX) TO WS-LIMIT-PROD-WORK
                   PERFORM 360-FIND-LIMIT-RTN
                   IF WS-CA-BAL (WS-TGT-IDX) + T-AMT-DUE
                       > WS-ACCT-LIMIT
                       EVALUATE TRUE
                           WHEN WS-LIMIT-FOUND
                               MOVE "OVR ACCT LIMIT" TO WS-XR-CAUSE
                           WHEN WS-PROD-LIMIT-FOUND
                               MOVE "OVR PROD LIMIT" TO WS-XR-CAUSE
                           WHEN OTHER
                               MOVE "OVR GLOBAL CLG" TO WS-XR-CAUSE
                       END-EVALUATE
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * NOTE ONE REVERSAL FOR JUDGING ONCE THE HISTORY HAS BEEN READ.
      * A REVERSAL WITH NO TRACE CAN NAME NO ORIGINAL - IT IS REJECTED
      * HERE AND NEVER MATCHED AGAINST THE HISTORY.
      ******************************************************************
       270-COLLECT-REVERSAL-RTN.
           IF WS-REV-CTR >= 50
      *        NO SLOT - THE POSTING PASS REJECTS IT AS UNJUDGED.
               DISPLAY "REVERSAL TABLE FULL - REVERSAL FOR "
                   T-ACCT-NO " WILL REJECT"
           ELSE
               ADD 1 TO WS-REV-CTR
               MOVE TRANS-REC TO WS-RV-REC (WS-REV-CTR)
               MOVE T-ACCT-NO TO WS-RV-ACCT (WS-REV-CTR)
               MOVE T-AMT-DUE TO WS-RV-AMT (WS-REV-CTR)
               MOVE T-TRACE TO WS-RV-TRACE (WS-REV-CTR)
               MOVE ZERO TO WS-RV-ORIG-DATE (WS-REV-CTR)
               MOVE SPACE TO WS-RV-STATUS (WS-REV-CTR)
               MOVE SPACES TO WS-RV-REASON (WS-REV-CTR)
               MOVE SPACE TO WS-RV-USED (WS-REV-CTR)
               MOVE "N" TO WS-RV-SEEN-SW (WS-REV-CTR)
               MOVE SPACE TO WS-RV-ORIG-TYPE (WS-REV-CTR)
               MOVE ZERO TO WS-RV-ORIG-AMT (WS-REV-CTR)
               MOVE ZERO TO WS-RV-LEG-CTR (WS-REV-CTR)
               IF T-TRACE = SPACES
                   MOVE "R" TO WS-RV-STATUS (WS-REV-CTR)
                   MOVE "NO TRACE GIVEN" TO WS-RV-REASON (WS-REV-CTR)
               END-IF
           END-IF.

      ******************************************************************
      * TWO PASSES OF THE AUDIT HISTORY FOR EVERY TRACE THIS RUN WANTS
      * TO REVERSE. TRACE SERIALS ARE ONLY UNIQUE WITHIN ONE NIGHT'S
      * FEED, SO THE FIRST PASS PINS EACH REVERSAL TO ONE BUSINESS
      * DATE - THE LATEST ON WHICH ITS OWN ACCOUNT CARRIES THE TRACE -
      * AND THE SECOND GATHERS THE ORIGINAL'S LEGS FROM THAT DATE
      * ALONE. NO PATH OR NO FILE LEAVES EVERY REVERSAL WITH NOTHING
      * TO MATCH - THEY ALL REJECT.
      ******************************************************************
       275-SCAN-HISTORY-RTN.
           IF WS-HIST-FILE-PATH NOT = SPACES
               OPEN INPUT HIST-FILE
               IF WS-HIST-STATUS = "00"
                   MOVE "Y" TO WS-HIST-AVAIL-SW
                   MOVE 1 TO WS-HIST-PASS
                   MOVE "N" TO WS-HIST-EOF-SW
                   PERFORM 276-HISTORY-ONE-RTN
                       UNTIL WS-HIST-EOF-SW = "Y"
                   CLOSE HIST-FILE
                   OPEN INPUT HIST-FILE
                   MOVE 2 TO WS-HIST-PASS
                   MOVE "N" TO WS-HIST-EOF-SW
                   PERFORM 276-HISTORY-ONE-RTN
                       UNTIL WS-HIST-EOF-SW = "Y"
                   CLOSE HIST-FILE
               END-IF
           END-IF
           IF NOT WS-HIST-AVAIL
               DISPLAY "AUDIT HISTORY NOT AVAILABLE - " WS-REV-CTR
                   " REVERSAL(S) WILL REJECT"
           END-IF.

       276-HISTORY-ONE-RTN.
           READ HIST-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SW
               NOT AT END
                   IF WS-HIST-PASS = 1
                       PERFORM 274-DATE-HISTORY-RTN
                           VARYING WS-REV-SCAN FROM 1 BY 1
                           UNTIL WS-REV-SCAN > WS-REV-CTR
                   ELSE
                       PERFORM 277-MATCH-HISTORY-RTN
                           VARYING WS-REV-SCAN FROM 1 BY 1
                           UNTIL WS-REV-SCAN > WS-REV-CTR
                   END-IF
           END-READ.

      ******************************************************************
      * FIRST PASS - THE LATEST BUSINESS DATE ON WHICH THE REVERSAL'S
      * OWN ACCOUNT POSTED UNDER THE TRACE IS THE ORIGINAL'S DATE.
      ******************************************************************
       274-DATE-HISTORY-RTN.
           IF WS-RV-STATUS (WS-REV-SCAN) = SPACE
               AND HST-BUS-DATE NOT = WS-RUN-DATE
               AND HST-TRACE = WS-RV-TRACE (WS-REV-SCAN)
               AND HST-ACCT-NO = WS-RV-ACCT (WS-REV-SCAN)
               AND HST-TRANS-TYPE NOT = "V"
               AND HST-BUS-DATE > WS-RV-ORIG-DATE (WS-REV-SCAN)
               MOVE HST-BUS-DATE TO WS-RV-ORIG-DATE (WS-REV-SCAN)
           END-IF.

      ******************************************************************
      * SECOND PASS. A "V" ROW FOR THE TRACE ON THE NAMED ACCOUNT,
      * DATED AFTER THE ORIGINAL, MEANS IT WAS REVERSED ON AN EARLIER
      * NIGHT. A ROW OF THE ORIGINAL'S DATE IS A LEG - THE NAMED
      * ACCOUNT'S OWN, OR A TRANSFER'S COUNTERPART LEG; MORE THAN TWO
      * IS COUNTED SO THE JUDGE CAN REFUSE AN AMBIGUOUS TRACE. ROWS
      * ALREADY ARCHIVED FOR TODAY'S BUSINESS DATE (A RERUN AFTER
      * ARCHSTP) ARE THIS CYCLE'S OWN AND ARE LEFT OUT, AS
      * UPDATE-INDEX-FILE LEAVES THEM OUT.
      ******************************************************************
       277-MATCH-HISTORY-RTN.
           IF WS-RV-STATUS (WS-REV-SCAN) = SPACE
               AND WS-RV-ORIG-DATE (WS-REV-SCAN) > ZERO
               AND HST-BUS-DATE NOT = WS-RUN-DATE
               AND HST-TRACE = WS-RV-TRACE (WS-REV-SCAN)
               IF HST-TRANS-TYPE = "V"
                   IF HST-ACCT-NO = WS-RV-ACCT (WS-REV-SCAN)
                       AND HST-BUS-DATE > WS-RV-ORIG-DATE (WS-REV-SCAN)
                       MOVE "Y" TO WS-RV-SEEN-SW (WS-REV-SCAN)
                   END-IF
               ELSE
               IF HST-BUS-DATE = WS-RV-ORIG-DATE (WS-REV-SCAN)
                   AND (HST-ACCT-NO = WS-RV-ACCT (WS-REV-SCAN)
                       OR HST-TRANS-TYPE = "T")
                   IF WS-RV-LEG-CTR (WS-REV-SCAN) < 9
                       ADD 1 TO WS-RV-LEG-CTR (WS-REV-SCAN)
                   END-IF
                   IF WS-RV-LEG-CTR (WS-REV-SCAN) <= 2
                       MOVE WS-RV-LEG-CTR (WS-REV-SCAN)
                           TO WS-RV-LEG-IDX
                       MOVE HST-ACCT-NO TO
                           WS-RV-LEG-ACCT (WS-REV-SCAN, WS-RV-LEG-IDX)
                       COMPUTE
                           WS-RV-LEG-DELTA (WS-REV-SCAN, WS-RV-LEG-IDX)
                           = HST-OLD-BALANCE - HST-NEW-BALANCE
                   END-IF
                   MOVE HST-TRANS-TYPE TO WS-RV-ORIG-TYPE (WS-REV-SCAN)
                   MOVE HST-TRANS-AMT TO WS-RV-ORIG-AMT (WS-REV-SCAN)
               END-IF
               END-IF
           END-IF.

      ******************************************************************
      * JUDGE ONE REVERSAL ATOMICALLY AGAINST THE CACHED MASTER, AFTER
      * THE TRANSFERS. EVERY LEG MUST PASS BEFORE ANY LEG MOVES THE
      * CACHE; AN ACCEPTED REVERSAL LEAVES ITS LEGS FOR 530 TO APPLY.
      ******************************************************************
       280-JUDGE-REVERSAL-RTN.
           IF WS-RV-STATUS (WS-REV-IDX) = SPACE
               MOVE SPACES TO WS-REJ-REASON-HOLD
               PERFORM 281-REVERSAL-CHECKS-RTN
               IF WS-REJ-REASON-HOLD = SPACES
                   MOVE "A" TO WS-RV-STATUS (WS-REV-IDX)
                   PERFORM 285-REVERSAL-LEG-RTN
                       VARYING WS-RV-LEG-IDX FROM 1 BY 1
                       UNTIL WS-RV-LEG-IDX > WS-RV-EXPECT
               ELSE
                   MOVE "R" TO WS-RV-STATUS (WS-REV-IDX)
                   MOVE WS-REJ-REASON-HOLD
                       TO WS-RV-REASON (WS-REV-IDX)
               END-IF
           END-IF.

       281-REVERSAL-CHECKS-RTN.
           MOVE 1 TO WS-RV-EXPECT
           IF WS-RV-ORIG-TYPE (WS-REV-IDX) = "T"
               MOVE 2 TO WS-RV-EXPECT
           END-IF
      *    A SECOND REVERSAL OF THE SAME ORIGINAL IN THIS RUN - THE
      *    SAME TRACE AND DATE, NAMING ONE OF ITS ACCOUNTS.
           PERFORM VARYING WS-REV-SCAN FROM 1 BY 1
               UNTIL WS-REV-SCAN >= WS-REV-IDX
               IF WS-RV-STATUS (WS-REV-SCAN) = "A"
                   AND WS-RV-TRACE (WS-REV-SCAN)
                       = WS-RV-TRACE (WS-REV-IDX)
                   AND WS-RV-ORIG-DATE (WS-REV-SCAN)
                       = WS-RV-ORIG-DATE (WS-REV-IDX)
                   AND (WS-RV-ACCT (WS-REV-IDX)
                       = WS-RV-LEG-ACCT (WS-REV-SCAN, 1)
                       OR (WS-RV-ORIG-TYPE (WS-REV-SCAN) = "T"
                       AND WS-RV-ACCT (WS-REV-IDX)
                       = WS-RV-LEG-ACCT (WS-REV-SCAN, 2)))
                   MOVE "Y" TO WS-RV-SEEN-SW (WS-REV-IDX)
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT WS-HIST-AVAIL
                   MOVE "NO AUDIT HISTORY" TO WS-REJ-REASON-HOLD
               WHEN WS-RV-SEEN-SW (WS-REV-IDX) = "Y"
                   MOVE "ALREADY REVERSED" TO WS-REJ-REASON-HOLD
               WHEN WS-RV-LEG-CTR (WS-REV-IDX) = ZERO
                   MOVE "ORIGINAL NOT ON HISTORY"
                       TO WS-REJ-REASON-HOLD
               WHEN WS-RV-LEG-CTR (WS-REV-IDX) NOT = WS-RV-EXPECT
                   MOVE "HISTORY LEGS DO NOT MATCH"
                       TO WS-REJ-REASON-HOLD
               WHEN WS-RV-ACCT (WS-REV-IDX)
                       NOT = WS-RV-LEG-ACCT (WS-REV-IDX, 1)
                   AND (WS-RV-EXPECT = 1
                       OR WS-RV-ACCT (WS-REV-IDX)
                       NOT = WS-RV-LEG-ACCT (WS-REV-IDX, 2))
                   MOVE "NOT ORIGINAL'S ACCOUNT"
                       TO WS-REJ-REASON-HOLD
               WHEN WS-RV-AMT (WS-REV-IDX)
                       NOT = WS-RV-ORIG-AMT (WS-REV-IDX)
                   MOVE "AMOUNT NOT AS ORIGINAL"
                       TO WS-REJ-REASON-HOLD
               WHEN OTHER
                   PERFORM 282-REVERSAL-LEG-CHECK-RTN
                       VARYING WS-RV-LEG-IDX FROM 1 BY 1
                       UNTIL WS-RV-LEG-IDX > WS-RV-EXPECT
                       OR WS-REJ-REASON-HOLD NOT = SPACES
           END-EVALUATE.

      ******************************************************************
      * ONE LEG AGAINST THE CACHE - THE ACCOUNT ON FILE AND OPEN, THE
      * BALANCE NOT DRIVEN NEGATIVE, AND (ONLY WHEN MONEY COMES BACK
      * IN) THE ACCOUNT'S LIMIT RESPECTED, EXACTLY AS 536 WOULD.
      ******************************************************************
       282-REVERSAL-LEG-CHECK-RTN.
           MOVE WS-RV-LEG-ACCT (WS-REV-IDX, WS-RV-LEG-IDX)
               TO WS-CACHE-LOOK
           PERFORM 208-FIND-CACHE-RTN
           IF WS-CACHE-IDX = ZERO
               MOVE "ACCOUNT NOT ON MASTER" TO WS-REJ-REASON-HOLD
           ELSE
               COMPUTE WS-NEW-BALANCE = WS-CA-BAL (WS-CACHE-IDX)
                   + WS-RV-LEG-DELTA (WS-REV-IDX, WS-RV-LEG-IDX)
               MOVE WS-CACHE-LOOK TO WS-LIMIT-ACCT-WORK
               MOVE WS-CA-PROD (WS-CACHE-IDX) TO WS-LIMIT-PROD-WORK
               PERFORM 360-FIND-LIMIT-RTN
               EVALUATE TRUE
                   WHEN WS-CA-STATUS (WS-CACHE-IDX) = "C"
                       MOVE "ACCOUNT IS CLOSED" TO WS-REJ-REASON-HOLD
                   WHEN WS-CA-STATUS (WS-CACHE-IDX) = "F"
                       MOVE "ACCOUNT IS FROZEN" TO WS-REJ-REASON-HOLD
                   WHEN WS-CA-STATUS (WS-CACHE-IDX) = "W"
                       MOVE "ACCOUNT CHARGED OFF" TO WS-REJ-REASON-HOLD
                   WHEN WS-NEW-BALANCE < 0
                       MOVE "RESULT WOULD GO NEGATIVE"
                           TO WS-REJ-REASON-HOLD
                   WHEN WS-RV-LEG-DELTA (WS-REV-IDX, WS-RV-LEG-IDX)
                           NOT > ZERO
                       CONTINUE
                   WHEN WS-NEW-BALANCE NOT > WS-ACCT-LIMIT
                       CONTINUE
                   WHEN WS-LIMIT-FOUND
                       MOVE "EXCEEDS ACCOUNT LIMIT"
                           TO WS-REJ-REASON-HOLD
                   WHEN WS-PROD-LIMIT-FOUND
                       MOVE "EXCEEDS PRODUCT LIMIT"
                           TO WS-REJ-REASON-HOLD
                   WHEN OTHER
                       MOVE "EXCEEDS GLOBAL CEILING"
                           TO WS-REJ-REASON-HOLD
               END-EVALUATE
           END-IF.

      ******************************************************************
      * MOVE THE CACHE AND LEAVE ONE "V" LEG FOR 530. THE LEG CARRIES
      * THE BALANCE MOVEMENT AS A SIDE AND AN AMOUNT, PLUS THE
      * ORIGINAL'S TYPE AND AMOUNT FOR THE AUDIT ROW.
      ******************************************************************
       285-REVERSAL-LEG-RTN.
           MOVE WS-RV-LEG-ACCT (WS-REV-IDX, WS-RV-LEG-IDX)
               TO WS-CACHE-LOOK
           PERFORM 208-FIND-CACHE-RTN
           ADD WS-RV-LEG-DELTA (WS-REV-IDX, WS-RV-LEG-IDX)
               TO WS-CA-BAL (WS-CACHE-IDX)
           ADD 1 TO WS-LEG-CTR
           MOVE WS-CACHE-LOOK TO WS-LEG-ACCT (WS-LEG-CTR)
           IF WS-RV-LEG-DELTA (WS-REV-IDX, WS-RV-LEG-IDX) < ZERO
               MOVE "D" TO WS-LEG-SIDE (WS-LEG-CTR)
               COMPUTE WS-LEG-AMT (WS-LEG-CTR) =
                   ZERO - WS-RV-LEG-DELTA (WS-REV-IDX, WS-RV-LEG-IDX)
           ELSE
               MOVE "C" TO WS-LEG-SIDE (WS-LEG-CTR)
               MOVE WS-RV-LEG-DELTA (WS-REV-IDX, WS-RV-LEG-IDX)
                   TO WS-LEG-AMT (WS-LEG-CTR)
           END-IF
           MOVE SPACES TO WS-LEG-OTHER (WS-LEG-CTR)
           IF WS-RV-EXPECT = 2
               IF WS-RV-LEG-IDX = 1
                   MOVE WS-RV-LEG-ACCT (WS-REV-IDX, 2)
                       TO WS-LEG-OTHER (WS-LEG-CTR)
               ELSE
                   MOVE WS-RV-LEG-ACCT (WS-REV-IDX, 1)
                       TO WS-LEG-OTHER (WS-LEG-CTR)
               END-IF
           END-IF
           MOVE WS-RV-TRACE (WS-REV-IDX) TO WS-LEG-TRACE (WS-LEG-CTR)
           MOVE SPACE TO WS-LEG-DONE (WS-LEG-CTR)
           MOVE "V" TO WS-LEG-KIND (WS-LEG-CTR)
           MOVE WS-RV-ORIG-TYPE (WS-REV-IDX)
               TO WS-LEG-REV-TYPE (WS-LEG-CTR)
           MOVE WS-RV-ORIG-AMT (WS-REV-IDX)
               TO WS-LEG-AUD-AMT (WS-LEG-CTR).

      ******************************************************************
      * PLAN THE OVERDRAFT SWEEPS. A THIRD PASS OF THE TRANSACTION
      * FILE, AFTER THE TRANSFERS AND REVERSALS HAVE MOVED THE CACHE,
      * FOLLOWS EACH PROTECTED ACCOUNT'S BALANCE THROUGH THE POSTINGS
      * THE BALANCE LINE WILL MAKE - THE SAME SKIPS AS 410 AND THE
      * SAME BRANCH, STATUS, HOLD AND LIMIT CHECKS AS 535/536 - SO A
      * DEBIT THAT WILL FAIL THE FUNDS CHECK IS KNOWN BEFORE ANY
      * MASTER IS WRITTEN, WHEREVER THE PROTECTOR SORTS.
      ******************************************************************
       290-PLAN-SWEEPS-RTN.
           MOVE "N" TO WS-PLAN-EOF-SW
           MOVE LOW-VALUES TO WS-PLAN-PRIOR
           MOVE SPACES TO WS-PL-ACCT
           PERFORM 291-PLAN-ONE-RTN UNTIL WS-PLAN-EOF-SW = "Y"
           IF WS-SWEEP-CTR > ZERO OR WS-SWEEP-REFUSED-CTR > ZERO
               DISPLAY "OVERDRAFT SWEEPS PLANNED: " WS-SWEEP-CTR
                   "  REFUSED: " WS-SWEEP-REFUSED-CTR
           END-IF.

       291-PLAN-ONE-RTN.
           READ IN-FILE2
               AT END
                   MOVE "Y" TO WS-PLAN-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN TH-TAG = "HD" OR TH-TAG = "TR"
                           CONTINUE
                       WHEN TRANS-REC (1:10) = "NOBUSINESS"
                           CONTINUE
                       WHEN TRANS-REC (1:25) = WS-PLAN-PRIOR (1:25)
                           CONTINUE
                       WHEN OTHER
                           MOVE TRANS-REC TO WS-PLAN-PRIOR
                           IF (T-EFF-DATE = ZERO
                               OR T-EFF-DATE NOT > WS-RUN-DATE)
                               AND T-TRANS-TYPE NOT = "T"
                               AND T-TRANS-TYPE NOT = "V"
                               PERFORM 292-PLAN-TRANS-RTN
                           END-IF
                   END-EVALUATE
           END-READ.

       292-PLAN-TRANS-RTN.
           IF T-ACCT-NO NOT = WS-PL-ACCT
               PERFORM 293-PLAN-NEW-ACCT-RTN
           END-IF
           IF NOT WS-PL-SKIP
               MOVE T-BRANCH TO WS-BRM-LOOK
               PERFORM 245-FIND-BRANCH-RTN
               EVALUATE TRUE
                   WHEN NOT WS-BRM-FOUND
                       CONTINUE
                   WHEN T-BRANCH NOT = SPACES
                       AND T-BRANCH NOT = WS-CA-BRANCH (WS-PL-IDX)
                       CONTINUE
                   WHEN T-TRANS-TYPE = "X"
                       IF WS-PL-STATUS NOT = "C" AND WS-PL-STATUS
                           NOT = "W" AND WS-PL-BAL = ZERO
                           MOVE "C" TO WS-PL-STATUS
                       END-IF
                   WHEN T-TRANS-TYPE = "R"
                       IF WS-PL-STATUS = "C" OR WS-PL-STATUS = "F"
                           MOVE "A" TO WS-PL-STATUS
                       END-IF
                   WHEN T-TRANS-TYPE = "F"
                       IF WS-PL-STATUS NOT = "C" AND WS-PL-STATUS
                           NOT = "W"
                           MOVE "F" TO WS-PL-STATUS
                       END-IF
                   WHEN T-TRANS-TYPE = "P"
                       CONTINUE
                   WHEN T-TRANS-TYPE = "W"
                       IF WS-PL-STATUS NOT = "C" AND WS-PL-STATUS
                           NOT = "W" AND T-AMT-DUE > ZERO
                           AND T-AMT-DUE NOT > WS-PL-BAL
                           SUBTRACT T-AMT-DUE FROM WS-PL-BAL
                           MOVE "W" TO WS-PL-STATUS
                       END-IF
                   WHEN WS-PL-STATUS = "C" OR WS-PL-STATUS = "F"
                       OR WS-PL-STATUS = "W"
                       CONTINUE
                   WHEN OTHER
                       PERFORM 294-PLAN-MONEY-RTN
               END-EVALUATE
           END-IF.

      ******************************************************************
      * A NEW ACCOUNT IN THE STREAM - FOLLOWED ONLY WHEN ITS
      * RELATIONSHIP ROW ENROLS A PROTECTOR AND IT IS ON THE MASTER,
      * STARTING FROM THE CACHE (THE OLD BALANCE PLUS EVERY LEG THAT
      * POSTS AHEAD OF ITS STREAM).
      ******************************************************************
       293-PLAN-NEW-ACCT-RTN.
           MOVE T-ACCT-NO TO WS-PL-ACCT
           MOVE "Y" TO WS-PL-SKIP-SW
           MOVE T-ACCT-NO TO WS-RELP-LOOK
           PERFORM 246-FIND-RELATION-RTN
           IF WS-RELP-IDX > ZERO
               IF WS-RP-PROT (WS-RELP-IDX) NOT = SPACES
                   MOVE T-ACCT-NO TO WS-CACHE-LOOK
                   PERFORM 208-FIND-CACHE-RTN
                   IF WS-CACHE-IDX > ZERO
                       MOVE WS-CACHE-IDX TO WS-PL-IDX
                       MOVE WS-CA-BAL (WS-PL-IDX) TO WS-PL-BAL
                       MOVE WS-CA-STATUS (WS-PL-IDX) TO WS-PL-STATUS
                       MOVE "N" TO WS-PL-SKIP-SW
                   END-IF
               END-IF
           END-IF.

       294-PLAN-MONEY-RTN.
           MOVE WS-PL-BAL TO WS-OLD-BALANCE
           EVALUATE T-TRANS-TYPE
               WHEN "D"
               WHEN "E"
                   COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE - T-AMT-DUE
               WHEN "A"
                   COMPUTE WS-NEW-BALANCE = T-AMT-DUE
               WHEN OTHER
                   COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE + T-AMT-DUE
           END-EVALUATE
           MOVE SPACES TO WS-REJ-REASON-HOLD
           IF T-TRANS-TYPE = "D" OR T-TRANS-TYPE = "E"
               PERFORM 365-CHECK-HOLDS-RTN
           END-IF
           IF WS-REJ-REASON-HOLD = SPACES
               MOVE T-ACCT-NO TO WS-LIMIT-ACCT-WORK
               MOVE WS-CA-PROD (WS-PL-IDX) TO WS-LIMIT-PROD-WORK
               PERFORM 360-FIND-LIMIT-RTN
               EVALUATE TRUE
                   WHEN WS-NEW-BALANCE < 0
                       AND (T-TRANS-TYPE = "D" OR T-TRANS-TYPE = "E")
                       AND T-TRACE-SRC NOT = "NSF"
                       AND T-TRACE-SRC NOT = "FEE"
                       AND T-TRACE-SRC NOT = "TDP"
                       AND T-TRACE-SRC NOT = "SLS"
                       AND T-TRACE-SRC NOT = "TUI"
                       PERFORM 295-PLAN-SWEEP-RTN
                   WHEN WS-NEW-BALANCE < 0
                       OR WS-NEW-BALANCE > WS-ACCT-LIMIT
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-NEW-BALANCE TO WS-PL-BAL
               END-EVALUATE
           END-IF.

      ******************************************************************
      * JUDGE ONE SWEEP OF THE SHORTFALL BY THE 265 TRANSFER RULES -
      * THE PROTECTOR MUST SHARE THE CUSTOMER ID, BE ON FILE, OPEN AND
      * ABLE TO COVER IT FROM ITS CACHED BALANCE, AND THE CREDIT MUST
      * NOT TAKE THE PROTECTED ACCOUNT OVER ITS LIMIT. AN ACCEPTED
      * SWEEP DEBITS THE PROTECTOR'S CACHE AND LEAVES TWO "T" LEGS:
      * THE PROTECTOR'S FOR 530, THE CREDIT WAITING ("W") FOR 534. A
      * REFUSED SWEEP STOPS THE PLANNING FOR THE ACCOUNT - THE DEBIT
      * BOUNCES IN 536 AND THE BALANCES FOLLOWED HERE NO LONGER HOLD.
      ******************************************************************
       295-PLAN-SWEEP-RTN.
           COMPUTE WS-SWEEP-SHORT = 0 - WS-NEW-BALANCE
           MOVE T-ACCT-NO TO WS-RELP-LOOK
           PERFORM 246-FIND-RELATION-RTN
           MOVE WS-RP-CUST (WS-RELP-IDX) TO WS-SWEEP-CUST
           MOVE WS-RP-PROT (WS-RELP-IDX) TO WS-SWEEP-PROT
           MOVE WS-SWEEP-PROT TO WS-RELP-LOOK
           PERFORM 246-FIND-RELATION-RTN
           MOVE WS-SWEEP-PROT TO WS-CACHE-LOOK
           PERFORM 208-FIND-CACHE-RTN
           MOVE WS-CACHE-IDX TO WS-SRC-IDX
           MOVE WS-SWEEP-PROT TO WS-TDEP-LOOK
           PERFORM 252-FIND-DEPOSIT-RTN
           MOVE WS-SWEEP-PROT TO WS-XR-SRC
           MOVE T-ACCT-NO TO WS-XR-TGT
           MOVE SPACES TO WS-XR-CAUSE
           EVALUATE TRUE
               WHEN WS-SWEEP-CTR >= 50 OR WS-LEG-CTR > 298
                   MOVE "SWEEP TBL FULL" TO WS-XR-CAUSE
               WHEN WS-RELP-IDX = ZERO
                   OR WS-SWEEP-PROT = T-ACCT-NO
                   MOVE "NOT SAME CUST" TO WS-XR-CAUSE
               WHEN WS-RP-CUST (WS-RELP-IDX) NOT = WS-SWEEP-CUST
                   MOVE "NOT SAME CUST" TO WS-XR-CAUSE
               WHEN WS-SRC-IDX = ZERO
                   MOVE "ACCT NOT FOUND" TO WS-XR-CAUSE
               WHEN WS-CA-STATUS (WS-SRC-IDX) = "C"
                   OR WS-CA-STATUS (WS-SRC-IDX) = "F"
                   MOVE "SRC CLSD/FRZN" TO WS-XR-CAUSE
               WHEN WS-CA-STATUS (WS-SRC-IDX) = "W"
                   MOVE "SRC CHARGED OFF" TO WS-XR-CAUSE
               WHEN WS-TDEP-IDX > ZERO
                   MOVE "TD NOT MATURED" TO WS-XR-CAUSE
               WHEN WS-CA-BAL (WS-SRC-IDX) < WS-SWEEP-SHORT
                   MOVE "INSUF FUNDS" TO WS-XR-CAUSE
               WHEN WS-PL-BAL + WS-SWEEP-SHORT > WS-ACCT-LIMIT
                   EVALUATE TRUE
                       WHEN WS-LIMIT-FOUND
                           MOVE "OVR ACCT LIMIT" TO WS-XR-CAUSE
                       WHEN WS-PROD-LIMIT-FOUND
                           MOVE "OVR PROD LIMIT" TO WS-XR-CAUSE
                       WHEN OTHER
                           MOVE "OVR GLOBAL CLG" TO WS-XR-CAUSE
                   END-EVALUATE
           END-EVALUATE
           IF WS-XR-CAUSE = SPACES
               ADD 1 TO WS-SWEEP-CTR
               MOVE WS-SWEEP-CTR TO WS-SWEEP-TRACE-SER
               SUBTRACT WS-SWEEP-SHORT FROM WS-CA-BAL (WS-SRC-IDX)
               MOVE ZERO TO WS-PL-BAL
               ADD 1 TO WS-LEG-CTR
               MOVE WS-SWEEP-PROT TO WS-LEG-ACCT (WS-LEG-CTR)
               MOVE "D" TO WS-LEG-SIDE (WS-LEG-CTR)
               MOVE T-ACCT-NO TO WS-LEG-OTHER (WS-LEG-CTR)
               MOVE WS-SWEEP-SHORT TO WS-LEG-AMT (WS-LEG-CTR)
               MOVE WS-SWEEP-TRACE TO WS-LEG-TRACE (WS-LEG-CTR)
               MOVE SPACE TO WS-LEG-DONE (WS-LEG-CTR)
               MOVE "T" TO WS-LEG-KIND (WS-LEG-CTR)
               MOVE SPACE TO WS-LEG-REV-TYPE (WS-LEG-CTR)
               MOVE WS-SWEEP-SHORT TO WS-LEG-AUD-AMT (WS-LEG-CTR)
               ADD 1 TO WS-LEG-CTR
               MOVE T-ACCT-NO TO WS-LEG-ACCT (WS-LEG-CTR)
               MOVE "C" TO WS-LEG-SIDE (WS-LEG-CTR)
               MOVE WS-SWEEP-PROT TO WS-LEG-OTHER (WS-LEG-CTR)
               MOVE WS-SWEEP-SHORT TO WS-LEG-AMT (WS-LEG-CTR)
               MOVE WS-SWEEP-TRACE TO WS-LEG-TRACE (WS-LEG-CTR)
               MOVE "W" TO WS-LEG-DONE (WS-LEG-CTR)
               MOVE "T" TO WS-LEG-KIND (WS-LEG-CTR)
               MOVE SPACE TO WS-LEG-REV-TYPE (WS-LEG-CTR)
               MOVE WS-SWEEP-SHORT TO WS-LEG-AUD-AMT (WS-LEG-CTR)
               MOVE T-ACCT-NO TO WS-SW-ACCT (WS-SWEEP-CTR)
               MOVE WS-SWEEP-PROT TO WS-SW-PROT (WS-SWEEP-CTR)
               MOVE WS-SWEEP-SHORT TO WS-SW-AMT (WS-SWEEP-CTR)
               MOVE T-AMT-DUE TO WS-SW-DEBIT-AMT (WS-SWEEP-CTR)
               MOVE T-TRACE TO WS-SW-DEBIT-TRACE (WS-SWEEP-CTR)
               MOVE WS-SWEEP-TRACE TO WS-SW-TRACE (WS-SWEEP-CTR)
               MOVE WS-LEG-CTR TO WS-SW-LEG (WS-SWEEP-CTR)
           ELSE
               ADD 1 TO WS-SWEEP-REFUSED-CTR
               MOVE "Y" TO WS-PL-SKIP-SW
               DISPLAY "OVERDRAFT SWEEP REFUSED - "
                   WS-XFER-REJ-REASON
           END-IF.

      ******************************************************************
      * LOAD THE CREDIT-LIMIT MASTER INTO THE IN-CORE TABLE ONCE AT
      * INITIALIZATION. NO PATH OR NO FILE MEANS NO PER-ACCOUNT
               AT END
                   MOVE "Y" TO WS-LIMIT-EOF-SW
               NOT AT END
                   IF WS-LIMIT-CTR < 1000
                       ADD 1 TO WS-LIMIT-CTR
                       MOVE LIM-ACCT-NO
                           TO WS-LIM-ACCT (WS-LIMIT-CTR)
                   END-IF
           END-READ.

      ******************************************************************
      * LOAD THE PRODUCT MASTER. NO PATH OR NO FILE MEANS NO PRODUCT
      * DEFAULT LIMITS AND NO VALIDATION OF "P" MAINTENANCE CODES. A
      * DEFAULT LIMIT PAST THE MASTER FIELD'S CAPACITY IS CLAMPED THE
      * SAME WAY A CREDIT-LIMIT ROW IS.
      ******************************************************************
       242-LOAD-PRODUCTS-RTN.
           IF WS-PROD-FILE-PATH NOT = SPACES
               OPEN INPUT PROD-FILE
               IF WS-PROD-STATUS = "00"
                   MOVE "N" TO WS-PROD-EOF-SW
                   PERFORM 243-LOAD-ONE-PRODUCT-RTN
                       UNTIL WS-PROD-EOF-SW = "Y"
                   CLOSE PROD-FILE
                   DISPLAY "PRODUCTS LOADED: " WS-PROD-CTR
               ELSE
                   DISPLAY "PRODUCT MASTER NOT AVAILABLE - STATUS "
                       WS-PROD-STATUS " - NO PRODUCT LIMITS"
               END-IF
           END-IF.

       243-LOAD-ONE-PRODUCT-RTN.
           READ PROD-FILE
               AT END
                   MOVE "Y" TO WS-PROD-EOF-SW
               NOT AT END
                   IF WS-PROD-CTR < 20
                       ADD 1 TO WS-PROD-CTR
                       MOVE PRD-CODE TO WS-PR-CODE (WS-PROD-CTR)
                       IF PRD-CREDIT-LIMIT > 9999.99
                           MOVE 9999.99 TO WS-PR-LIMIT (WS-PROD-CTR)
                       ELSE
                           MOVE PRD-CREDIT-LIMIT
                               TO WS-PR-LIMIT (WS-PROD-CTR)
                       END-IF
                   ELSE
                       DISPLAY "PRODUCT TABLE FULL - ROW FOR "
                           PRD-CODE " IGNORED"
                   END-IF
           END-READ.

      ******************************************************************
      * FIND WS-PROD-LOOK IN THE PRODUCT TABLE - WS-PROD-IDX IS THE
      * SLOT WHEN WS-PROD-FOUND.
      ******************************************************************
       244-FIND-PRODUCT-RTN.
           MOVE "N" TO WS-PROD-FOUND-SW
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
               UNTIL WS-PROD-IDX > WS-PROD-CTR OR WS-PROD-FOUND
               IF WS-PR-CODE (WS-PROD-IDX) = WS-PROD-LOOK
                   MOVE "Y" TO WS-PROD-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-PROD-FOUND
               SUBTRACT 1 FROM WS-PROD-IDX
           END-IF.

      ******************************************************************
      * IS WS-BRM-LOOK A VALID BRANCH? SPACES IS ALWAYS VALID (THE
      * PRE-BRANCH CONVERSIONS); WITH NO MASTER LOADED EVERYTHING IS.
               END-PERFORM
           END-IF.

      ******************************************************************
      * LOAD THE CUST-REL-MAINT RELATIONSHIP FILE. EVERY ROW LOADS -
      * A SWEEP CHECKS THE PROTECTOR'S OWN ROW FOR THE SAME CUSTOMER
      * ID - AND THE ROWS THAT ENROL A PROTECTOR ARE COUNTED; WITH
      * NONE, 290 NEVER RUNS.
      ******************************************************************
       247-LOAD-RELATIONS-RTN.
           IF WS-REL-FILE-PATH NOT = SPACES
               OPEN INPUT REL-FILE
               IF WS-REL-STATUS = "00"
                   MOVE "N" TO WS-REL-EOF-SW
                   PERFORM 248-LOAD-ONE-RELATION-RTN
                       UNTIL WS-REL-EOF-SW = "Y"
                   CLOSE REL-FILE
                   DISPLAY "OVERDRAFT PROTECTED ACCOUNTS: "
                       WS-RELP-PROT-CTR
               ELSE
                   DISPLAY "RELATIONSHIP FILE NOT AVAILABLE - STATUS "
                       WS-REL-STATUS " - NO OVERDRAFT SWEEPS"
               END-IF
           END-IF.

       248-LOAD-ONE-RELATION-RTN.
           READ REL-FILE
               AT END
                   MOVE "Y" TO WS-REL-EOF-SW
               NOT AT END
                   IF WS-RELP-CTR < 999
                       ADD 1 TO WS-RELP-CTR
                       MOVE REL-ACCT-NO TO WS-RP-ACCT (WS-RELP-CTR)
                       MOVE REL-CUST-ID TO WS-RP-CUST (WS-RELP-CTR)
                       MOVE REL-PROTECT-ACCT
                           TO WS-RP-PROT (WS-RELP-CTR)
                       IF REL-PROTECT-ACCT NOT = SPACES
                           ADD 1 TO WS-RELP-PROT-CTR
                       END-IF
                   ELSE
                       DISPLAY "RELATIONSHIP TABLE FULL - ROW FOR "
                           REL-ACCT-NO " IGNORED"
                   END-IF
           END-READ.

      ******************************************************************
      * FIND WS-RELP-LOOK IN THE RELATIONSHIP TABLE - WS-RELP-IDX IS
      * THE SLOT, OR ZERO WHEN THE ACCOUNT HAS NO ROW.
      ******************************************************************
       246-FIND-RELATION-RTN.
           MOVE ZERO TO WS-RELP-IDX
           PERFORM VARYING WS-RELP-SCAN FROM 1 BY 1
               UNTIL WS-RELP-SCAN > WS-RELP-CTR
               IF WS-RP-ACCT (WS-RELP-SCAN) = WS-RELP-LOOK
                   MOVE WS-RELP-SCAN TO WS-RELP-IDX
                   MOVE WS-RELP-CTR TO WS-RELP-SCAN
               END-IF
           END-PERFORM.

      ******************************************************************
      * LOAD THE ACCOUNTS HOLDING A LIVE TERM DEPOSIT - STATUS "A" AND
      * MATURITY STILL AHEAD OF THE RUN DATE. A DEPOSIT MATURING TODAY
      * IS ALREADY FREE.
      ******************************************************************
       249-LOAD-TERM-DEPOSITS-RTN.
           IF WS-TDEP-FILE-PATH NOT = SPACES
               OPEN INPUT TDEP-FILE
               IF WS-TDEP-STATUS = "00"
                   MOVE "N" TO WS-TDEP-EOF-SW
                   PERFORM 251-LOAD-ONE-DEPOSIT-RTN
                       UNTIL WS-TDEP-EOF-SW = "Y"
                   CLOSE TDEP-FILE
                   DISPLAY "ACCOUNTS IN A LIVE TERM DEPOSIT: "
                       WS-TDEP-CTR
               ELSE
                   DISPLAY "TERM-DEPOSIT MASTER NOT AVAILABLE - STATUS "
                       WS-TDEP-STATUS " - NO DEPOSITS LOCKED"
               END-IF
           END-IF.

       251-LOAD-ONE-DEPOSIT-RTN.
           READ TDEP-FILE
               AT END
                   MOVE "Y" TO WS-TDEP-EOF-SW
               NOT AT END
                   IF TD-STATUS = "A" AND TD-MATURITY > WS-RUN-DATE
                       IF WS-TDEP-CTR < 999
                           ADD 1 TO WS-TDEP-CTR
                           MOVE TD-ACCT-NO TO WS-TDEP-ACCT (WS-TDEP-CTR)
                       ELSE
                           DISPLAY "TERM-DEPOSIT TABLE FULL - "
                               TD-ACCT-NO " NOT LOCKED"
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * FIND WS-TDEP-LOOK AMONG THE LIVE DEPOSITS - WS-TDEP-IDX IS THE
      * SLOT, OR ZERO WHEN THE ACCOUNT IS NOT LOCKED.
      ******************************************************************
       252-FIND-DEPOSIT-RTN.
           MOVE ZERO TO WS-TDEP-IDX
           PERFORM VARYING WS-TDEP-SCAN FROM 1 BY 1
               UNTIL WS-TDEP-SCAN > WS-TDEP-CTR
               IF WS-TDEP-ACCT (WS-TDEP-SCAN) = WS-TDEP-LOOK
                   MOVE WS-TDEP-SCAN TO WS-TDEP-IDX
                   MOVE WS-TDEP-CTR TO WS-TDEP-SCAN
               END-IF
           END-PERFORM.

       300-READ-MASTER.
           MOVE "N" TO WS-MASTER-GOT-SW
           PERFORM 310-READ-MASTER-REC-RTN UNTIL WS-MASTER-GOT.

      ******************************************************************
      * A PARTITIONED RUN PASSES OVER THE MASTER BELOW ITS RANGE AND
      * TREATS THE FIRST KEY ABOVE IT AS END OF FILE - THOSE ACCOUNTS
      * BELONG TO ANOTHER PARTITION AND NEVER REACH ITS TOTALS. THE
      * PARTITION STARTING AT 0000 IS OPEN BELOW AND THE ONE ENDING AT
      * 9999 OPEN ABOVE, SO A BLANK OR NON-NUMERIC KEY STILL REACHES
      * ONE PARTITION'S 550 AND SUSPENSE, AS IN A SINGLE-STREAM RUN.
      ******************************************************************
       310-READ-MASTER-REC-RTN.
           READ IN-FILE1
               AT END
                   MOVE HIGH-VALUES TO M-ACCT-NO-IN
                   MOVE "Y" TO WS-MASTER-GOT-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-PARTITIONED
                               AND WS-PART-LOW NOT = "0000"
                               AND M-ACCT-NO-IN < WS-PART-LOW
                           CONTINUE
                       WHEN WS-PARTITIONED
                               AND WS-PART-HIGH NOT = "9999"
                               AND M-ACCT-NO-IN > WS-PART-HIGH
                           MOVE HIGH-VALUES TO M-ACCT-NO-IN
                           MOVE "Y" TO WS-MASTER-GOT-SW
                       WHEN OTHER
                           MOVE "Y" TO WS-MASTER-GOT-SW
                           ADD M-AMT-DUE-IN TO WS-OLD-TOTAL
                           ADD 1 TO WS-MASTER-READ-CTR
                           MOVE M-BRANCH-IN TO WS-BRANCH-WORK
                           MOVE M-AMT-DUE-IN TO WS-BRANCH-AMT
                           MOVE "O" TO WS-BRANCH-SIDE
                           PERFORM 350-BRANCH-TOTAL-RTN
                   END-EVALUATE
           END-READ.
      ******************************************************************
      * ROLL AN AMOUNT INTO THE OLD ("O") OR NEW SIDE OF ITS BRANCH'S
      ******************************************************************
      * LOOK WS-LIMIT-ACCT-WORK UP IN THE CREDIT-LIMIT TABLE. FOUND
      * MEANS WS-ACCT-LIMIT CARRIES THE APPROVED LIMIT; NOT FOUND
      * FALLS BACK TO THE DEFAULT LIMIT OF THE ACCOUNT'S PRODUCT
      * (WS-LIMIT-PROD-WORK) WHEN IT HAS ONE, AND ONLY THEN TO THE
      * GLOBAL CEILING.
      ******************************************************************
       360-FIND-LIMIT-RTN.
           MOVE "N" TO WS-LIMIT-FOUND-SW
                   MOVE WS-LIM-AMT (WS-LIMIT-IDX) TO WS-ACCT-LIMIT
                   MOVE WS-LIMIT-CTR TO WS-LIMIT-IDX
               END-IF
           END-PERFORM
           IF NOT WS-LIMIT-FOUND AND WS-LIMIT-PROD-WORK NOT = SPACES
               MOVE WS-LIMIT-PROD-WORK TO WS-PROD-LOOK
               PERFORM 244-FIND-PRODUCT-RTN
               IF WS-PROD-FOUND
                   AND WS-PR-LIMIT (WS-PROD-IDX) > ZERO
                   MOVE "P" TO WS-LIMIT-FOUND-SW
                   MOVE WS-PR-LIMIT (WS-PROD-IDX) TO WS-ACCT-LIMIT
               END-IF
           END-IF.

       400-READ-TRANSACTION.
           MOVE "N" TO WS-TRANS-GOT-SW

      ******************************************************************
      * SKIP THE BATCH HEADER/TRAILER RECORDS DURING POSTING - THEY
      * WERE CONSUMED BY 210-VERIFY-BATCH-RTN ALREADY. A PARTITIONED
      * RUN SKIPS THE TRANSACTIONS BELOW ITS RANGE AND STOPS AT THE
      * FIRST ONE ABOVE IT, AS 310 DOES FOR THE MASTER.
      ******************************************************************
       410-READ-TRANS-REC-RTN.
           READ IN-FILE2
                   MOVE "Y" TO WS-TRANS-GOT-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN TH-TAG = "HD" OR TH-TAG = "TR"
                           CONTINUE
                       WHEN TRANS-REC (1:10) = "NOBUSINESS"
                           CONTINUE
                       WHEN WS-PARTITIONED
                               AND WS-PART-LOW NOT = "0000"
                               AND T-ACCT-NO < WS-PART-LOW
                           CONTINUE
                       WHEN WS-PARTITIONED
                               AND WS-PART-HIGH NOT = "9999"
                               AND T-ACCT-NO > WS-PART-HIGH
                           MOVE HIGH-VALUES TO T-ACCT-NO
                           MOVE "Y" TO WS-TRANS-GOT-SW
      *                A DOUBLE-KEYED ITEM MATCHES ON THE BUSINESS
      *                FIELDS ONLY - THE TRACE SERIAL IS UNIQUE PER
      *                RECORD BY DESIGN AND MUST NOT DEFEAT THE CHECK
                       WHEN TRANS-REC (1:25) =
                               WS-PRIOR-TRANS (1:25)
                           ADD 1 TO WS-TRANS-READ-CTR
                           PERFORM 430-DIVERT-DUP-RTN
                       WHEN T-EFF-DATE NOT = ZERO
                           ADD 1 TO WS-TRANS-READ-CTR
                           MOVE TRANS-REC TO WS-PRIOR-TRANS
                           PERFORM 440-SETTLE-XFER-RTN
                       WHEN T-TRANS-TYPE = "V"
                           ADD 1 TO WS-TRANS-READ-CTR
                           MOVE TRANS-REC TO WS-PRIOR-TRANS
                           PERFORM 445-SETTLE-REVERSAL-RTN
                       WHEN OTHER
                           ADD 1 TO WS-TRANS-READ-CTR
                           MOVE TRANS-REC TO WS-PRIOR-TRANS
               END-IF
           END-IF.

      ******************************************************************
      * SETTLE A REVERSAL MET IN THE STREAM - THE SAME WAY 440 SETTLES
      * A TRANSFER. ITS FATE WAS DECIDED IN 280; AN ACCEPTED REVERSAL
      * COUNTS AS ONE POSTING, ITS LEGS POST AT MASTER-WRITE TIME.
      ******************************************************************
       445-SETTLE-REVERSAL-RTN.
           MOVE ZERO TO WS-REV-IDX
           PERFORM VARYING WS-REV-SCAN FROM 1 BY 1
               UNTIL WS-REV-SCAN > WS-REV-CTR
               IF WS-RV-USED (WS-REV-SCAN) = SPACE
                   AND WS-RV-REC (WS-REV-SCAN) = TRANS-REC
                   MOVE WS-REV-SCAN TO WS-REV-IDX
                   MOVE WS-REV-CTR TO WS-REV-SCAN
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-OLD-BALANCE
           MOVE ZERO TO WS-NEW-BALANCE
           IF WS-REV-IDX = ZERO
               MOVE "REVERSAL TABLE FULL" TO WS-REJ-REASON-HOLD
               PERFORM 537-REJECT-TRANS-RTN
           ELSE
               MOVE "U" TO WS-RV-USED (WS-REV-IDX)
               IF WS-RV-STATUS (WS-REV-IDX) = "R"
                   MOVE WS-RV-REASON (WS-REV-IDX)
                       TO WS-REJ-REASON-HOLD
                   PERFORM 537-REJECT-TRANS-RTN
               ELSE
                   ADD 1 TO WS-POSTED-CTR
               END-IF
           END-IF.

       500-COMPUTE-RTN.
           EVALUATE TRUE
               WHEN T-ACCT-NO = M-ACCT-NO-IN
           MOVE OLD-MASTER-REC TO NEW-MASTER-REC
           PERFORM 530-APPLY-XFER-LEGS-RTN
           PERFORM 535-READ-AND-ADD UNTIL T-ACCT-NO NOT = M-ACCT-NO-IN
           PERFORM 533-RELEASE-SWEEP-RTN
           PERFORM 590-WRITE-MASTER-RTN
           ADD 1 TO WS-REG-CTR
           ADD M-AMT-DUE-OUT TO WS-NEW-TOTAL
                   MOVE "WRONG BRANCH" TO WS-REJ-REASON-HOLD
                   PERFORM 537-REJECT-TRANS-RTN
               WHEN T-TRANS-TYPE = "X" OR T-TRANS-TYPE = "R"
                   OR T-TRANS-TYPE = "F" OR T-TRANS-TYPE = "P"
                   OR T-TRANS-TYPE = "W"
                   PERFORM 540-MAINT-TRANS-RTN
               WHEN OTHER
                   PERFORM 536-MONEY-TRANS-RTN
       536-MONEY-TRANS-RTN.
           MOVE M-AMT-DUE-OUT TO WS-OLD-BALANCE
           IF M-ACCT-STAT-OUT = "C" OR M-ACCT-STAT-OUT = "F"
               OR M-ACCT-STAT-OUT = "W"
               MOVE WS-OLD-BALANCE TO WS-NEW-BALANCE
               EVALUATE TRUE
                   WHEN M-ACCT-STAT-OUT = "W" AND T-TRANS-TYPE = "C"
                       PERFORM 547-RECOVERY-RTN
                   WHEN M-ACCT-STAT-OUT = "C"
                       MOVE "ACCOUNT IS CLOSED" TO WS-REJ-REASON-HOLD
                       PERFORM 537-REJECT-TRANS-RTN
                   WHEN M-ACCT-STAT-OUT = "F"
                       MOVE "ACCOUNT IS FROZEN" TO WS-REJ-REASON-HOLD
                       PERFORM 537-REJECT-TRANS-RTN
                   WHEN OTHER
                       MOVE "ACCOUNT CHARGED OFF" TO WS-REJ-REASON-HOLD
                       PERFORM 537-REJECT-TRANS-RTN
               END-EVALUATE
           ELSE
               EVALUATE T-TRANS-TYPE
                   WHEN "D"
                   WHEN "E"
                       COMPUTE WS-NEW-BALANCE =
                           WS-OLD-BALANCE - T-AMT-DUE
                   WHEN "A"
                           WS-OLD-BALANCE + T-AMT-DUE
               END-EVALUATE
               MOVE SPACES TO WS-REJ-REASON-HOLD
               MOVE "N" TO WS-NSF-SW
               MOVE "N" TO WS-TD-EARLY-SW
               IF T-TRANS-TYPE = "D" OR T-TRANS-TYPE = "E"
                   PERFORM 365-CHECK-HOLDS-RTN
               END-IF
               IF WS-REJ-REASON-HOLD NOT = SPACES
                   PERFORM 537-REJECT-TRANS-RTN
               ELSE
               IF WS-NEW-BALANCE < 0 AND WS-SWEEP-CTR > ZERO
                   AND (T-TRANS-TYPE = "D" OR T-TRANS-TYPE = "E")
                   PERFORM 534-TAKE-SWEEP-RTN
               END-IF
               MOVE T-ACCT-NO TO WS-LIMIT-ACCT-WORK
               MOVE M-ACCT-PROD-OUT TO WS-LIMIT-PROD-WORK
               PERFORM 360-FIND-LIMIT-RTN
               IF WS-NEW-BALANCE < 0
                   OR WS-NEW-BALANCE > WS-ACCT-LIMIT
                   EVALUATE TRUE
                       WHEN WS-NEW-BALANCE < 0
                               AND T-TRANS-TYPE = "D"
                               AND T-TRACE-SRC NOT = "NSF"
                               AND T-TRACE-SRC NOT = "FEE"
                               AND T-TRACE-SRC NOT = "TDP"
                               AND T-TRACE-SRC NOT = "SLS"
                               AND T-TRACE-SRC NOT = "TUI"
                           MOVE "NSF - RETURNED ITEM"
                               TO WS-REJ-REASON-HOLD
                           MOVE "Y" TO WS-NSF-SW
                       WHEN WS-NEW-BALANCE < 0
                               AND T-TRANS-TYPE = "E"
                           MOVE "INSUFFICIENT FUNDS"
                               TO WS-REJ-REASON-HOLD
                       WHEN WS-NEW-BALANCE < 0
                           MOVE "RESULT WOULD GO NEGATIVE"
                               TO WS-REJ-REASON-HOLD
                       WHEN WS-LIMIT-FOUND
                           MOVE "EXCEEDS ACCOUNT LIMIT"
                               TO WS-REJ-REASON-HOLD
                       WHEN WS-PROD-LIMIT-FOUND
                           MOVE "EXCEEDS PRODUCT LIMIT"
                               TO WS-REJ-REASON-HOLD
                       WHEN OTHER
                           MOVE "EXCEEDS GLOBAL CEILING"
                               TO WS-REJ-REASON-HOLD
                   END-EVALUATE
                   IF WS-NSF-ITEM
                       PERFORM 539-RETURNED-ITEM-RTN
                   END-IF
                   PERFORM 537-REJECT-TRANS-RTN
               ELSE
                   MOVE WS-NEW-BALANCE TO M-AMT-DUE-OUT
                   MOVE WS-RUN-DATE TO M-LAST-ACT-OUT
                   PERFORM 538-WRITE-AUDIT-RTN
                   IF WS-TD-EARLY
                       PERFORM 527-TD-PENALTY-RTN
                   END-IF
               END-IF
               END-IF
           END-IF.
                           MOVE WS-HOLD-CTR TO WS-HOLD-IDX
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-REJ-REASON-HOLD = SPACES AND WS-TDEP-CTR > ZERO
               PERFORM 366-CHECK-TERM-DEPOSIT-RTN
           END-IF.

      ******************************************************************
      * A DEBIT AGAINST A LIVE TERM DEPOSIT IS REFUSED, OR - WHEN AN
      * EARLY-WITHDRAWAL PENALTY IS SET - FLAGGED SO 536 RAISES THE
      * PENALTY ONCE THE DEBIT POSTS. THE MATURITY RUN'S ITEMS AND
      * FEE ITEMS ARE NOT WITHDRAWALS.
      ******************************************************************
       366-CHECK-TERM-DEPOSIT-RTN.
           IF T-TRACE-SRC NOT = "TDM" AND T-TRACE-SRC NOT = "TDP"
               AND T-TRACE-SRC NOT = "NSF" AND T-TRACE-SRC NOT = "FEE"
               MOVE T-ACCT-NO TO WS-TDEP-LOOK
               PERFORM 252-FIND-DEPOSIT-RTN
               IF WS-TDEP-IDX > ZERO
                   IF WS-TD-PENALTY = ZERO
                       MOVE "TERM DEPOSIT NOT MATURED"
                           TO WS-REJ-REASON-HOLD
                   ELSE
                       MOVE "Y" TO WS-TD-EARLY-SW
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * CLOSE / REOPEN / FREEZE - VALIDATED AGAINST THE CURRENT STATUS
      * AND THE BALANCE, APPLIED TO THE STATUS BYTE, AND REGISTERED.
      * "P" SETS THE PRODUCT CODE CARRIED IN THE FIRST TWO CHARACTERS
      * OF T-TARGET-ACCT, CHECKED
      * AGAINST THE PRODUCT MASTER WHEN ONE IS LOADED.
      * "W" CHARGES THE ACCOUNT OFF - SEE 546.
      * AN INVALID MAINTENANCE ACTION GOES TO THE REJECT FILE LIKE ANY
      * OTHER BAD TRANSACTION.
      ******************************************************************
                       WHEN M-ACCT-STAT-OUT = "C"
                           MOVE "ACCOUNT ALREADY CLOSED"
                               TO WS-REJ-REASON-HOLD
                       WHEN M-ACCT-STAT-OUT = "W"
                           MOVE "ACCOUNT CHARGED OFF"
                               TO WS-REJ-REASON-HOLD
                       WHEN M-AMT-DUE-OUT NOT = ZERO
                           MOVE "BALANCE NOT ZERO AT CLOSE"
                               TO WS-REJ-REASON-HOLD
                       WHEN M-ACCT-STAT-OUT = "F"
                           MOVE "ACCOUNT ALREADY FROZEN"
                               TO WS-REJ-REASON-HOLD
                       WHEN M-ACCT-STAT-OUT = "W"
                           MOVE "ACCOUNT CHARGED OFF"
                               TO WS-REJ-REASON-HOLD
                       WHEN OTHER
                           PERFORM 545-APPLY-STATUS-RTN
                   END-EVALUATE
               WHEN "P"
                   MOVE T-TARGET-ACCT (1:2) TO WS-PROD-LOOK
                   PERFORM 244-FIND-PRODUCT-RTN
                   EVALUATE TRUE
                       WHEN T-TARGET-ACCT (1:2) = SPACES
                           MOVE "NO PRODUCT CODE GIVEN"
                               TO WS-REJ-REASON-HOLD
                       WHEN WS-PROD-CTR > ZERO AND NOT WS-PROD-FOUND
                           MOVE "PRODUCT NOT ON MASTER"
                               TO WS-REJ-REASON-HOLD
                       WHEN OTHER
                           PERFORM 545-APPLY-STATUS-RTN
                   END-EVALUATE
               WHEN "W"
                   EVALUATE TRUE
                       WHEN M-ACCT-STAT-OUT = "C"
                           MOVE "ACCOUNT IS CLOSED"
                               TO WS-REJ-REASON-HOLD
                       WHEN M-ACCT-STAT-OUT = "W"
                           MOVE "ACCOUNT ALREADY CHARGED OFF"
                               TO WS-REJ-REASON-HOLD
                       WHEN T-AMT-DUE = ZERO
                           MOVE "NO CHARGE-OFF AMOUNT"
                               TO WS-REJ-REASON-HOLD
                       WHEN T-AMT-DUE > M-AMT-DUE-OUT
                           MOVE "CHARGE-OFF EXCEEDS BALANCE"
                               TO WS-REJ-REASON-HOLD
                       WHEN OTHER
                           PERFORM 546-CHARGE-OFF-RTN
                   END-EVALUATE
           END-EVALUATE
           IF WS-REJ-REASON-HOLD NOT = SPACES
               PERFORM 537-REJECT-TRANS-RTN
               WHEN "F"
                   MOVE "F" TO M-ACCT-STAT-OUT
                   MOVE "FREEZE" TO MNT-NOTE
               WHEN "P"
                   MOVE T-TARGET-ACCT (1:2) TO M-ACCT-PROD-OUT
                   MOVE SPACES TO MNT-NOTE
                   STRING "PRODUCT " T-TARGET-ACCT (1:2)
                       DELIMITED BY SIZE INTO MNT-NOTE
           END-EVALUATE
           MOVE WS-RUN-DATE TO M-LAST-ACT-OUT
           MOVE WS-RUN-DATE TO MNT-DATE
           END-IF
           ADD 1 TO WS-MAINT-CTR.

      ******************************************************************
      * WRITE THE BALANCE OFF AND MOVE THE ACCOUNT TO CHARGED-OFF. THE
      * REGISTER ROW AND THE TYPE "W" AUDIT ROW GO OUT UNDER ONE
      * TRANSACTION GATE AND ONE CHECKPOINT; IT COUNTS AS A POSTING
      * (THE AUDIT ROW), NOT AS MAINTENANCE, SO THE CROSS-FOOT HOLDS.
      ******************************************************************
       546-CHARGE-OFF-RTN.
           COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE - T-AMT-DUE
           MOVE M-ACCT-STAT-OUT TO MNT-OLD-STATUS
           MOVE "W" TO M-ACCT-STAT-OUT
           MOVE WS-NEW-BALANCE TO M-AMT-DUE-OUT
           MOVE WS-RUN-DATE TO M-LAST-ACT-OUT
           MOVE "CHARGE-OFF" TO MNT-NOTE
           MOVE WS-RUN-DATE TO MNT-DATE
           MOVE T-ACCT-NO TO MNT-ACCT-NO
           MOVE T-TRANS-TYPE TO MNT-ACTION
           MOVE M-ACCT-STAT-OUT TO MNT-NEW-STATUS
           MOVE T-ACCT-NO TO AUD-ACCT-NO
           MOVE T-TRANS-TYPE TO AUD-TRANS-TYPE
           MOVE SPACE TO AUD-REV-TYPE
           MOVE WS-OLD-BALANCE TO AUD-OLD-BALANCE
           MOVE T-AMT-DUE TO AUD-TRANS-AMT
           MOVE WS-NEW-BALANCE TO AUD-NEW-BALANCE
           MOVE T-TRACE TO AUD-TRACE
           IF NOT WS-RESTARTING
               OR WS-TRANS-READ-CTR > WS-RESTART-TRANS
               WRITE MAINT-REC
               WRITE AUDIT-REC
               MOVE WS-TRANS-READ-CTR TO WS-LAST-OUT-TRANS
               PERFORM 595-CHECKPOINT-RTN
           END-IF
           ADD 1 TO WS-POSTED-CTR
           ADD 1 TO WS-CHGOFF-CTR
           ADD T-AMT-DUE TO WS-CHGOFF-AMT.

      ******************************************************************
      * MONEY COLLECTED ON A CHARGED-OFF ACCOUNT - THE WRITTEN-OFF
      * BALANCE IS NOT PUT BACK; THE CREDIT IS A TYPE "Y" AUDIT ROW
      * THAT GL-JOURNAL MAPS TO RECOVERY INCOME AND CHARGE-OFF'S
      * RECOVERY REPORT READS OFF THE HISTORY.
      ******************************************************************
       547-RECOVERY-RTN.
           MOVE WS-RUN-DATE TO M-LAST-ACT-OUT
           MOVE "Y" TO WS-RECOVERY-SW
           PERFORM 538-WRITE-AUDIT-RTN
           MOVE "N" TO WS-RECOVERY-SW
           ADD 1 TO WS-RECOVERY-CTR
           ADD T-AMT-DUE TO WS-RECOVERY-AMT.

       537-REJECT-TRANS-RTN.
           MOVE T-ACCT-NO TO REJ-ACCT-NO
           MOVE T-TRANS-TYPE TO REJ-TRANS-TYPE
       538-WRITE-AUDIT-RTN.
           MOVE T-ACCT-NO TO AUD-ACCT-NO
           MOVE T-TRANS-TYPE TO AUD-TRANS-TYPE
           IF WS-RECOVERY
               MOVE "Y" TO AUD-TRANS-TYPE
           END-IF
           MOVE SPACE TO AUD-REV-TYPE
           MOVE WS-OLD-BALANCE TO AUD-OLD-BALANCE
           MOVE T-AMT-DUE TO AUD-TRANS-AMT
           MOVE WS-NEW-BALANCE TO AUD-NEW-BALANCE
           END-IF
           ADD 1 TO WS-POSTED-CTR.

      ******************************************************************
      * A DEBIT BOUNCED ON INSUFFICIENT FUNDS - THE RETURNED-ITEM ROW
      * FOR NSF-NOTICE AND THE NSF FEE ONTO THE PENDING FILE. WRITTEN
      * AHEAD OF THE REJECT ROW UNDER THE SAME TRANSACTION GATE, SO
      * THE REJECT'S CHECKPOINT COVERS ALL THREE.
      ******************************************************************
       539-RETURNED-ITEM-RTN.
           MOVE T-ACCT-NO TO NSF-ACCT-NO
           MOVE T-AMT-DUE TO NSF-AMT
           MOVE T-EFF-DATE TO NSF-EFF-DATE
           MOVE WS-RUN-DATE TO NSF-RETURN-DATE
           MOVE WS-OLD-BALANCE TO NSF-BALANCE
           MOVE WS-NSF-FEE TO NSF-FEE
           MOVE T-TRACE TO NSF-TRACE
           ADD 1 TO WS-NSF-CTR
           IF WS-NSF-FEE > ZERO
               ADD 1 TO WS-NSF-FEE-CTR
               MOVE T-ACCT-NO TO NF-ACCT-NO
               MOVE WS-NSF-FEE TO NF-AMT-DUE
               MOVE "D" TO NF-TRANS-TYPE
               MOVE WS-RUN-DATE TO NF-EFF-DATE
               MOVE SPACES TO NF-BRANCH
               MOVE SPACES TO NF-TARGET-ACCT
               MOVE "NSF" TO NF-TRACE-SRC
               COMPUTE NF-TRACE-SER = WS-PART-SERIAL-BASE + WS-NSF-CTR
           END-IF
           IF NOT WS-RESTARTING
               OR WS-TRANS-READ-CTR > WS-RESTART-TRANS
               WRITE NSF-REC
               IF WS-NSF-FEE > ZERO
                   WRITE PENDING-REC FROM WS-NSF-FEE-TRANS
               END-IF
           END-IF.

      ******************************************************************
      * EARLY WITHDRAWAL FROM A TERM DEPOSIT - THE PENALTY GOES ONTO
      * THE PENDING FILE EFFECTIVE TODAY, AS THE NSF FEE DOES, AND
      * POSTS IN THE NEXT CYCLE.
      ******************************************************************
       527-TD-PENALTY-RTN.
           ADD 1 TO WS-TD-PENALTY-CTR
           MOVE T-ACCT-NO TO TP-ACCT-NO
           MOVE WS-TD-PENALTY TO TP-AMT-DUE
           MOVE "D" TO TP-TRANS-TYPE
           MOVE WS-RUN-DATE TO TP-EFF-DATE
           MOVE SPACES TO TP-BRANCH
           MOVE SPACES TO TP-TARGET-ACCT
           MOVE "TDP" TO TP-TRACE-SRC
           COMPUTE TP-TRACE-SER =
               WS-PART-SERIAL-BASE + WS-TD-PENALTY-CTR
           IF NOT WS-RESTARTING
               OR WS-TRANS-READ-CTR > WS-RESTART-TRANS
               WRITE PENDING-REC FROM WS-TD-PEN-TRANS
           END-IF.

       550-NEW-ACCOUNT.
           MOVE "Y" TO WS-NC-RESULT
           IF WS-NEW-ACCT-MODE = "N"
               MOVE "C" TO WS-NC-FUNCTION
               MOVE T-ACCT-NO TO WS-NC-ACCT
               CALL 'NUM-CONTROL-RTN' USING WS-NC-FUNCTION WS-NC-ACCT
                   WS-NC-REF WS-NC-RESULT WS-NC-DATE
               IF WS-NC-RESULT = "C"
                   DISPLAY "ACCOUNT NUMBER " T-ACCT-NO " RELEASED ON "
                       WS-NC-DATE " IS COOLING OFF - SUSPENDED"
               END-IF
           END-IF
           IF WS-NEW-ACCT-MODE = "S" OR WS-NC-RESULT = "C"
               MOVE T-ACCT-NO TO SUS-ACCT-NO
               MOVE T-AMT-DUE TO SUS-AMT-DUE
               MOVE T-TRANS-TYPE TO SUS-TRANS-TYPE
               MOVE "A" TO M-ACCT-STAT-OUT
               MOVE T-BRANCH TO M-BRANCH-OUT
               MOVE SPACES TO M-ACCT-NAME-OUT
               MOVE SPACES TO M-ACCT-PROD-OUT
               PERFORM 590-WRITE-MASTER-RTN
               IF NOT WS-RESTARTING
                   OR WS-TRANS-READ-CTR > WS-RESTART-TRANS
                   MOVE "I" TO WS-NC-FUNCTION
                   CALL 'NUM-CONTROL-RTN' USING WS-NC-FUNCTION
                       WS-NC-ACCT WS-NC-REF WS-NC-RESULT WS-NC-DATE
               END-IF
               ADD 1 TO WS-NEW-CTR
               ADD M-AMT-DUE-OUT TO WS-NEW-TOTAL
               MOVE M-BRANCH-OUT TO WS-BRANCH-WORK
           PERFORM 350-BRANCH-TOTAL-RTN
           PERFORM 300-READ-MASTER.

      ******************************************************************
      * A DEBIT IS SHORT - IF 295 PLANNED A SWEEP FOR IT, POST THE
      * WAITING CREDIT LEG NOW AND RE-PRICE THE DEBIT AGAINST THE
      * SWEPT BALANCE. STILL SHORT (THE STREAM WENT OTHERWISE THAN
      * 290 FOLLOWED IT) THE DEBIT BOUNCES AS BEFORE; THE PROTECTOR'S
      * LEG IS ALREADY COMMITTED, SO THE CREDIT STAYS.
      ******************************************************************
       534-TAKE-SWEEP-RTN.
           MOVE ZERO TO WS-LEG-IDX
           PERFORM VARYING WS-SWEEP-IDX FROM 1 BY 1
               UNTIL WS-SWEEP-IDX > WS-SWEEP-CTR
               IF WS-SW-ACCT (WS-SWEEP-IDX) = T-ACCT-NO
                   AND WS-SW-DEBIT-TRACE (WS-SWEEP-IDX) = T-TRACE
                   MOVE WS-SW-LEG (WS-SWEEP-IDX) TO WS-LEG-IDX
                   IF WS-LEG-DONE (WS-LEG-IDX) = "W"
                       MOVE WS-SWEEP-CTR TO WS-SWEEP-IDX
                   ELSE
                       MOVE ZERO TO WS-LEG-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LEG-IDX > ZERO
               MOVE SPACE TO WS-LEG-DONE (WS-LEG-IDX)
               PERFORM 531-APPLY-ONE-LEG-RTN
               MOVE M-AMT-DUE-OUT TO WS-OLD-BALANCE
               COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE - T-AMT-DUE
           END-IF.

      ******************************************************************
      * THE ACCOUNT'S STREAM IS DONE - A SWEEP CREDIT STILL WAITING
      * (ITS DEBIT NEVER CAME UP SHORT) POSTS NOW, BEFORE THE MASTER
      * WRITE, SO THE PROTECTOR'S LEG NEVER STANDS ALONE.
      ******************************************************************
       533-RELEASE-SWEEP-RTN.
           PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
               UNTIL WS-LEG-IDX > WS-LEG-CTR
               IF WS-LEG-DONE (WS-LEG-IDX) = "W"
                   AND WS-LEG-ACCT (WS-LEG-IDX) = M-ACCT-NO-OUT
                   MOVE SPACE TO WS-LEG-DONE (WS-LEG-IDX)
               END-IF
           END-PERFORM
           PERFORM 530-APPLY-XFER-LEGS-RTN.

      ******************************************************************
      * ONE SWEEP REGISTER ROW, WRITTEN WITH THE CREDIT LEG'S AUDIT
      * ROW AND UNDER THE SAME MASTER-KEY GATE.
      ******************************************************************
       529-SWEEP-REGISTER-RTN.
           PERFORM VARYING WS-SWEEP-IDX FROM 1 BY 1
               UNTIL WS-SWEEP-IDX > WS-SWEEP-CTR
               IF WS-SW-LEG (WS-SWEEP-IDX) = WS-LEG-IDX
                   MOVE WS-RUN-DATE TO SWP-DATE
                   MOVE WS-SW-ACCT (WS-SWEEP-IDX) TO SWP-ACCT-NO
                   MOVE WS-SW-PROT (WS-SWEEP-IDX) TO SWP-PROTECT-ACCT
                   MOVE WS-SW-AMT (WS-SWEEP-IDX) TO SWP-AMT
                   MOVE WS-SW-DEBIT-AMT (WS-SWEEP-IDX) TO SWP-DEBIT-AMT
                   MOVE WS-NEW-BALANCE TO SWP-NEW-BALANCE
                   MOVE WS-SW-DEBIT-TRACE (WS-SWEEP-IDX)
                       TO SWP-DEBIT-TRACE
                   MOVE WS-SW-TRACE (WS-SWEEP-IDX) TO SWP-TRACE
                   IF NOT WS-RESTARTING
                       OR M-ACCT-NO-OUT > WS-RESTART-KEY
                       WRITE SWEEP-REC
                   END-IF
                   ADD 1 TO WS-SWEEP-POSTED-CTR
                   MOVE WS-SWEEP-CTR TO WS-SWEEP-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * APPLY EVERY UNDONE TRANSFER LEG AIMED AT THE ACCOUNT IN HAND,
      * BEFORE ITS STREAM TRANSACTIONS - THE ORDER THE 260 SIMULATION
      * ASSUMED. EACH LEG WRITES ITS OWN TYPE-"T" AUDIT ROW (TYPE "V"
      * FOR A REVERSAL LEG), GATED BY THE MASTER KEY (NOT THE
      * TRANSACTION COUNTER) BECAUSE THE LEGS POST AT MASTER-WRITE
      * TIME ON A RESTART.
      ******************************************************************
       530-APPLY-XFER-LEGS-RTN.
           PERFORM 531-APPLY-ONE-LEG-RTN

       532-WRITE-XFER-AUDIT-RTN.
           MOVE M-ACCT-NO-OUT TO AUD-ACCT-NO
           MOVE WS-LEG-KIND (WS-LEG-IDX) TO AUD-TRANS-TYPE
           MOVE WS-LEG-REV-TYPE (WS-LEG-IDX) TO AUD-REV-TYPE
           MOVE WS-OLD-BALANCE TO AUD-OLD-BALANCE
           MOVE WS-LEG-AUD-AMT (WS-LEG-IDX) TO AUD-TRANS-AMT
           MOVE WS-NEW-BALANCE TO AUD-NEW-BALANCE
           MOVE WS-LEG-TRACE (WS-LEG-IDX) TO AUD-TRACE
           IF NOT WS-RESTARTING OR M-ACCT-NO-OUT > WS-RESTART-KEY
               WRITE AUDIT-REC
           END-IF
           IF WS-LEG-KIND (WS-LEG-IDX) = "V"
               ADD 1 TO WS-REV-LEG-CTR
           ELSE
               ADD 1 TO WS-XFER-LEG-CTR
           END-IF
           IF WS-LEG-KIND (WS-LEG-IDX) = "T"
               AND WS-LEG-SIDE (WS-LEG-IDX) = "C"
               AND WS-LEG-TRACE (WS-LEG-IDX) (1:3) = "ODS"
               PERFORM 529-SWEEP-REGISTER-RTN
           END-IF.

      ******************************************************************
      * THE ONLY PHYSICAL WRITE TO THE NEW MASTER - GATED BY THE
           CLOSE PENDING-FILE
           CLOSE MAINT-FILE
           CLOSE DUP-FILE
           CLOSE NSF-FILE
           CLOSE SWEEP-FILE
           CLOSE CONTROL-FILE
           IF WS-PENDING-CTR > ZERO
               DISPLAY "TRANSACTIONS PARKED PENDING: " WS-PENDING-CTR
           END-IF
           IF WS-DUP-CTR > ZERO
               DISPLAY "SUSPECTED DUPLICATES DIVERTED: " WS-DUP-CTR
           END-IF
           IF WS-NSF-CTR > ZERO
               DISPLAY "DEBITS RETURNED NSF: " WS-NSF-CTR
                   "  NSF FEES RAISED: " WS-NSF-FEE-CTR
           END-IF
           IF WS-SWEEP-POSTED-CTR > ZERO OR WS-SWEEP-REFUSED-CTR > ZERO
               DISPLAY "OVERDRAFT SWEEPS POSTED: " WS-SWEEP-POSTED-CTR
                   "  REFUSED: " WS-SWEEP-REFUSED-CTR
           END-IF
           IF WS-TD-PENALTY-CTR > ZERO
               DISPLAY "TERM-DEPOSIT EARLY-WITHDRAWAL PENALTIES: "
                   WS-TD-PENALTY-CTR
           END-IF
           IF WS-CHGOFF-CTR > ZERO OR WS-RECOVERY-CTR > ZERO
               DISPLAY "CHARGED OFF: " WS-CHGOFF-CTR " FOR "
                   WS-CHGOFF-AMT "  RECOVERIES: " WS-RECOVERY-CTR
                   " FOR " WS-RECOVERY-AMT
           END-IF.

       650-CONTROL-TOTALS-RTN.
           MOVE WS-MAINT-CTR TO CTL-M-MAINT
           MOVE WS-DUP-CTR TO CTL-M-DUP
           MOVE WS-XFER-LEG-CTR TO CTL-M-XFER-LEGS
           MOVE WS-REV-LEG-CTR TO CTL-M-REV-LEGS
           WRITE CONTROL-REC FROM CTL-MACHINE-LINE
           MOVE "+" TO CTL-MT-OLD-SIGN
           IF WS-OLD-TOTAL < ZERO
               MOVE "-" TO CTL-MT-OLD-SIGN
           END-IF
           MOVE WS-OLD-TOTAL TO CTL-MT-OLD-TOTAL
           MOVE "+" TO CTL-MT-NEW-SIGN
           IF WS-NEW-TOTAL < ZERO
               MOVE "-" TO CTL-MT-NEW-SIGN
           END-IF
           MOVE WS-NEW-TOTAL TO CTL-MT-NEW-TOTAL
           WRITE CONTROL-REC FROM CTL-TOTAL-MACHINE-LINE
           PERFORM 655-BRANCH-CTL-RTN
               VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-CTR
           IF WS-PARTITIONED
               MOVE WS-PART-NO TO CTL-P-PART-NO
               MOVE WS-PART-LOW TO CTL-P-LOW
               MOVE WS-PART-HIGH TO CTL-P-HIGH
               MOVE WS-RUN-DATE TO CTL-P-RUN-DATE
               WRITE CONTROL-REC FROM CTL-PART-MACHINE-LINE
           END-IF
           IF RETURN-CODE = ZERO
               AND (WS-REJECT-CTR > ZERO OR WS-SUSPENSE-CTR > ZERO
                   OR WS-DUP-CTR > ZERO)
