      ******************************************************************
      *15-10-2026 GD - THE HD HEADER NOW ALSO CARRIES THE TIME THE BATCH
      *WAS DELIVERED (TH-CAPTURE-TIME, HHMMSS, AFTER TH-SOURCE), SO
      *TWO BATCHES ONE TELLER CLOSES ON THE SAME DAY HAVE DIFFERENT
      *HEADERS AND THE INBOUND REGISTRY CAN TELL A SECOND BATCH FROM
      *A SECOND COPY OF THE FIRST. READERS OF THE FIRST 18 BYTES ARE
      *UNAFFECTED.
      *15-10-2026 GD - AVAILABLE BALANCE AT THE COUNTER. A WITHDRAWAL
      *THE ACCOUNT COULD NOT COVER WAS ONLY FOUND THAT NIGHT BY
      *SEQ-UPDATE, AFTER THE CASH HAD LEFT THE DRAWER. EACH ACCOUNT
      *KEYED IS NOW LOOKED UP ON THE RELATIVE INQUIRY MASTER
      *(TELLER_REL_PATH), WHICH CARRIES THE BALANCE MEMO-POST HAS
      *ALREADY TAKEN TODAY'S MEMO-POSTED DEBITS OFF, AND THE TELLER
      *IS SHOWN THE AVAILABLE BALANCE - THAT, LESS THE HELD AMOUNTS
      *ON THE HOLD-MAINT FILE STILL IN FORCE (TELLER_HOLD_PATH), LESS
      *THE DEBITS WAITING ON THE PENDING FILE (TELLER_PEND_PATH) AND
      *THOSE ALREADY KEYED IN THIS BATCH. A "D" OR "E" OVER THE
      *AVAILABLE BALANCE IS WARNED AND REFUSED UNLESS A SUPERVISOR
      *OTHER THAN THE TELLER KEYS AN ID HOLDING THE OVERRIDE
      *PERMISSION (OPER-AUTH-RTN FUNCTION "OVR"). THE TRAILER OF A
      *PROVED BATCH NOW ALSO CARRIES THE COUNT OF OVERRIDDEN ITEMS,
      *AND ONE OVERRIDE-JOURNAL LINE PER ITEM (TRACE, ACCOUNT,
      *AMOUNT, AVAILABLE BALANCE, SUPERVISOR) GOES TO
      *TELLER_OVR_PATH. AN ACCOUNT NOT ON THE INQUIRY MASTER, OR A
      *MASTER THAT WILL NOT OPEN, IS KEYED AS BEFORE AND LEFT TO
      *THE NIGHTLY UPDATE.
      *15-10-2026 GD - OUTBOUND PAYMENTS - TYPE "E" PAYS AN ACCOUNT AT
      *ANOTHER BANK. THE TELLER KEYS THE PAYEE BANK'S ROUTING NUMBER
      *(REFUSED UNLESS ITS CHECK DIGIT PROVES), THE PAYEE'S ACCOUNT
      *AND NAME; LIKE A DEBIT IT IS REFUSED FROM SOMEONE NOT ON THE
      *ACCOUNT. WHEN THE BATCH PROVES EACH "E" IS GIVEN AN "EXP"
      *TRACE WHOSE SERIAL FOLLOWS THE HIGHEST ALREADY ON THE
      *PAYMENT-INSTRUCTION FILE (TELLER_PAYI_PATH, COPYBOOK PAYINST),
      *AND ONE INSTRUCTION ROW PER PAYMENT IS APPENDED THERE FOR
      *PAYMENT-OUTBOUND.
      *15-10-2026 GD - PRESENTING PARTY. WHEN THE ACCOUNT HAS PARTIES
      *ON THE ACCOUNT-PARTY FILE (SHARED ACCT-PARTY-RTN,
      *ACCTPARTY_PATH) THE TELLER IS SHOWN THOSE ACTIVE TODAY AND
      *KEYS WHICH ONE IS AT THE COUNTER, OR 0 FOR SOMEONE WHO IS NOT
      *ON THE ACCOUNT. A DEBIT FROM SOMEONE NOT ON THE ACCOUNT IS
      *REFUSED AND NOT KEYED INTO THE BATCH. WHEN THE BATCH PROVES,
      *ONE PRESENTER-JOURNAL LINE PER TRANSACTION (TRACE, ACCOUNT,
      *PARTY ID, ROLE AND NAME) GOES TO TELLER_PRES_PATH IF SET.
      *15-10-2026 GD - REVERSALS - TYPE "V" PROMPTS FOR THE TRACE OF THE
      *POSTING TO BE BACKED OUT AND CARRIES IT IN T-TRACE IN PLACE OF
      *A NEW TELLER TRACE; SEQ-UPDATE MATCHES IT ON THE AUDIT HISTORY.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - THE ACCOUNT IS KEYED
      *AS FOUR DIGITS AND THE TRANSACTION RECORD IS NOW 34 BYTES.
      *02-09-2026 GD - TELLER TRANSACTION CAPTURE WITH BATCH
      *BALANCING. THE FRONT-OFFICE TRANSACTION FILE USED TO ARRIVE
      *FROM HAND-KEYING WITH NO STRUCTURE - NOBODY COULD SAY WHICH
           FILE-CONTROL.
          SELECT TRANS-FILE ASSIGN TO WS-OUT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
          SELECT PRES-FILE ASSIGN TO WS-PRES-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRES-STATUS.
          SELECT PAYI-FILE ASSIGN TO WS-PAYI-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYI-STATUS.
          SELECT REL-FILE ASSIGN TO WS-REL-FILE-PATH
           ORGANIZATION IS RELATIVE
           ACCESS IS RANDOM
           RELATIVE KEY IS WS-REL-KEY
           FILE STATUS IS WS-REL-STATUS.
          SELECT HOLD-FILE ASSIGN TO WS-HOLD-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.
          SELECT PEND-FILE ASSIGN TO WS-PEND-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.
          SELECT OVR-FILE ASSIGN TO WS-OVR-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE
           RECORD CONTAINS 18 TO 34 CHARACTERS.
           01 TRANS-REC                  PIC X(34).
           01 TRANS-HDR-REC.
               02 TH-TAG                 PIC X(2).
               02 TH-BUS-DATE            PIC 9(8).
               02 TH-SOURCE              PIC X(8).
               02 TH-CAPTURE-TIME        PIC 9(6).
           01 TRANS-TRL-REC.
               02 TT-TAG                 PIC X(2).
               02 TT-REC-COUNT           PIC 9(6).
               02 TT-AMT-HASH            PIC 9(9)V99.
               02 TT-OVR-COUNT           PIC 9(3).
       FD PRES-FILE
           RECORD CONTAINS 53 CHARACTERS.
           01 PRES-REC.
               02 PR-BUS-DATE            PIC 9(8).
               02 PR-TELLER-ID           PIC X(5).
               02 PR-TRACE               PIC X(9).
               02 PR-ACCT-NO             PIC X(4).
               02 PR-PARTY-DATA.
                   03 PR-PARTY-ID        PIC X(6).
                   03 PR-ROLE            PIC X.
                   03 PR-NAME            PIC X(20).
       FD PAYI-FILE
           RECORD CONTAINS 110 CHARACTERS.
           01 PAYI-REC.
           COPY PAYINST.
       FD REL-FILE
           RECORD CONTAINS 43 CHARACTERS.
           01 REL-REC.
           COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-RL==
                                  ==AMT-DUE== BY ==AMT-DUE-RL==
                                  ==LAST-ACT-DATE== BY ==LAST-ACT-RL==
                                  ==ACCT-STATUS== BY ==ACCT-STAT-RL==
                                  ==BRANCH-CODE== BY ==BRANCH-RL==
                                  ==ACCT-NAME== BY ==ACCT-NAME-RL==
                                  ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                  ==ACCT-NO-PICTURE== BY ==9(4)==
                                  ==AMT-DUE-PICTURE== BY ==9(4)V99==.
       FD HOLD-FILE
           RECORD CONTAINS 19 CHARACTERS.
           01 HOLD-REC.
               02 HLD-ACCT-NO            PIC X(4).
               02 HLD-KIND               PIC X.
               02 HLD-AMT                PIC 9(4)V99.
               02 HLD-EXPIRY             PIC 9(8).
       FD PEND-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 PEND-REC.
           COPY TRANSREC REPLACING ==T-ACCT-NO== BY ==PD-ACCT-NO==
                                   ==T-AMT-DUE== BY ==PD-AMT-DUE==
                               ==T-TRANS-TYPE== BY ==PD-TRANS-TYPE==
                                   ==T-EFF-DATE== BY ==PD-EFF-DATE==
                                   ==T-BRANCH== BY ==PD-BRANCH==
                           ==T-TARGET-ACCT== BY ==PD-TARGET-ACCT==
                                   ==T-TRACE== BY ==PD-TRACE==
                           ==T-TRACE-SRC== BY ==PD-TRACE-SRC==
                           ==T-TRACE-SER== BY ==PD-TRACE-SER==.
       FD OVR-FILE
           RECORD CONTAINS 55 CHARACTERS.
           01 OVR-REC.
               02 OV-BUS-DATE            PIC 9(8).
               02 OV-TELLER-ID           PIC X(5).
               02 OV-TRACE               PIC X(9).
               02 OV-ACCT-NO             PIC X(4).
               02 OV-TYPE                PIC X.
               02 OV-AMT                 PIC 9(4)V99.
               02 OV-AVAIL               PIC S9(7)V99
                                         SIGN LEADING SEPARATE.
               02 OV-SUPER-ID            PIC X(5).
               02 FILLER                 PIC X(7).
       WORKING-STORAGE SECTION.
           01 WS-OUT-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/TellerBatch.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-PRES-FILE-PATH          PIC X(80) VALUE SPACES.
           01 WS-PRES-STATUS             PIC XX.
           01 WS-PAYI-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/PayInst.txt".
           01 WS-PAYI-STATUS             PIC XX.
           01 WS-PAYI-EOF-SW             PIC X.
               88 WS-PAYI-EOF                   VALUE "Y".
           01 WS-PAY-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-REL-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/Rel1.txt".
           01 WS-HOLD-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/Holds.txt".
           01 WS-PEND-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/PENDING.txt".
           01 WS-OVR-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/TellerOverrides.txt".
           01 WS-REL-STATUS              PIC XX.
           01 WS-HOLD-STATUS             PIC XX.
           01 WS-PEND-STATUS             PIC XX.
           01 WS-OVR-STATUS              PIC XX.
           01 WS-REL-KEY                 PIC 9(4).
           01 WS-LOOK-EOF-SW             PIC X.
               88 WS-LOOK-EOF                   VALUE "Y".
           01 WS-ON-MASTER-SW            PIC X.
               88 WS-ON-MASTER                  VALUE "Y".
      *    AVAILABLE BALANCE AND WHAT IT IS MADE OF.
           01 WS-MEMO-BAL                PIC 9(4)V99.
           01 WS-HELD-TOTAL              PIC 9(7)V99.
           01 WS-PEND-DEBITS             PIC 9(7)V99.
           01 WS-BATCH-DEBITS            PIC 9(7)V99.
           01 WS-AVAIL                   PIC S9(7)V99.
           01 WS-AVAIL-EDIT              PIC -Z,ZZZ,ZZ9.99.
           01 WS-AUTH-FUNCTION           PIC X(3) VALUE "OVR".
           01 WS-AUTH-FLAG               PIC X.
           01 WS-OVR-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-OVR-HOLD.
               02 WS-OH-SUPER-ID         PIC X(5).
               02 WS-OH-AVAIL            PIC S9(7)V99.
      *    AN EARLIER ENTRY OF THIS BATCH, FOR ITS ACCOUNT, AMOUNT AND
      *    TYPE.
           01 WS-BATCH-VIEW.
               02 WS-BV-ACCT-NO          PIC X(4).
               02 WS-BV-AMT              PIC 9(4)V99.
               02 WS-BV-TYPE             PIC X.
               02 FILLER                 PIC X(23).
           01 WS-LAST-EXP-SER            PIC 9(6) VALUE ZERO.
      *    ROUTING NUMBER AND ITS DIGITS FOR THE CHECK-DIGIT PROOF -
      *    3/7/1 WEIGHTS ACROSS THE NINE DIGITS MUST SUM TO A
      *    MULTIPLE OF TEN.
           01 WS-ROUTING                 PIC 9(9).
           01 WS-ROUTING-DIGITS REDEFINES WS-ROUTING.
               02 WS-RT-DIGIT OCCURS 9 TIMES PIC 9.
           01 WS-RT-SUM                  PIC 9(3).
           01 WS-RT-REM                  PIC 9.
           01 WS-RT-QUOT                 PIC 9(3).
           01 WS-TELLER-ID               PIC X(5) VALUE SPACES.
           01 WS-BUS-DATE                PIC 9(8).
           01 ARE-THERE-MORE-RECORDS     PIC XXX VALUE "YES".
           01 WS-ANSWER                  PIC X.
           01 WS-AMT-CENTS               PIC 9(6).
           01 SUB1                       PIC 9(3).
           01 WS-REFUSE-SW               PIC X.
               88 WS-REFUSED                    VALUE "Y".
           01 WS-PARTY-ACCT              PIC X(4).
           01 WS-PARTY-AS-OF             PIC 9(8) VALUE ZERO.
           01 WS-PARTY-IDX               PIC 99.
           01 WS-PARTY-PICK              PIC 99.
           01 WS-ACTIVE-CTR              PIC 99.
           01 WS-PARTY-LIST.
           COPY PARTYLST.
           01 WS-PRES-HOLD.
               02 WS-PH-PARTY-ID         PIC X(6).
               02 WS-PH-ROLE             PIC X.
               02 WS-PH-NAME             PIC X(20).
           01 WS-PAYEE-HOLD.
               02 WS-PY-ROUTING          PIC 9(9).
               02 WS-PY-ACCT             PIC X(17).
               02 WS-PY-NAME             PIC X(22).
           01 WS-CAPTURE-TIME            PIC 9(8).
           01 WS-TRANS-HOLD.
           COPY TRANSREC.
      *    THE BATCH IS HELD HERE AND ONLY WRITTEN ONCE IT PROVES -
      *    AN OUT-OF-PROOF OR ABANDONED BATCH NEVER TOUCHES DISK.
           01 WS-BATCH-TABLE.
               02 WS-BATCH-REC OCCURS 200 TIMES PIC X(34).
      *    WHO PRESENTED EACH BATCH ENTRY, SAME SUBSCRIPT.
           01 WS-PRES-TABLE.
               02 WS-PRES-ENTRY OCCURS 200 TIMES PIC X(27).
      *    THE PAYEE OF EACH "E" ENTRY, SAME SUBSCRIPT.
           01 WS-PAYEE-TABLE.
               02 WS-PAYEE-ENTRY OCCURS 200 TIMES PIC X(48).
      *    WHO OVERRODE EACH ENTRY AND THE AVAILABLE BALANCE THEY
      *    OVERRODE, SAME SUBSCRIPT - SPACES WHEN NOT OVERRIDDEN.
           01 WS-OVR-TABLE.
               02 WS-OVR-ENTRY OCCURS 200 TIMES PIC X(14).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-OUT-FILE-PATH
           END-IF
           ACCEPT WS-PRES-FILE-PATH FROM ENVIRONMENT "TELLER_PRES_PATH"
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TELLER_PAYI_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PAYI-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TELLER_REL_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REL-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TELLER_HOLD_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-HOLD-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TELLER_PEND_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PEND-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TELLER_OVR_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-OVR-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TELLER_ID"
           IF WS-ENV-HOLD NOT = SPACES
           END-IF.

       200-KEY-ONE-RTN.
           DISPLAY "ENTER ACCOUNT NUMBER (4 DIGITS)"
           ACCEPT T-ACCT-NO
           DISPLAY "ENTER AMOUNT IN CENTS (6 DIGITS)"
           ACCEPT WS-AMT-CENTS
           COMPUTE T-AMT-DUE = WS-AMT-CENTS / 100
           DISPLAY "ENTER TYPE (C=CREDIT D=DEBIT A=ADJUSTMENT"
               " V=REVERSAL E=EXTERNAL PAYMENT)"
           ACCEPT T-TRANS-TYPE
           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD, 0 = TODAY)"
           ACCEPT T-EFF-DATE
           DISPLAY "ENTER BRANCH (2 CHARACTERS, BLANK = NONE)"
           ACCEPT T-BRANCH
           MOVE SPACES TO T-TARGET-ACCT
           IF T-TRANS-TYPE = "V"
               DISPLAY "ENTER TRACE OF THE POSTING TO REVERSE"
                   " (3-CHARACTER SOURCE + 6-DIGIT SERIAL)"
               ACCEPT T-TRACE
           ELSE
               MOVE "TLR" TO T-TRACE-SRC
               COMPUTE T-TRACE-SER = WS-KEYED-CTR + 1
           END-IF
      *    AN EXTERNAL PAYMENT'S SERIAL IS ONLY GIVEN AT DELIVERY.
           IF T-TRANS-TYPE = "E"
               MOVE "EXP" TO T-TRACE-SRC
               MOVE ZERO TO T-TRACE-SER
           END-IF
           MOVE SPACES TO WS-PAYEE-HOLD
           PERFORM 250-PRESENTER-RTN
           IF WS-REFUSED
               DISPLAY "A DEBIT MUST BE PRESENTED BY A PARTY TO THE"
                   " ACCOUNT - NOT KEYED"
           ELSE
           IF T-TRANS-TYPE = "E"
               PERFORM 270-PAYEE-RTN
           END-IF
           IF WS-REFUSED
               DISPLAY "ROUTING NUMBER FAILS ITS CHECK DIGIT OR NO"
                   " PAYEE ACCOUNT - NOT KEYED"
           ELSE
           PERFORM 280-AVAILABLE-RTN
           IF WS-REFUSED
               DISPLAY "OVER THE AVAILABLE BALANCE AND NOT OVERRIDDEN"
                   " - NOT KEYED"
           ELSE
               IF WS-KEYED-CTR < 200
                   ADD 1 TO WS-KEYED-CTR
                   MOVE WS-TRANS-HOLD TO WS-BATCH-REC (WS-KEYED-CTR)
                   MOVE WS-PRES-HOLD TO WS-PRES-ENTRY (WS-KEYED-CTR)
                   MOVE WS-PAYEE-HOLD TO WS-PAYEE-ENTRY (WS-KEYED-CTR)
                   MOVE WS-OVR-HOLD TO WS-OVR-ENTRY (WS-KEYED-CTR)
                   IF WS-OH-SUPER-ID NOT = SPACES
                       ADD 1 TO WS-OVR-CTR
                   END-IF
                   ADD T-AMT-DUE TO WS-KEYED-TOTAL
               ELSE
                   DISPLAY "BATCH TABLE FULL - CLOSE THIS BATCH AND"
                       " START ANOTHER"
                   MOVE "NO" TO ARE-THERE-MORE-RECORDS
               END-IF
           END-IF
           END-IF
           END-IF
           DISPLAY " MORE TRANSACTIONS ? "
           ACCEPT ARE-THERE-MORE-RECORDS.

      ******************************************************************
      * WHO IS AT THE COUNTER. AN ACCOUNT WITH NO PARTIES ON FILE IS
      * TAKEN AS BEFORE; OTHERWISE THE TELLER PICKS THE PRESENTER
      * FROM THE PARTIES ACTIVE TODAY, 0 = NOT ON THE ACCOUNT, AND
      * A DEBIT FROM SOMEONE NOT ON THE ACCOUNT IS REFUSED.
      ******************************************************************
       250-PRESENTER-RTN.
           MOVE "N" TO WS-REFUSE-SW
           MOVE SPACES TO WS-PRES-HOLD
           MOVE T-ACCT-NO TO WS-PARTY-ACCT
           CALL 'ACCT-PARTY-RTN' USING WS-PARTY-ACCT WS-PARTY-AS-OF
               WS-PARTY-LIST
           MOVE ZERO TO WS-ACTIVE-CTR
           PERFORM 260-SHOW-PARTY-RTN
               VARYING WS-PARTY-IDX FROM 1 BY 1
               UNTIL WS-PARTY-IDX > PL-CTR
           IF WS-ACTIVE-CTR > ZERO
               DISPLAY "ENTER THE NUMBER OF THE PARTY PRESENTING"
                   " (0 = NOT ON THE ACCOUNT)"
               ACCEPT WS-PARTY-PICK
               IF WS-PARTY-PICK > ZERO AND WS-PARTY-PICK <= PL-CTR
                   AND PL-ACTIVE (WS-PARTY-PICK) = "Y"
                   MOVE PL-PARTY-ID (WS-PARTY-PICK) TO WS-PH-PARTY-ID
                   MOVE PL-ROLE (WS-PARTY-PICK) TO WS-PH-ROLE
                   MOVE PL-NAME (WS-PARTY-PICK) TO WS-PH-NAME
               ELSE
                   MOVE "N" TO WS-PH-ROLE
                   DISPLAY "ENTER THE PRESENTER'S NAME (20 CHARACTERS)"
                   ACCEPT WS-PH-NAME
                   IF T-TRANS-TYPE = "D" OR T-TRANS-TYPE = "E"
                       MOVE "Y" TO WS-REFUSE-SW
                   END-IF
               END-IF
           END-IF.

       260-SHOW-PARTY-RTN.
           IF PL-ACTIVE (WS-PARTY-IDX) = "Y"
               ADD 1 TO WS-ACTIVE-CTR
               DISPLAY WS-PARTY-IDX " " PL-ROLE (WS-PARTY-IDX) " "
                   PL-NAME (WS-PARTY-IDX)
           END-IF.

      ******************************************************************
      * WHO IS BEING PAID. THE ROUTING NUMBER MUST PROVE ITS CHECK
      * DIGIT OR THE PAYMENT IS REFUSED - A MISKEYED BANK WOULD ONLY
      * COME BACK DAYS LATER AS A RETURN.
      ******************************************************************
       270-PAYEE-RTN.
           DISPLAY "ENTER PAYEE BANK ROUTING NUMBER (9 DIGITS)"
           ACCEPT WS-ROUTING
           DISPLAY "ENTER PAYEE ACCOUNT AT THAT BANK (17 CHARACTERS)"
           ACCEPT WS-PY-ACCT
           DISPLAY "ENTER PAYEE NAME (22 CHARACTERS)"
           ACCEPT WS-PY-NAME
           MOVE WS-ROUTING TO WS-PY-ROUTING
           COMPUTE WS-RT-SUM =
               3 * (WS-RT-DIGIT (1) + WS-RT-DIGIT (4) + WS-RT-DIGIT (7))
             + 7 * (WS-RT-DIGIT (2) + WS-RT-DIGIT (5) + WS-RT-DIGIT (8))
             + WS-RT-DIGIT (3) + WS-RT-DIGIT (6) + WS-RT-DIGIT (9)
           DIVIDE WS-RT-SUM BY 10 GIVING WS-RT-QUOT
               REMAINDER WS-RT-REM
           IF WS-ROUTING = ZERO OR WS-RT-REM NOT = ZERO
               OR WS-PY-ACCT = SPACES
               MOVE "Y" TO WS-REFUSE-SW
           END-IF.

      ******************************************************************
      * THE AVAILABLE BALANCE - THE MEMO-POSTED BALANCE ON THE
      * INQUIRY MASTER, LESS HELD AMOUNTS IN FORCE, DEBITS WAITING ON
      * THE PENDING FILE AND DEBITS ALREADY KEYED IN THIS BATCH. A
      * DEBIT OR EXTERNAL PAYMENT OVER IT NEEDS A SUPERVISOR OTHER
      * THAN THE TELLER WHO HOLDS THE OVERRIDE PERMISSION.
      ******************************************************************
       280-AVAILABLE-RTN.
           MOVE SPACES TO WS-OVR-HOLD
           MOVE ZERO TO WS-OH-AVAIL
           MOVE "N" TO WS-ON-MASTER-SW
           IF T-TRANS-TYPE NOT = "V"
               PERFORM 282-READ-MASTER-RTN
           END-IF
           IF WS-ON-MASTER
               MOVE ZERO TO WS-HELD-TOTAL
               MOVE ZERO TO WS-PEND-DEBITS
               MOVE ZERO TO WS-BATCH-DEBITS
               PERFORM 284-HELD-TOTAL-RTN
               PERFORM 286-PENDING-DEBITS-RTN
               PERFORM 289-BATCH-DEBIT-ONE-RTN
                   VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-KEYED-CTR
               COMPUTE WS-AVAIL = WS-MEMO-BAL - WS-HELD-TOTAL
                   - WS-PEND-DEBITS - WS-BATCH-DEBITS
               MOVE WS-AVAIL TO WS-AVAIL-EDIT
               DISPLAY "ACCOUNT " T-ACCT-NO " AVAILABLE BALANCE "
                   WS-AVAIL-EDIT
               IF (T-TRANS-TYPE = "D" OR T-TRANS-TYPE = "E")
                   AND T-AMT-DUE > WS-AVAIL
                   PERFORM 290-OVERRIDE-RTN
               END-IF
           END-IF.

       282-READ-MASTER-RTN.
           OPEN INPUT REL-FILE
           IF WS-REL-STATUS NOT = "00"
               DISPLAY "INQUIRY MASTER NOT AVAILABLE - STATUS "
                   WS-REL-STATUS " - BALANCE NOT CHECKED"
           ELSE
               IF T-ACCT-NO IS NUMERIC AND T-ACCT-NO NOT = ZERO
                   MOVE T-ACCT-NO TO WS-REL-KEY
                   READ REL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-ON-MASTER-SW
                           MOVE AMT-DUE-RL TO WS-MEMO-BAL
                   END-READ
               END-IF
               CLOSE REL-FILE
               IF NOT WS-ON-MASTER
                   DISPLAY "ACCOUNT " T-ACCT-NO " NOT ON THE INQUIRY"
                       " MASTER - BALANCE NOT CHECKED"
               END-IF
           END-IF.

       284-HELD-TOTAL-RTN.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               MOVE "N" TO WS-LOOK-EOF-SW
               PERFORM 285-HOLD-ONE-RTN UNTIL WS-LOOK-EOF
               CLOSE HOLD-FILE
           END-IF.

       285-HOLD-ONE-RTN.
           READ HOLD-FILE
               AT END
                   MOVE "Y" TO WS-LOOK-EOF-SW
               NOT AT END
                   IF HLD-ACCT-NO = T-ACCT-NO AND HLD-KIND = "H"
                       IF HLD-EXPIRY = ZERO
                           OR HLD-EXPIRY NOT < WS-BUS-DATE
                           ADD HLD-AMT TO WS-HELD-TOTAL
                       END-IF
                   END-IF
           END-READ.

       286-PENDING-DEBITS-RTN.
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS = "00"
               MOVE "N" TO WS-LOOK-EOF-SW
               PERFORM 287-PENDING-ONE-RTN UNTIL WS-LOOK-EOF
               CLOSE PEND-FILE
           END-IF.

       287-PENDING-ONE-RTN.
           READ PEND-FILE
               AT END
                   MOVE "Y" TO WS-LOOK-EOF-SW
               NOT AT END
                   IF PD-ACCT-NO = T-ACCT-NO
                       AND (PD-TRANS-TYPE = "D" OR PD-TRANS-TYPE = "E"
                       OR PD-TRANS-TYPE = "T")
                       ADD PD-AMT-DUE TO WS-PEND-DEBITS
                   END-IF
           END-READ.

       289-BATCH-DEBIT-ONE-RTN.
           MOVE WS-BATCH-REC (SUB1) TO WS-BATCH-VIEW
           IF WS-BV-ACCT-NO = T-ACCT-NO
               AND (WS-BV-TYPE = "D" OR WS-BV-TYPE = "E")
               ADD WS-BV-AMT TO WS-BATCH-DEBITS
           END-IF.

       290-OVERRIDE-RTN.
           DISPLAY "*** WITHDRAWAL EXCEEDS THE AVAILABLE BALANCE ***"
           DISPLAY "SUPERVISOR OVERRIDE - ENTER SUPERVISOR ID"
               " (BLANK = REFUSE)"
           MOVE SPACES TO WS-OH-SUPER-ID
           ACCEPT WS-OH-SUPER-ID
           EVALUATE TRUE
               WHEN WS-OH-SUPER-ID = SPACES
                   MOVE "Y" TO WS-REFUSE-SW
               WHEN WS-OH-SUPER-ID = WS-TELLER-ID
                   DISPLAY "A TELLER CANNOT OVERRIDE THEIR OWN"
                       " WITHDRAWAL"
                   MOVE "Y" TO WS-REFUSE-SW
               WHEN OTHER
                   CALL 'OPER-AUTH-RTN' USING WS-OH-SUPER-ID
                       WS-AUTH-FUNCTION WS-AUTH-FLAG
                   IF WS-AUTH-FLAG = "Y"
                       MOVE WS-AVAIL TO WS-OH-AVAIL
                       DISPLAY "OVERRIDDEN BY " WS-OH-SUPER-ID
                   ELSE
                       DISPLAY WS-OH-SUPER-ID " DOES NOT HOLD THE"
                           " OVERRIDE PERMISSION"
                       MOVE "Y" TO WS-REFUSE-SW
                   END-IF
           END-EVALUATE
           IF WS-REFUSED
               MOVE SPACES TO WS-OVR-HOLD
               MOVE ZERO TO WS-OH-AVAIL
           END-IF.

      ******************************************************************
      * THE BATCH PROVED - WRITE IT WRAPPED IN THE HD/TR BATCH
      * WRAPPER SEQ-UPDATE VERIFIES, TELLER ID IN TH-SOURCE. EXTERNAL
      * PAYMENTS ARE NUMBERED FIRST SO THE BATCH AND THE INSTRUCTION
      * FILE CARRY THE SAME TRACE.
      ******************************************************************
       700-DELIVER-RTN.
           PERFORM 710-LAST-SERIAL-RTN
           PERFORM 720-NUMBER-ONE-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-KEYED-CTR
           OPEN OUTPUT TRANS-FILE
           MOVE "HD" TO TH-TAG
           MOVE WS-BUS-DATE TO TH-BUS-DATE
           MOVE SPACES TO TH-SOURCE
           STRING "TLR" WS-TELLER-ID DELIMITED BY SIZE
               INTO TH-SOURCE
           ACCEPT WS-CAPTURE-TIME FROM TIME
           MOVE WS-CAPTURE-TIME (1:6) TO TH-CAPTURE-TIME
           WRITE TRANS-HDR-REC
           PERFORM 750-WRITE-ONE-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-KEYED-CTR
           MOVE "TR" TO TT-TAG
           MOVE WS-KEYED-CTR TO TT-REC-COUNT
           MOVE WS-KEYED-TOTAL TO TT-AMT-HASH
           MOVE WS-OVR-CTR TO TT-OVR-COUNT
           WRITE TRANS-TRL-REC
           CLOSE TRANS-FILE
           IF WS-PRES-FILE-PATH NOT = SPACES
               OPEN EXTEND PRES-FILE
               IF WS-PRES-STATUS = "35"
                   OPEN OUTPUT PRES-FILE
               END-IF
               IF WS-PRES-STATUS = "00"
                   PERFORM 760-WRITE-PRES-RTN
                       VARYING SUB1 FROM 1 BY 1
                       UNTIL SUB1 > WS-KEYED-CTR
                   CLOSE PRES-FILE
               ELSE
                   DISPLAY "PRESENTER JOURNAL NOT AVAILABLE - STATUS "
                       WS-PRES-STATUS
               END-IF
           END-IF
           IF WS-OVR-CTR > ZERO
               OPEN EXTEND OVR-FILE
               IF WS-OVR-STATUS = "35"
                   OPEN OUTPUT OVR-FILE
               END-IF
               IF WS-OVR-STATUS = "00"
                   PERFORM 780-WRITE-OVR-RTN
                       VARYING SUB1 FROM 1 BY 1
                       UNTIL SUB1 > WS-KEYED-CTR
                   CLOSE OVR-FILE
                   DISPLAY "SUPERVISOR OVERRIDES IN THIS BATCH: "
                       WS-OVR-CTR
               ELSE
                   DISPLAY "OVERRIDE JOURNAL NOT AVAILABLE - STATUS "
                       WS-OVR-STATUS
               END-IF
           END-IF
           IF WS-PAY-CTR > ZERO
               OPEN EXTEND PAYI-FILE
               IF WS-PAYI-STATUS = "35"
                   OPEN OUTPUT PAYI-FILE
               END-IF
               IF WS-PAYI-STATUS = "00"
                   PERFORM 770-WRITE-PAYI-RTN
                       VARYING SUB1 FROM 1 BY 1
                       UNTIL SUB1 > WS-KEYED-CTR
                   CLOSE PAYI-FILE
                   DISPLAY "PAYMENT INSTRUCTIONS WRITTEN: " WS-PAY-CTR
               ELSE
                   DISPLAY "PAYMENT INSTRUCTION FILE NOT AVAILABLE"
                       " - STATUS " WS-PAYI-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * THE HIGHEST "EXP" SERIAL ALREADY ISSUED. NO FILE YET MEANS
      * THE FIRST PAYMENT IS SERIAL 1.
      ******************************************************************
       710-LAST-SERIAL-RTN.
           MOVE ZERO TO WS-LAST-EXP-SER
           OPEN INPUT PAYI-FILE
           IF WS-PAYI-STATUS = "00"
               MOVE "N" TO WS-PAYI-EOF-SW
               PERFORM 715-SERIAL-ONE-RTN UNTIL WS-PAYI-EOF
               CLOSE PAYI-FILE
           END-IF.

       715-SERIAL-ONE-RTN.
           READ PAYI-FILE
               AT END
                   MOVE "Y" TO WS-PAYI-EOF-SW
               NOT AT END
                   IF PI-TRACE-SRC = "EXP"
                       AND PI-TRACE-SER > WS-LAST-EXP-SER
                       MOVE PI-TRACE-SER TO WS-LAST-EXP-SER
                   END-IF
           END-READ.

       720-NUMBER-ONE-RTN.
           MOVE WS-BATCH-REC (SUB1) TO WS-TRANS-HOLD
           IF T-TRANS-TYPE = "E"
               ADD 1 TO WS-LAST-EXP-SER
               ADD 1 TO WS-PAY-CTR
               MOVE WS-LAST-EXP-SER TO T-TRACE-SER
               MOVE WS-TRANS-HOLD TO WS-BATCH-REC (SUB1)
           END-IF.

       750-WRITE-ONE-RTN.
           WRITE TRANS-REC FROM WS-BATCH-REC (SUB1).

       760-WRITE-PRES-RTN.
           MOVE WS-BATCH-REC (SUB1) TO WS-TRANS-HOLD
           MOVE WS-BUS-DATE TO PR-BUS-DATE
           MOVE WS-TELLER-ID TO PR-TELLER-ID
           MOVE T-TRACE TO PR-TRACE
           MOVE T-ACCT-NO TO PR-ACCT-NO
           MOVE WS-PRES-ENTRY (SUB1) TO PR-PARTY-DATA
           WRITE PRES-REC.

       770-WRITE-PAYI-RTN.
           MOVE WS-BATCH-REC (SUB1) TO WS-TRANS-HOLD
           IF T-TRANS-TYPE = "E"
               MOVE WS-PAYEE-ENTRY (SUB1) TO WS-PAYEE-HOLD
               MOVE SPACES TO PAYI-REC
               MOVE T-TRACE TO PI-TRACE
               MOVE T-ACCT-NO TO PI-ACCT-NO
               MOVE T-AMT-DUE TO PI-AMT
               MOVE T-EFF-DATE TO PI-EFF-DATE
               IF T-EFF-DATE = ZERO
                   MOVE WS-BUS-DATE TO PI-EFF-DATE
               END-IF
               MOVE WS-BUS-DATE TO PI-ENTRY-DATE
               MOVE WS-PY-ROUTING TO PI-ROUTING
               MOVE WS-PY-ACCT TO PI-PAYEE-ACCT
               MOVE WS-PY-NAME TO PI-PAYEE-NAME
               MOVE "E" TO PI-STATUS
               MOVE ZERO TO PI-SENT-DATE
               MOVE ZERO TO PI-RET-DATE
               MOVE WS-TELLER-ID TO PI-TELLER-ID
               WRITE PAYI-REC
           END-IF.

       780-WRITE-OVR-RTN.
           MOVE WS-OVR-ENTRY (SUB1) TO WS-OVR-HOLD
           IF WS-OH-SUPER-ID NOT = SPACES
               MOVE WS-BATCH-REC (SUB1) TO WS-TRANS-HOLD
               MOVE SPACES TO OVR-REC
               MOVE WS-BUS-DATE TO OV-BUS-DATE
               MOVE WS-TELLER-ID TO OV-TELLER-ID
               MOVE T-TRACE TO OV-TRACE
               MOVE T-ACCT-NO TO OV-ACCT-NO
               MOVE T-TRANS-TYPE TO OV-TYPE
               MOVE T-AMT-DUE TO OV-AMT
               MOVE WS-OH-AVAIL TO OV-AVAIL
               MOVE WS-OH-SUPER-ID TO OV-SUPER-ID
               WRITE OVR-REC
           END-IF.
