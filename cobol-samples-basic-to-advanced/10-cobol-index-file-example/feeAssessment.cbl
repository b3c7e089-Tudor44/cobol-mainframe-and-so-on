      ******************************************************************
      *15-10-2026 GD - KPI FIGURES - A RUN THAT READ THE MASTER POSTS
      *THE MONTH'S FEE TOTAL (FEEINC) THROUGH KPI-RTN FOR THE
      *MONTH-END KPI PACK.
      *15-10-2026 GD - A CHARGED-OFF ACCOUNT (STATUS "W") IS SKIPPED
      *LIKE A CLOSED OR FROZEN ONE - NO FEES ON A WRITTEN-OFF BALANCE.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - MASTER (43), HISTORY
      *(48) AND PENDING (34) RECORDS CARRY THE WIDER ACCOUNT; THE
      *ACTIVITY TABLE HOLDS 999 ACCOUNTS.
      *15-10-2026 GD - FEE SCHEDULES BY PRODUCT - EVERY SCHEDULE ROW
      *NOW ENDS WITH A TWO-CHARACTER SCHEDULE ID (SPACES, AS ON EVERY
      *ROW KEYED BEFORE THE FIELD EXISTED, IS THE HOUSE SCHEDULE).
      *WHEN FEEASS_PROD_PATH NAMES THE PRODUCT-MAINT MASTER, AN
      *ACCOUNT WHOSE PRODUCT CARRIES A FEE SCHEDULE IS CHARGED FROM
      *THAT SCHEDULE'S ROWS ONLY; AN ACCOUNT WITH NO PRODUCT, OR A
      *PRODUCT WITH NO SCHEDULE, STAYS ON THE HOUSE SCHEDULE. A
      *PRODUCT SCHEDULE WITH NO ROWS CHARGES NOTHING. THE REGISTER
      *LINE SHOWS THE SCHEDULE APPLIED.
      *02-09-2026 GD - MONTHLY SERVICE-CHARGE AND ACTIVITY-FEE RUN.
      *MAINTENANCE FEES USED TO BE BILLED BY HAND OFF THE BALANCE
      *LISTING, WHICH MEANT SOME MONTHS THEY SIMPLY WERE NOT. THIS
               FILE STATUS IS WS-PEND-STATUS.
       SELECT REGISTER-FILE ASSIGN TO WS-REG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PROD-FILE ASSIGN TO WS-PROD-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD IN-FILE
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
       FD HIST-FILE
          RECORD CONTAINS 48 CHARACTERS.
          01 HIST-REC.
              02 HIST-BUS-DATE            PIC 9(8).
              02 FILLER                   PIC X.
              02 HIST-ACCT-NO             PIC X(4).
              02 FILLER                   PIC X(35).
      *
       FD SCHED-FILE
          RECORD CONTAINS 13 CHARACTERS.
          01 SCHED-REC.
      *       "F" = FLAT MONTHLY CHARGE FOR ACCOUNTS WHOSE STATUS
      *       MATCHES SCH-STATUS (SPACE MATCHES THE PRE-STATUS
      *       CONVERSIONS); "A" = PER-POSTING CHARGE OVER THE FREE
      *       COUNT. SCH-SCHED-ID NAMES THE SCHEDULE THE ROW BELONGS
      *       TO - SPACES IS THE HOUSE SCHEDULE.
              02 SCH-TYPE                 PIC X.
              02 SCH-STATUS               PIC X.
              02 SCH-AMT                  PIC 9(4)V99.
              02 SCH-FREE-COUNT           PIC 9(3).
              02 SCH-SCHED-ID             PIC X(2).
      *
       FD PENDING-FILE
          RECORD CONTAINS 34 CHARACTERS.
          01 PENDING-REC.
          COPY TRANSREC.
      *
       FD REGISTER-FILE.
          01 REGISTER-REC               PIC X(70).
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
       WORKING-STORAGE SECTION.
          01 WS-IN-FILE-PATH            PIC X(80) VALUE
              "/Users/gaetanodorsi/PENDING.txt".
          01 WS-REG-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/FeeRegister.txt".
          01 WS-PROD-FILE-PATH          PIC X(80) VALUE SPACES.
          01 WS-PROD-STATUS             PIC XX.
          01 WS-ENV-HOLD                PIC X(80).
          01 WS-STATUS                  PIC XX.
          01 WS-HIST-STATUS             PIC XX.
          01 WS-LOG-REJECTED PIC 9(6).
          01 WS-LOG-RC       PIC 9(2).
          01 WS-LOG-TIME-HOLD PIC 9(8).
      *   FEE SCHEDULES - FLAT ROWS BY SCHEDULE AND STATUS PLUS ONE
      *   ACTIVITY ROW PER SCHEDULE.
          01 WS-FLAT-TABLE.
              02 WS-FLAT-ENTRY OCCURS 30 TIMES.
                  03 WS-FL-SCHED        PIC X(2).
                  03 WS-FL-STATUS       PIC X.
                  03 WS-FL-AMT          PIC 9(4)V99.
          01 WS-FLAT-CTR                PIC 9(2) VALUE ZERO.
          01 WS-ACTV-TABLE.
              02 WS-ACTV-ENTRY OCCURS 10 TIMES.
                  03 WS-AV-SCHED        PIC X(2).
                  03 WS-AV-AMT          PIC 9(4)V99.
                  03 WS-AV-FREE         PIC 9(3).
          01 WS-ACTV-CTR                PIC 9(2) VALUE ZERO.
          01 WS-ACTV-IDX                PIC 9(2).
          01 WS-ACT-AMT                 PIC 9(4)V99 VALUE ZERO.
          01 WS-ACT-FREE                PIC 9(3) VALUE ZERO.
          01 WS-ACT-ON-SW               PIC X VALUE "N".
              88 WS-ACT-ON                     VALUE "Y".
      *   PRODUCT CODE TO FEE SCHEDULE, FROM THE PRODUCT MASTER.
          01 WS-PROD-TABLE.
              02 WS-PROD-ENTRY OCCURS 20 TIMES.
                  03 WS-PR-CODE         PIC X(2).
                  03 WS-PR-FEE-SCHED    PIC X(2).
          01 WS-PROD-CTR                PIC 9(2) VALUE ZERO.
          01 WS-ACCT-SCHED              PIC X(2).
      *   POSTINGS THIS MONTH PER ACCOUNT, FROM THE AUDIT HISTORY.
          01 WS-ACT-TABLE.
              02 WS-ACT-ENTRY OCCURS 999 TIMES.
                  03 WS-AC-ACCT         PIC X(4).
                  03 WS-AC-COUNT        PIC 9(5).
          01 WS-ACT-CTR                 PIC 9(3) VALUE ZERO.
          01 WS-ACT-IDX                 PIC 9(4).
          01 WS-SCAN-IDX                PIC 9(4).
      *   PER-BRANCH FEE SUBTOTALS FOR THE REGISTER.
          01 WS-BRANCH-TABLE.
              02 WS-BRANCH-ENTRY OCCURS 10 TIMES.
          01 WS-FEE-WORK                PIC 9(5)V99.
          01 WS-OVER-COUNT              PIC 9(5).
          01 WS-POST-COUNT              PIC 9(5).
          01 WS-KPI-PROGRAM             PIC X(20)
              VALUE "FEE-ASSESSMENT".
          01 WS-KPI-CODE                PIC X(8) VALUE "FEEINC".
          01 WS-KPI-QUAL                PIC X(4) VALUE "ALL".
          01 WS-KPI-VALUE               PIC S9(11)V99.
          01 REG-HDR-LINE.
              02 FILLER             PIC X(25) VALUE
                  "FEE REGISTER FOR MONTH ".
              02 REG-HDR-YYMM       PIC 9(6).
          01 REG-DETAIL-LINE.
              02 FILLER             PIC X(8) VALUE "ACCOUNT ".
              02 REG-ACCT-OUT       PIC X(4).
              02 FILLER             PIC X(9) VALUE "  BRANCH ".
              02 REG-BRANCH-OUT     PIC X(2).
              02 FILLER             PIC X(11) VALUE "  POSTINGS ".
              02 REG-POST-OUT       PIC ZZZZ9.
              02 FILLER             PIC X(6) VALUE "  FEE ".
              02 REG-FEE-OUT        PIC ZZ,ZZ9.99.
              02 FILLER             PIC X(8) VALUE "  SCHED ".
              02 REG-SCHED-OUT      PIC X(2).
          01 REG-BRANCH-LINE.
              02 FILLER             PIC X(7) VALUE "BRANCH ".
              02 REG-BR-CODE-OUT    PIC X(2).
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           MOVE WS-BUS-DATE (1:6) TO WS-BUS-YYMM
           PERFORM 200-LOAD-SCHEDULE-RTN
           PERFORM 270-LOAD-PRODUCTS-RTN
           IF WS-FLAT-CTR = ZERO AND WS-ACTV-CTR = ZERO
               DISPLAY "NO FEE SCHEDULE - NOTHING ASSESSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 900-RUN-LOG-RTN
               MOVE "N" TO WS-EOF-SW
               PERFORM 400-ASSESS-NEXT-RTN UNTIL WS-EOF
               CLOSE IN-FILE
               MOVE WS-FEE-TOTAL TO WS-KPI-VALUE
               CALL 'KPI-RTN' USING WS-KPI-PROGRAM WS-BUS-YYMM
                   WS-KPI-CODE WS-KPI-QUAL WS-KPI-VALUE
           END-IF
           CLOSE PENDING-FILE
           PERFORM 600-TOTALS-RTN
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "FEEASS_REG_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REG-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "FEEASS_PROD_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PROD-FILE-PATH
           END-IF.

       200-LOAD-SCHEDULE-RTN.
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF SCH-TYPE = "A"
                       IF WS-ACTV-CTR < 10
                           ADD 1 TO WS-ACTV-CTR
                           MOVE SCH-SCHED-ID
                               TO WS-AV-SCHED (WS-ACTV-CTR)
                           MOVE SCH-AMT TO WS-AV-AMT (WS-ACTV-CTR)
                           MOVE SCH-FREE-COUNT
                               TO WS-AV-FREE (WS-ACTV-CTR)
                       END-IF
                   ELSE
                       IF WS-FLAT-CTR < 30
                           ADD 1 TO WS-FLAT-CTR
                           MOVE SCH-SCHED-ID
                               TO WS-FL-SCHED (WS-FLAT-CTR)
                           MOVE SCH-STATUS
                               TO WS-FL-STATUS (WS-FLAT-CTR)
                           MOVE SCH-AMT TO WS-FL-AMT (WS-FLAT-CTR)
                   END-IF
           END-READ.

      ******************************************************************
      * THE PRODUCT MASTER IS OPTIONAL - WITHOUT IT EVERY ACCOUNT IS
      * CHARGED FROM THE HOUSE SCHEDULE, AS BEFORE.
      ******************************************************************
       270-LOAD-PRODUCTS-RTN.
           IF WS-PROD-FILE-PATH NOT = SPACES
               OPEN INPUT PROD-FILE
               IF WS-PROD-STATUS NOT = "00"
                   DISPLAY "PRODUCT MASTER NOT AVAILABLE - STATUS "
                       WS-PROD-STATUS " - HOUSE SCHEDULE FOR ALL"
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 275-LOAD-ONE-PRODUCT-RTN UNTIL WS-EOF
                   CLOSE PROD-FILE
               END-IF
           END-IF.

       275-LOAD-ONE-PRODUCT-RTN.
           READ PROD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-PROD-CTR < 20
                       ADD 1 TO WS-PROD-CTR
                       MOVE PRD-CODE TO WS-PR-CODE (WS-PROD-CTR)
                       MOVE PRD-FEE-SCHED
                           TO WS-PR-FEE-SCHED (WS-PROD-CTR)
                   END-IF
           END-READ.

      ******************************************************************
      * ONE PASS OVER THE PERMANENT HISTORY - COUNT THE ASSESSMENT
      * MONTH'S POSTINGS PER ACCOUNT. A MISSING HISTORY FILE MEANS
               END-IF
           END-PERFORM
           IF WS-ACT-IDX = ZERO
               IF WS-ACT-CTR < 999
                   ADD 1 TO WS-ACT-CTR
                   MOVE WS-ACT-CTR TO WS-ACT-IDX
                   MOVE HIST-ACCT-NO TO WS-AC-ACCT (WS-ACT-IDX)

       450-ASSESS-ONE-RTN.
           IF ACCT-STAT-IN = "C" OR ACCT-STAT-IN = "F"
               OR ACCT-STAT-IN = "W"
               ADD 1 TO WS-SKIPPED-CTR
           ELSE
               MOVE ZERO TO WS-FEE-WORK
               PERFORM 455-PICK-SCHEDULE-RTN
               PERFORM 460-FLAT-FEE-RTN
               PERFORM 470-ACTIVITY-FEE-RTN
               IF WS-FEE-WORK > ZERO
               END-IF
           END-IF.

      ******************************************************************
      * THE ACCOUNT'S SCHEDULE IS ITS PRODUCT'S, WHEN IT HAS A PRODUCT
      * THAT NAMES ONE; OTHERWISE THE HOUSE SCHEDULE (SPACES). THE
      * SCHEDULE'S ACTIVITY ROW, IF ANY, IS SET UP FOR 470.
      ******************************************************************
       455-PICK-SCHEDULE-RTN.
           MOVE SPACES TO WS-ACCT-SCHED
           IF ACCT-PROD-IN NOT = SPACES
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-PROD-CTR
                   IF WS-PR-CODE (WS-SCAN-IDX) = ACCT-PROD-IN
                       MOVE WS-PR-FEE-SCHED (WS-SCAN-IDX)
                           TO WS-ACCT-SCHED
                       MOVE WS-PROD-CTR TO WS-SCAN-IDX
                   END-IF
               END-PERFORM
           END-IF
           MOVE "N" TO WS-ACT-ON-SW
           PERFORM VARYING WS-ACTV-IDX FROM 1 BY 1
               UNTIL WS-ACTV-IDX > WS-ACTV-CTR
               IF WS-AV-SCHED (WS-ACTV-IDX) = WS-ACCT-SCHED
                   MOVE "Y" TO WS-ACT-ON-SW
                   MOVE WS-AV-AMT (WS-ACTV-IDX) TO WS-ACT-AMT
                   MOVE WS-AV-FREE (WS-ACTV-IDX) TO WS-ACT-FREE
                   MOVE WS-ACTV-CTR TO WS-ACTV-IDX
               END-IF
           END-PERFORM.

       460-FLAT-FEE-RTN.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-FLAT-CTR
               IF WS-FL-STATUS (WS-SCAN-IDX) = ACCT-STAT-IN
                   AND WS-FL-SCHED (WS-SCAN-IDX) = WS-ACCT-SCHED
                   ADD WS-FL-AMT (WS-SCAN-IDX) TO WS-FEE-WORK
                   MOVE WS-FLAT-CTR TO WS-SCAN-IDX
               END-IF
           MOVE BRANCH-IN TO REG-BRANCH-OUT
           MOVE WS-POST-COUNT TO REG-POST-OUT
           MOVE WS-FEE-WORK TO REG-FEE-OUT
           MOVE WS-ACCT-SCHED TO REG-SCHED-OUT
           WRITE REGISTER-REC FROM REG-DETAIL-LINE
           PERFORM 550-BRANCH-TALLY-RTN.

