      ******************************************************************
      *15-10-2026 GD - KPI FIGURES - A RUN WHOSE INPUTS WERE ALL THERE
      *POSTS EACH BRANCH'S CLOSING BALANCE (DEPOSITS) AND THE MONTH'S
      *INTEREST CREDITED, NET OF REVERSED INTEREST (INTPAID), THROUGH
      *KPI-RTN FOR THE MONTH-END KPI PACK.
      *15-10-2026 GD - AN "E" EXTERNAL PAYMENT AND A "W" CHARGE-OFF
      *COUNT AS DEBITS; A "Y" RECOVERY ROW MOVES NO BALANCE AND IS NOT
      *COUNTED, SO THE BRANCH STILL PROVES.
      *15-10-2026 GD - A TYPE "V" REVERSAL ROW COUNTS BY THE DIRECTION
      *THE BALANCE MOVED (A REVERSED ADJUSTMENT NETS INTO THE
      *ADJUSTMENT COLUMN), NOT AS A CREDIT OF THE ORIGINAL'S AMOUNT.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS ON THE MASTERS AND
      *THE HISTORY (48); THE ACCOUNT-TO-BRANCH TABLE HOLDS 999 ACCOUNTS.
      *02-09-2026 GD - MONTHLY TRIAL BALANCE AND MOVEMENT SUMMARY BY
      *BRANCH. THE AUDITORS ASK EVERY MONTH FOR OPENING BALANCE,
      *TOTAL DEBITS, TOTAL CREDITS AND CLOSING BALANCE PER BRANCH,
                           ==BRANCH-CODE== BY ==OP-BRANCH==
                           ==ACCT-NAME== BY ==OP-ACCT-NAME==
                           ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                   ==ACCT-NO-PICTURE== BY ==9(4)==
                                   ==AMT-DUE-PICTURE== BY ==9(4)V99==.
       FD CLOSE-FILE.
           01 CLOSE-REC.
                           ==BRANCH-CODE== BY ==CL-BRANCH==
                           ==ACCT-NAME== BY ==CL-ACCT-NAME==
                           ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                   ==ACCT-NO-PICTURE== BY ==9(4)==
                                   ==AMT-DUE-PICTURE== BY ==9(4)V99==.
       FD HIST-FILE
           RECORD CONTAINS 48 CHARACTERS.
           01 HIST-REC                   PIC X(48).
       FD RPT-FILE
           RECORD CONTAINS 110 CHARACTERS.
           01 RPT-REC                    PIC X(110).
                   03 WS-BR-CLOSE        PIC S9(9)V99.
           01 WS-BR-CTR                  PIC 99 VALUE ZERO.
           01 WS-BR-IDX                  PIC 99.
           01 WS-SCAN-IDX                PIC 9(4).
      *    ACCOUNT-TO-BRANCH FROM THE MONTH-END MASTER.
           01 WS-AB-TABLE.
               02 WS-AB-ENTRY OCCURS 999 TIMES.
                   03 WS-AB-ACCT         PIC X(4).
                   03 WS-AB-BRANCH       PIC X(2).
           01 WS-AB-CTR                  PIC 9(3) VALUE ZERO.
           01 WS-BRANCH-WORK             PIC X(2).
           01 WS-HIST-CTR                PIC 9(6) VALUE ZERO.
           01 WS-PROVED                  PIC S9(9)V99.
           01 WS-BAD-CTR                 PIC 99 VALUE ZERO.
           01 WS-INT-PAID                PIC S9(9)V99 VALUE ZERO.
           01 WS-KPI-PROGRAM             PIC X(20)
               VALUE "TRIAL-BALANCE".
           01 WS-KPI-MONTH               PIC 9(6).
           01 WS-KPI-CODE                PIC X(8).
           01 WS-KPI-QUAL                PIC X(4).
           01 WS-KPI-VALUE               PIC S9(11)V99.
           01 HD-LINE.
               02 FILLER             PIC X(33) VALUE
                   "TRIAL BALANCE BY BRANCH - MONTH  ".
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-CTR
           CLOSE RPT-FILE
           IF RETURN-CODE = ZERO
               PERFORM 600-KPI-RTN
           END-IF
           IF WS-BAD-CTR > ZERO
               DISPLAY "TRIAL BALANCE OUT OF PROOF - " WS-BAD-CTR
                   " BRANCH(ES)"
                   IF WS-BR-IDX > ZERO
                       ADD CL-AMT-DUE TO WS-BR-CLOSE (WS-BR-IDX)
                   END-IF
                   IF WS-AB-CTR < 999
                       ADD 1 TO WS-AB-CTR
                       MOVE CL-ACCT-NO TO WS-AB-ACCT (WS-AB-CTR)
                       MOVE CL-BRANCH TO WS-AB-BRANCH (WS-AB-CTR)
                   IF HH-BUS-DATE (1:6) = WS-MONTH
                       ADD 1 TO WS-HIST-CTR
                       PERFORM 460-APPLY-MOVE-RTN
                       IF AUD-TRANS-TYPE = "I"
                           ADD AUD-TRANS-AMT TO WS-INT-PAID
                       END-IF
                       IF AUD-TRANS-TYPE = "V"
                           AND AUD-REV-TYPE = "I"
                           SUBTRACT AUD-TRANS-AMT FROM WS-INT-PAID
                       END-IF
                   END-IF
           END-READ.

           IF WS-BR-IDX > ZERO
               EVALUATE TRUE
                   WHEN AUD-TRANS-TYPE = "D"
                       OR AUD-TRANS-TYPE = "E"
                       OR AUD-TRANS-TYPE = "W"
                       ADD AUD-TRANS-AMT
                           TO WS-BR-DEBIT (WS-BR-IDX)
                   WHEN AUD-TRANS-TYPE = "Y"
                       CONTINUE
                   WHEN AUD-TRANS-TYPE = "A"
                       COMPUTE WS-AMT-WORK =
                           AUD-NEW-BALANCE - AUD-OLD-BALANCE
                       AND AUD-NEW-BALANCE < AUD-OLD-BALANCE
                       ADD AUD-TRANS-AMT
                           TO WS-BR-DEBIT (WS-BR-IDX)
                   WHEN AUD-TRANS-TYPE = "V"
                       COMPUTE WS-AMT-WORK =
                           AUD-NEW-BALANCE - AUD-OLD-BALANCE
                       EVALUATE TRUE
                           WHEN AUD-REV-TYPE = "A"
                               ADD WS-AMT-WORK TO WS-BR-ADJ (WS-BR-IDX)
                           WHEN WS-AMT-WORK < ZERO
                               SUBTRACT WS-AMT-WORK
                                   FROM WS-BR-DEBIT (WS-BR-IDX)
                           WHEN OTHER
                               ADD WS-AMT-WORK
                                   TO WS-BR-CREDIT (WS-BR-IDX)
                       END-EVALUATE
                   WHEN OTHER
                       ADD AUD-TRANS-AMT
                           TO WS-BR-CREDIT (WS-BR-IDX)
           END-IF
           WRITE RPT-REC FROM DTL-LINE.

      ******************************************************************
      * THE MONTH'S FIGURES FOR THE KPI PACK - ONE DEPOSITS ROW PER
      * BRANCH AND THE INTEREST CREDITED. KPI-RTN CLEARS RETURN-CODE,
      * SO THIS RUNS BEFORE THE PROOF VERDICT SETS IT.
      ******************************************************************
       600-KPI-RTN.
           MOVE WS-MONTH TO WS-KPI-MONTH
           MOVE "DEPOSITS" TO WS-KPI-CODE
           PERFORM 650-KPI-BRANCH-RTN
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-CTR
           MOVE "INTPAID" TO WS-KPI-CODE
           MOVE "ALL" TO WS-KPI-QUAL
           MOVE WS-INT-PAID TO WS-KPI-VALUE
           CALL 'KPI-RTN' USING WS-KPI-PROGRAM WS-KPI-MONTH
               WS-KPI-CODE WS-KPI-QUAL WS-KPI-VALUE.

       650-KPI-BRANCH-RTN.
           MOVE WS-BR-CODE (WS-BR-IDX) TO WS-KPI-QUAL
           MOVE WS-BR-CLOSE (WS-BR-IDX) TO WS-KPI-VALUE
           CALL 'KPI-RTN' USING WS-KPI-PROGRAM WS-KPI-MONTH
               WS-KPI-CODE WS-KPI-QUAL WS-KPI-VALUE.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
