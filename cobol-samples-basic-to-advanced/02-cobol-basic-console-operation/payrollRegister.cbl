      ******************************************************************
      * 15-10-2026 GD - THE POSTING FILE'S "GLT" TRAILER NOW ENDS WITH
      * THE JOURNAL SOURCE "PAY" (THE FILE IS NOW 40 BYTES). THE
      * NIGHTLY GL-POST STEP PICKS THE RELEASED JOURNAL UP FROM
      * GLPOST_PAY_PATH AND POSTS IT ONCE TO THE GL BALANCE MASTER.
      * 15-10-2026 GD - TAX ON THE YEAR. THE YTD FILE (NOW 61 BYTES)
      * AND THE WEEKLY CONTROL LINE (NOW 50 BYTES) CARRY TAXABLE
      * WAGES - THE GROSS OF EVERY LINE A TAX BAND ABOVE ZERO APPLIED
      * TO - AND THE TAX WITHHELD, SO QTR-TAX-SUMMARY CAN BUILD THE
      * QUARTERLY RETURN FROM THEM. A YTD ROW WRITTEN BEFORE THE
      * CHANGE READS IN WITH BOTH AT ZERO. "R" ROWS ON THE DEDUCTION
      * MASTER ARE EMPLOYER TAX RATES AND ARE NOT ELECTIONS - ONLY
      * "E" ROWS ARE TAKEN FROM PAY.
      * 15-10-2026 GD - GARNISHMENT ORDERS. COURT ORDERS, SUPPORT AND
      * TAX LEVIES COME OFF THE GARN-MAINT ORDER FILE (PAYREG_GARN_
      * PATH) INSTEAD OF FLAT "E" ELECTIONS. AFTER THE TAX BAND, THE
      * LINE'S DISPOSABLE EARNINGS (GROSS LESS TAX) ARE GARNISHED
      * ORDER BY ORDER, LOWEST PRIORITY NUMBER FIRST - A WEEKLY
      * AMOUNT OR A PERCENTAGE OF DISPOSABLE, NEVER MORE THAN IS STILL
      * OWED, AND NEVER TAKING ALL ORDERS TOGETHER PAST THE CAP FOR
      * THE ORDER TYPE (DEDUCTION MASTER "G" ROWS; SUPPORT 50, LEVY
      * 25 AND CREDITOR 25 PERCENT WHEN THERE IS NO ROW). AN ORDER
      * CUT BACK BY THE CAP IS NAMED ON THE CONSOLE. THE FIXED
      * ELECTIONS COME AFTER, FROM WHAT IS LEFT. THE AMOUNT PAID ON
      * EACH ORDER ROLLS FORWARD ON THE ORDER FILE, AN ORDER PAID IN
      * FULL IS MARKED SATISFIED, EACH ORDER TYPE IS A REMITTANCE
      * CATEGORY (SUP / LEV / CRD) FOR THE JOURNAL, AND A REMITTANCE
      * REGISTER PER PAYEE GOES TO PAYREG_GRPT_PATH. A RETRO PAY LINE
      * IS GARNISHED LIKE ANY OTHER EARNINGS.
      * 15-10-2026 GD - EFFECTIVE-DATED RATES AND RETRO PAY. EACH
      * WEEK NOW PAYS AT THE RATE IN EFFECT ON ITS WEEK-ENDING DATE
      * FROM THE EMP-MAINT RATE HISTORY (PAYREG_RATE_PATH), THE
      * MASTER RATE ONLY WHEN THE EMPLOYEE HAS NO HISTORY. EVERY LINE
      * PAID APPENDS TO THE PAID HISTORY (PAYREG_PHST_PATH - WEEK,
      * EMPLOYEE, TYPE, HOURS, RATE, GROSS). A HISTORY ROW STILL
      * RETRO-PENDING MAKES THE EMPLOYEE'S NEXT PAID LINE RE-PRICE
      * EVERY WEEK ALREADY PAID FROM ITS EFFECTIVE DATE; A WEEK NOW
      * WORTH MORE THAN WAS PAID FOR IT PRINTS A RETRO WEEK LINE, AND
      * THE DIFFERENCES GO OUT AS ONE RETRO PAY LINE WITH TAX WITHHELD
      * (NOT THE FIXED ELECTIONS, ALREADY TAKEN THAT WEEK), ROLLED
      * INTO YTD, THE DEPARTMENT AND COMPANY TOTALS AND THE JOURNAL.
      * THE RETRO IS RECORDED ON THE PAID HISTORY AS AN "R" ROW SO IT
      * IS NEVER PAID TWICE. A WEEK NOW WORTH LESS IS REPORTED AS
      * OVERPAID AND LEFT FOR PAYROLL - NOTHING IS CLAWED BACK. A
      * PAID HISTORY TOO BIG TO HOLD, OR ONE THAT WILL NOT OPEN,
      * HOLDS THE RETRO OVER TO A LATER RUN AND ENDS RC 4.
      * 15-10-2026 GD - EMPLOYEE RECORD IS NOW 47 BYTES - THE
      * TIME-CLOCK BADGE ON THE END; NO FIELD MOVES.
      * 15-10-2026 GD - DIRECT DEPOSIT. AN EMPLOYEE WHO HAS NAMED ONE
      * OF OUR ACCOUNTS ON THE EMPLOYEE MASTER (EMP-MAINT, NOW A
      * 41-BYTE RECORD) IS NO LONGER PAID OUT THROUGH THE PAYMENT
      * EXTRACT AND DISBURSE-MERGE - THE NET PAY IS APPENDED TO THE
      * PENDING FILE (PAYREG_PEND_PATH) AS A "C" CREDIT TO THAT
      * ACCOUNT, TRACE SOURCE "PAY", FOR THE NEXT POSTING CYCLE. NET
      * PAY OVER THE TRANSACTION AMOUNT LIMIT, OR A RUN THAT CANNOT
      * OPEN THE PENDING FILE, PAYS OUT AS BEFORE. THE REGISTER NOW
      * SPLITS COMPANY NET PAY INTO DIRECT DEPOSITS AND PAY-OUTS AND
      * PROVES THE TWO ADD BACK TO IT (RC 8 WHEN THEY DO NOT). THE
      * PAY-OUT TOTAL IS THE FIGURE DISBURSE-MERGE PROVES AGAINST.
      * 15-10-2026 GD - PAYROLL JOURNAL. THE REGISTER'S WAGES AND
      * WITHHOLDINGS WERE POSTED TO THE LEDGER BY HAND FROM THE
      * PRINTOUT. THE PAYROLL CHART (PAYREG_COA_PATH) MAPS THEM THE
      * WAY GL-JOURNAL'S CHART MAPS POSTING TYPES - "W" + DEPARTMENT
      * TO THE WAGE-EXPENSE GL (DEBIT), "D" + DEDUCTION CATEGORY TO
      * ITS LIABILITY GL (CREDIT), "N" TO THE DISBURSEMENT CLEARING
      * GL FOR NET PAY (CREDIT). EVERY RUN PRINTS THE JOURNAL
      * (PAYREG_JRNL_PATH) AND PROVES DEBITS EQUAL CREDITS; ONLY A
      * PROVEN JOURNAL WITH EVERY LINE MAPPED IS RELEASED TO THE
      * POSTING FILE (PAYREG_POST_PATH, GL-JOURNAL'S GLP/GLT LAYOUT),
      * OTHERWISE THE FILE IS LEFT EMPTY AND THE RUN ENDS RC 8. A
      * DEDUCTION IS NOW LIMITED TO THE GROSS STILL UNCLAIMED WHEN IT
      * IS TAKEN, SO THE CATEGORY TOTALS MATCH WHAT WAS WITHHELD.
      * 02-09-2026 GD - APPROVAL GATE. WHEN PAYREG_APPR_PATH NAMES
      * THE HOURS-APPROVE APPROVAL FILE, A WEEK THAT HAS NOT BEEN
      * MARKED APPROVED BY A SUPERVISOR DOES NOT PAY - ITS RECORDS
        SELECT APPR-FILE ASSIGN TO WS-APPR-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-APPR-STATUS.
        SELECT PCOA-FILE ASSIGN TO WS-PCOA-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PCOA-STATUS.
        SELECT PJRN-FILE ASSIGN TO WS-PJRN-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT PPST-FILE ASSIGN TO WS-PPST-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT PEND-FILE ASSIGN TO WS-PEND-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PEND-STATUS.
        SELECT RATE-FILE ASSIGN TO WS-RATE-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATE-STATUS.
        SELECT PHST-FILE ASSIGN TO WS-PHST-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PHST-STATUS.
        SELECT GARN-FILE ASSIGN TO WS-GARN-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GARN-STATUS.
        SELECT GRPT-FILE ASSIGN TO WS-GRPT-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD EMP-FILE
            RECORD CONTAINS 47 CHARACTERS.
            01 EMP-REC.
               02 EMP-REC-NAME  PIC X(20).
               02 EMP-REC-NUM   PIC 99.
               02 EMP-REC-DEPT  PIC X(3).
               02 EMP-REC-RATE  PIC 99V99.
               02 EMP-REC-HIRE  PIC 9(8).
               02 EMP-REC-DD-ACCT PIC X(4).
               02 EMP-REC-BADGE   PIC X(6).
        FD HOURS-FILE
            RECORD CONTAINS 12 CHARACTERS.
            01 HOURS-REC.
               02 DED-PCT       PIC 99V99.
               02 DED-AMT       PIC 9(4)V99.
        FD YTD-FILE
            RECORD CONTAINS 61 CHARACTERS.
            01 YTD-REC.
               02 YTD-EMP       PIC 99.
               02 YTD-GROSS     PIC 9(8)V99.
               02 YTD-DED       PIC 9(8)V99.
               02 YTD-NET       PIC 9(8)V99.
               02 YTD-WEEKS     PIC 9(3).
               02 YTD-TAXABLE   PIC 9(8)V99.
               02 YTD-TAX       PIC 9(8)V99.
        FD PCTL-FILE
            RECORD CONTAINS 50 CHARACTERS.
            01 PCTL-REC.
               02 PC-WEEK       PIC 9(6).
               02 PC-GROSS      PIC 9(9)V99.
               02 PC-NET        PIC 9(9)V99.
               02 PC-TAXABLE    PIC 9(9)V99.
               02 PC-TAX        PIC 9(9)V99.
        FD RULE-FILE
            RECORD CONTAINS 8 CHARACTERS.
            01 RULE-REC.
               02 APR-WEEK      PIC 9(6).
               02 APR-FLAG      PIC X.
               02 APR-OPERATOR  PIC X(5).
        FD PCOA-FILE
            RECORD CONTAINS 12 CHARACTERS.
            01 PCOA-REC.
               02 PCOA-KIND     PIC X.
      *           "W" = WAGES BY DEPARTMENT, "D" = DEDUCTION
      *           CATEGORY, "N" = NET PAY
               02 PCOA-KEY      PIC X(3).
               02 PCOA-DR-GL    PIC 9(4).
               02 PCOA-CR-GL    PIC 9(4).
        FD PJRN-FILE
            RECORD CONTAINS 80 CHARACTERS.
            01 PJRN-REC          PIC X(80).
        FD PPST-FILE
            RECORD CONTAINS 40 CHARACTERS.
            01 PPST-REC.
               02 PPST-TAG      PIC X(3).
               02 PPST-DATE     PIC 9(8).
               02 PPST-GL-ACCT  PIC 9(4).
               02 PPST-DR       PIC 9(9)V99.
               02 PPST-CR       PIC 9(9)V99.
               02 FILLER        PIC X(3).
            01 PPST-TRL-REC.
               02 PPTT-TAG      PIC X(3).
               02 PPTT-DATE     PIC 9(8).
               02 PPTT-COUNT    PIC 9(4).
               02 PPTT-DR       PIC 9(9)V99.
               02 PPTT-CR       PIC 9(9)V99.
               02 PPTT-SOURCE   PIC X(3).
        FD PEND-FILE
            RECORD CONTAINS 34 CHARACTERS.
            01 PEND-REC.
            COPY TRANSREC.
        FD RATE-FILE
            RECORD CONTAINS 46 CHARACTERS.
            01 RATE-REC.
            COPY RATEHIST.
        FD PHST-FILE
            RECORD CONTAINS 30 CHARACTERS.
            01 PHST-REC.
               02 PHS-WEEK      PIC 9(6).
               02 PHS-EMP-NUM   PIC 99.
               02 PHS-TYPE      PIC X.
      *           "W" = WORKED, "V" = VACATION, "S" = SICK,
      *           "R" = RETRO DIFFERENCE FOR THE WEEK
               02 PHS-HOURS     PIC 99V9.
               02 PHS-RATE      PIC 99V99.
               02 PHS-GROSS     PIC 9(6)V99.
      *        THE WEEK OF THE RUN THAT PAID THE ROW.
               02 PHS-RUN-WEEK  PIC 9(6).
        FD GARN-FILE
            RECORD CONTAINS 87 CHARACTERS.
            01 GARN-REC.
            COPY GARNORD.
        FD GRPT-FILE
            RECORD CONTAINS 80 CHARACTERS.
            01 GRPT-REC          PIC X(80).
        WORKING-STORAGE SECTION.
               01 WS-EMP-FILE-PATH PIC X(80) VALUE "EMPLOYEE.txt".
               01 WS-HRS-FILE-PATH PIC X(80) VALUE "HOURS.txt".
                       03 WS-T-DEPT PIC X(3).
                       03 WS-T-RATE PIC 99V99.
                       03 WS-T-HIRE PIC 9(8).
                       03 WS-T-DD-ACCT PIC X(4).
               01 WS-EMP-CTR PIC 9(3) VALUE ZERO.
               01 WS-DEPT-TABLE.
                   02 WS-DEPT-ENTRY OCCURS 20 TIMES.
               01 WS-DED-TOTAL PIC 9(6)V99.
               01 WS-NET PIC 9(6)V99.
               01 WS-NET-COMPANY PIC 9(9)V99 VALUE ZERO.
               01 WS-TAXABLE-COMPANY PIC 9(9)V99 VALUE ZERO.
               01 WS-TAX-COMPANY PIC 9(9)V99 VALUE ZERO.
               01 WS-YTD-FILE-PATH PIC X(80) VALUE "PAYYTD.txt".
               01 WS-YTD-STATUS PIC XX.
               01 WS-PCTL-FILE-PATH PIC X(80) VALUE "PAYCTL.txt".
                       03 WS-YD-DED   PIC 9(8)V99.
                       03 WS-YD-NET   PIC 9(8)V99.
                       03 WS-YD-WEEKS PIC 9(3).
                       03 WS-YD-TAXABLE PIC 9(8)V99.
                       03 WS-YD-TAX   PIC 9(8)V99.
               01 WS-YTD-CTR PIC 9(3) VALUE ZERO.
               01 WS-YTD-IDX PIC 9(3).
               01 WS-RULE-FILE-PATH PIC X(80) VALUE "LEAVERULE.txt".
               01 WS-APPR-IDX PIC 99.
               01 WS-UNAPPROVED-CTR PIC 9(5) VALUE ZERO.
               01 WS-WEEK-OK-SW PIC X.
               01 WS-DED-ROOM PIC 9(6)V99.
               01 WS-PCOA-FILE-PATH PIC X(80) VALUE "PAYCOA.txt".
               01 WS-PJRN-FILE-PATH PIC X(80) VALUE "PAYJRNL.txt".
               01 WS-PPST-FILE-PATH PIC X(80) VALUE "PAYPOST.txt".
               01 WS-PCOA-STATUS PIC XX.
      *        THE PAYROLL CHART AND THE JOURNAL'S PER-GL TOTALS.
               01 WS-PCOA-TABLE.
                   02 WS-PCOA-ENTRY OCCURS 60 TIMES.
                       03 WS-PC-KIND  PIC X.
                       03 WS-PC-KEY   PIC X(3).
                       03 WS-PC-DR-GL PIC 9(4).
                       03 WS-PC-CR-GL PIC 9(4).
               01 WS-PCOA-CTR PIC 99 VALUE ZERO.
               01 WS-PCOA-IDX PIC 99.
               01 WS-PCOA-HIT PIC 99.
               01 WS-PJ-TABLE.
                   02 WS-PJ-ENTRY OCCURS 50 TIMES.
                       03 WS-PJ-GL    PIC 9(4).
                       03 WS-PJ-DR    PIC 9(9)V99.
                       03 WS-PJ-CR    PIC 9(9)V99.
               01 WS-PJ-CTR PIC 99 VALUE ZERO.
               01 WS-PJ-IDX PIC 99.
               01 WS-PJ-HIT PIC 99.
               01 WS-PJ-KIND PIC X.
               01 WS-PJ-KEY PIC X(3).
               01 WS-PJ-LOOK-GL PIC 9(4).
               01 WS-PJ-AMT PIC 9(9)V99.
               01 WS-PJ-DR-TOTAL PIC 9(9)V99 VALUE ZERO.
               01 WS-PJ-CR-TOTAL PIC 9(9)V99 VALUE ZERO.
               01 WS-PJ-UNMAPPED-CTR PIC 9(3) VALUE ZERO.
               01 WS-PJ-FAIL-SW PIC X VALUE "N".
                   88 WS-PJ-FAILED VALUE "Y".
               01 WS-PEND-FILE-PATH PIC X(80) VALUE "PENDING.txt".
               01 WS-PEND-STATUS PIC XX.
               01 WS-PEND-SW PIC X VALUE "N".
                   88 WS-PEND-OPEN VALUE "Y".
      *        NET PAY SPLIT BETWEEN CREDITS TO OUR OWN ACCOUNTS AND
      *        PAY-OUTS THROUGH THE EXTRACT.
               01 WS-DD-CTR PIC 9(5) VALUE ZERO.
               01 WS-DD-TOTAL PIC 9(9)V99 VALUE ZERO.
               01 WS-EXT-CTR PIC 9(5) VALUE ZERO.
               01 WS-EXT-TOTAL PIC 9(9)V99 VALUE ZERO.
               01 WS-NET-PROOF PIC 9(9)V99.
               01 WS-NET-PROOF-SW PIC X VALUE "N".
                   88 WS-NET-PROOF-FAILED VALUE "Y".
               01 WS-RATE-FILE-PATH PIC X(80) VALUE "PAYRATE.txt".
               01 WS-RATE-STATUS PIC XX.
               01 WS-PHST-FILE-PATH PIC X(80) VALUE "PAYHIST.txt".
               01 WS-PHST-STATUS PIC XX.
               01 WS-PHST-SW PIC X VALUE "N".
                   88 WS-PHST-OPEN VALUE "Y".
      *        THE RATE HISTORY, HELD FOR THE WEEK AND PUT BACK WITH
      *        THE RETRO STATUS UPDATED.
               01 WS-RH-TABLE.
                   02 WS-RH-ENTRY OCCURS 500 TIMES.
                       03 WS-RH-EMP      PIC 99.
                       03 WS-RH-EFF      PIC 9(8).
                       03 WS-RH-RATE     PIC 99V99.
                       03 WS-RH-REASON   PIC X(20).
                       03 WS-RH-OPER     PIC X(5).
                       03 WS-RH-RETRO    PIC X.
                       03 WS-RH-RETRO-WK PIC 9(6).
               01 WS-RH-CTR PIC 9(3) VALUE ZERO.
               01 WS-RH-IDX PIC 9(3).
               01 WS-RH-CHANGED-SW PIC X VALUE "N".
      *        THE PAID WEEKS OF EMPLOYEES WITH A RETRO PENDING.
               01 WS-PH-TABLE.
                   02 WS-PH-ENTRY OCCURS 500 TIMES.
                       03 WS-PH-WEEK     PIC 9(6).
                       03 WS-PH-EMP      PIC 99.
                       03 WS-PH-TYPE     PIC X.
                       03 WS-PH-HOURS    PIC 99V9.
                       03 WS-PH-RATE     PIC 99V99.
                       03 WS-PH-GROSS    PIC 9(6)V99.
                       03 WS-PH-RUN-WEEK PIC 9(6).
               01 WS-PH-CTR PIC 9(3) VALUE ZERO.
               01 WS-PH-IDX PIC 9(3).
               01 WS-PH-IDX2 PIC 9(3).
               01 WS-PH-DATE PIC 9(8).
               01 WS-PH-WANT-SW PIC X.
               01 WS-RETRO-HELD-SW PIC X VALUE "N".
                   88 WS-RETRO-HELD VALUE "Y".
               01 WS-RETRO-RUN-SW PIC X VALUE "N".
                   88 WS-RETRO-RUN VALUE "Y".
               01 WS-PAY-RATE PIC 99V99.
               01 WS-RATE-DATE PIC 9(8).
               01 WS-RATE-BEST-EFF PIC 9(8).
               01 WS-RETRO-FROM PIC 9(8).
               01 WS-RETRO-DUE-SW PIC X.
               01 WS-RETRO-FIRST-SW PIC X.
               01 WS-RT-WEEK PIC 9(6).
               01 WS-RETRO-TOTAL PIC 9(6)V99.
               01 WS-WEEK-PAID PIC 9(6)V99.
               01 WS-WEEK-REPRICED PIC 9(6)V99.
               01 WS-WEEK-DIFF PIC 9(6)V99.
               01 WS-RP-REG-HOURS PIC 99V9.
               01 WS-RP-OT-HOURS PIC 99V9.
               01 WS-RP-GROSS PIC 9(6)V99.
               01 WS-RETRO-CTR PIC 9(5) VALUE ZERO.
               01 WS-RETRO-GROSS PIC 9(9)V99 VALUE ZERO.
               01 WS-OVERPAID-CTR PIC 9(5) VALUE ZERO.
               01 WS-GARN-FILE-PATH PIC X(80) VALUE "GARNORD.txt".
               01 WS-GARN-STATUS PIC XX.
               01 WS-GRPT-FILE-PATH PIC X(80) VALUE "GARNRPT.txt".
      *        GARNISHMENT CAPS BY ORDER TYPE - THE DEFAULTS BELOW
      *        UNLESS THE DEDUCTION MASTER CARRIES A "G" ROW.
               01 WS-GCAP-TABLE.
                   02 WS-GCAP-ENTRY OCCURS 10 TIMES.
                       03 WS-GC-TYPE PIC X(3).
                       03 WS-GC-PCT  PIC 99V99.
               01 WS-GCAP-CTR PIC 99 VALUE ZERO.
               01 WS-GCAP-IDX PIC 99.
               01 WS-GCAP-PCT PIC 99V99.
      *        THE ORDER FILE, HELD FOR THE WEEK AND PUT BACK WITH THE
      *        AMOUNTS PAID ROLLED FORWARD.
               01 WS-GO-TABLE.
                   02 WS-GO-ENTRY OCCURS 200 TIMES.
                       03 WS-GO-ORDER.
                           04 WS-GO-EMP       PIC 99.
                           04 WS-GO-TYPE      PIC X(3).
                           04 WS-GO-CASE      PIC X(12).
                           04 WS-GO-METHOD    PIC X.
                           04 WS-GO-AMT       PIC 9(4)V99.
                           04 WS-GO-PCT       PIC 99V99.
                           04 WS-GO-PRIORITY  PIC 99.
                           04 WS-GO-PAYEE     PIC X(6).
                           04 WS-GO-PAYEE-NAME PIC X(20).
                           04 WS-GO-OWED      PIC 9(7)V99.
                           04 WS-GO-PAID      PIC 9(7)V99.
                           04 WS-GO-STATUS    PIC X.
                           04 WS-GO-LAST-WEEK PIC 9(6).
                           04 WS-GO-LAST-AMT  PIC 9(4)V99.
                       03 WS-GO-RUN PIC 9(6)V99.
               01 WS-GO-CTR PIC 9(3) VALUE ZERO.
               01 WS-GO-IDX PIC 9(3).
               01 WS-GO-IDX2 PIC 9(3).
               01 WS-GARN-SW PIC X VALUE "N".
                   88 WS-GARN-LOADED VALUE "Y".
               01 WS-GARN-PRI PIC 9(3).
               01 WS-DISPOSABLE PIC 9(6)V99.
               01 WS-GARN-LINE PIC 9(6)V99.
               01 WS-GARN-ROOM PIC S9(7)V99.
               01 WS-GARN-WANT PIC S9(7)V99.
               01 WS-GARN-TAKE PIC 9(6)V99.
               01 WS-GARN-CUT-CTR PIC 9(5) VALUE ZERO.
               01 WS-GARN-TOTAL PIC 9(9)V99 VALUE ZERO.
               01 WS-GARN-PAYEE-TOTAL PIC 9(9)V99.
               01 WS-GARN-FIRST-SW PIC X.
               01 GR-HDR-LINE.
                   02 FILLER PIC X(36) VALUE
                       "GARNISHMENT REMITTANCE REGISTER WEEK".
                   02 FILLER PIC X VALUE SPACE.
                   02 GRH-WEEK-OUT PIC 9(6).
                   02 FILLER PIC X(8) VALUE "  DATED ".
                   02 GRH-DATE-OUT PIC 9(8).
                   02 FILLER PIC X(21) VALUE SPACES.
               01 GR-PAYEE-LINE.
                   02 FILLER PIC X(6) VALUE "PAYEE ".
                   02 GRP-PAYEE-OUT PIC X(6).
                   02 FILLER PIC X VALUE SPACE.
                   02 GRP-NAME-OUT PIC X(20).
                   02 FILLER PIC X(47) VALUE SPACES.
               01 GR-DTL-LINE.
                   02 FILLER PIC X(3) VALUE SPACES.
                   02 FILLER PIC X(5) VALUE "CASE ".
                   02 GRD-CASE-OUT PIC X(12).
                   02 FILLER PIC X(5) VALUE "  EMP".
                   02 GRD-EMP-OUT PIC ZZ9.
                   02 FILLER PIC X VALUE SPACE.
                   02 GRD-TYPE-OUT PIC X(3).
                   02 FILLER PIC X(10) VALUE "  WITHHELD".
                   02 GRD-AMT-OUT PIC ZZZ,ZZ9.99.
                   02 FILLER PIC X(10) VALUE "  BALANCE ".
                   02 GRD-BAL-OUT PIC X(12).
                   02 FILLER PIC X(6) VALUE SPACES.
               01 GR-TOTAL-LINE.
                   02 FILLER PIC X(3) VALUE SPACES.
                   02 GRT-LABEL-OUT PIC X(20).
                   02 FILLER PIC X(26) VALUE SPACES.
                   02 GRT-AMT-OUT PIC ZZ,ZZZ,ZZ9.99.
                   02 FILLER PIC X(18) VALUE SPACES.
               01 WS-GARN-BAL PIC 9(7)V99.
               01 WS-GARN-BAL-EDIT PIC Z,ZZZ,ZZ9.99.
               01 RETRO-WK-LINE.
                   02 FILLER PIC X(6) VALUE SPACES.
                   02 FILLER PIC X(11) VALUE "RETRO WEEK ".
                   02 RTW-WEEK-OUT PIC 9(6).
                   02 FILLER PIC X(7) VALUE "  PAID ".
                   02 RTW-PAID-OUT PIC ZZZ,ZZ9.99.
                   02 FILLER PIC X(6) VALUE "  DUE ".
                   02 RTW-DUE-OUT PIC ZZZ,ZZ9.99.
                   02 FILLER PIC X(7) VALUE "  RATE ".
                   02 RTW-RATE-OUT PIC Z9.99.
                   02 FILLER PIC X(2) VALUE SPACES.
                   02 RTW-NOTE-OUT PIC X(10).
               01 RETRO-PAY-LINE.
                   02 FILLER PIC X VALUE SPACE.
                   02 RTP-NUM-OUT PIC Z9.
                   02 FILLER PIC X VALUE SPACE.
                   02 RTP-NAME-OUT PIC X(20).
                   02 FILLER PIC X VALUE SPACE.
                   02 RTP-DEPT-OUT PIC X(3).
                   02 FILLER PIC X(2) VALUE SPACES.
                   02 FILLER PIC X(19) VALUE "RETRO PAY".
                   02 RTP-GROSS-OUT PIC ZZZ,ZZ9.99.
                   02 FILLER PIC X VALUE SPACE.
                   02 RTP-DED-OUT PIC ZZ,ZZ9.99.
                   02 FILLER PIC X VALUE SPACE.
                   02 RTP-NET-OUT PIC ZZZ,ZZ9.99.
               01 RETRO-TOTAL-LINE.
                   02 FILLER PIC X(3) VALUE SPACES.
                   02 FILLER PIC X(16) VALUE "RETRO PAY:".
                   02 RTT-TOTAL-OUT PIC ZZ,ZZZ,ZZ9.99.
                   02 FILLER PIC X(2) VALUE SPACES.
                   02 RTT-CTR-OUT PIC ZZZZ9.
                   02 FILLER PIC X(6) VALUE " LINES".
                   02 FILLER PIC X(35) VALUE SPACES.
               01 PJ-HDR-LINE.
                   02 FILLER PIC X(20) VALUE "PAYROLL JOURNAL WEEK".
                   02 FILLER PIC X VALUE SPACE.
                   02 PJH-WEEK-OUT PIC 9(6).
                   02 FILLER PIC X(8) VALUE "  DATED ".
                   02 PJH-DATE-OUT PIC 9(8).
                   02 FILLER PIC X(37) VALUE SPACES.
               01 PJ-COL-LINE.
                   02 FILLER PIC X(6) VALUE "GL".
                   02 FILLER PIC X(30) VALUE "DESCRIPTION".
                   02 FILLER PIC X(22) VALUE
                       "                DEBIT".
                   02 FILLER PIC X(22) VALUE
                       "               CREDIT".
               01 PJ-DTL-LINE.
                   02 PJD-GL-OUT PIC X(4).
                   02 FILLER PIC X(2) VALUE SPACES.
                   02 PJD-DESC-OUT PIC X(30).
                   02 FILLER PIC X(7) VALUE SPACES.
                   02 PJD-DR-OUT PIC ZZZ,ZZZ,ZZ9.99.
                   02 FILLER PIC X(8) VALUE SPACES.
                   02 PJD-CR-OUT PIC ZZZ,ZZZ,ZZ9.99.
                   02 FILLER PIC X VALUE SPACE.
               01 LV-RPT-LINE.
                   02 FILLER PIC X(6) VALUE "DEPT  ".
                   02 LVR-DEPT-OUT PIC X(3).
                   02 FILLER PIC X(16) VALUE "COMPANY NET PAY:".
                   02 CMP-NET-OUT PIC ZZ,ZZZ,ZZ9.99.
                   02 FILLER PIC X(47) VALUE SPACES.
               01 NET-SPLIT-LINE.
                   02 FILLER PIC X(3) VALUE SPACES.
                   02 NSP-LABEL-OUT PIC X(16).
                   02 NSP-TOTAL-OUT PIC ZZ,ZZZ,ZZ9.99.
                   02 FILLER PIC X(2) VALUE SPACES.
                   02 NSP-CTR-OUT PIC ZZZZ9.
                   02 FILLER PIC X(9) VALUE " PAYMENTS".
                   02 FILLER PIC X(31) VALUE SPACES.
               01 NET-PROOF-LINE.
                   02 FILLER PIC X(3) VALUE SPACES.
                   02 NPR-TEXT-OUT PIC X(77).
               01 DEPT-TOTAL-LINE.
                   02 FILLER PIC X(3) VALUE SPACES.
                   02 FILLER PIC X(16)
             MOVE WS-ENV-HOLD TO WS-LVRPT-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PAYREG_COA_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-PCOA-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PAYREG_JRNL_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-PJRN-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PAYREG_POST_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-PPST-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PAYREG_PEND_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-PEND-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PAYREG_RATE_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-RATE-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PAYREG_PHST_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-PHST-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PAYREG_GARN_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-GARN-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PAYREG_GRPT_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-GRPT-FILE-PATH
         END-IF
         MOVE SPACES TO WS-ENV-HOLD
         ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PAYREG_APPR_PATH"
         IF WS-ENV-HOLD NOT = SPACES
             MOVE WS-ENV-HOLD TO WS-APPR-FILE-PATH
         END-IF
         PERFORM 200-LOAD-EMPLOYEES-RTN
         PERFORM 250-LOAD-DEDUCTIONS-RTN
         PERFORM 260-LOAD-GARNISH-RTN
         PERFORM 270-LOAD-YTD-RTN
         PERFORM 280-LOAD-LEAVE-RTN
         PERFORM 285-LOAD-RATES-RTN
         PERFORM 287-LOAD-PAID-HIST-RTN
         PERFORM 288-OPEN-PAID-HIST-RTN
         OPEN INPUT HOURS-FILE
         IF WS-HRS-STATUS NOT = "00"
             DISPLAY "HOURS FILE NOT AVAILABLE - STATUS "
         END-IF
         OPEN OUTPUT REG-FILE
         OPEN OUTPUT PAY-FILE
         PERFORM 290-OPEN-PENDING-RTN
         WRITE REG-REC FROM HD-LINE1 AFTER ADVANCING PAGE
         MOVE "N" TO WS-EOF-SW
         PERFORM UNTIL WS-EOF
             VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-DEPT-CTR
         MOVE WS-COMPANY-TOTAL TO CMP-TOTAL-OUT
         WRITE REG-REC FROM COMPANY-LINE AFTER ADVANCING 2 LINES
         IF WS-RETRO-CTR > ZERO
             MOVE WS-RETRO-GROSS TO RTT-TOTAL-OUT
             MOVE WS-RETRO-CTR TO RTT-CTR-OUT
             WRITE REG-REC FROM RETRO-TOTAL-LINE
                 AFTER ADVANCING 1 LINES
         END-IF
         MOVE WS-NET-COMPANY TO CMP-NET-OUT
         WRITE REG-REC FROM NET-COMPANY-LINE AFTER ADVANCING 1 LINES
         PERFORM 720-NET-SPLIT-RTN
         PERFORM 700-REMIT-TOTALS-RTN
             VARYING WS-CAT-IDX FROM 1 BY 1
             UNTIL WS-CAT-IDX > WS-CAT-CTR
         PERFORM 750-REWRITE-YTD-RTN
         PERFORM 760-WEEKLY-CONTROL-RTN
         PERFORM 770-REWRITE-LEAVE-RTN
         IF WS-RH-CHANGED-SW = "Y"
             PERFORM 775-REWRITE-RATES-RTN
         END-IF
         IF WS-GARN-LOADED
             PERFORM 785-REWRITE-GARNISH-RTN
         END-IF
         PERFORM 790-GARNISH-REMIT-RTN
         PERFORM 780-LEAVE-REPORT-RTN
         PERFORM 800-PAYROLL-JOURNAL-RTN
         IF WS-OVERDRAW-CTR > ZERO
             DISPLAY "LEAVE ENTRIES OVER BALANCE: " WS-OVERDRAW-CTR
         END-IF
         CLOSE REG-FILE
         CLOSE PAY-FILE
         IF WS-PEND-OPEN
             CLOSE PEND-FILE
         END-IF
         IF WS-PHST-OPEN
             CLOSE PHST-FILE
         END-IF
         IF WS-UNAPPROVED-CTR > ZERO
             DISPLAY "RECORDS FOR UNAPPROVED WEEKS SKIPPED: "
                 WS-UNAPPROVED-CTR " - RUN REFUSED RC 8"
         IF WS-ORPHAN-CTR > ZERO
             MOVE 4 TO RETURN-CODE
         END-IF
         DISPLAY "RETRO PAY LINES   : " WS-RETRO-CTR
         IF WS-GARN-CUT-CTR > ZERO
             DISPLAY "GARNISHMENTS CUT BACK BY THE CAP: "
                 WS-GARN-CUT-CTR
         END-IF
         IF WS-OVERPAID-CTR > ZERO
             DISPLAY "WEEKS NOW OVERPAID: " WS-OVERPAID-CTR
                 " - NOT RECOVERED, SEE REGISTER"
         END-IF
         IF WS-RETRO-HELD AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
         IF WS-PJ-FAILED OR WS-NET-PROOF-FAILED
             MOVE 8 TO RETURN-CODE
         END-IF
        STOP RUN.

      ******************************************************************
      * THE RATE HISTORY DECIDES WHAT EVERY WEEK PAYS, SO A HISTORY
      * TOO BIG FOR THE TABLE STOPS THE RUN RATHER THAN PAY SOME
      * EMPLOYEES AT A RATE NO LONGER IN EFFECT. NO FILE MEANS NO
      * EMPLOYEE HAS A HISTORY YET AND THE MASTER RATE PAYS.
      ******************************************************************
        285-LOAD-RATES-RTN.
         OPEN INPUT RATE-FILE
         IF WS-RATE-STATUS = "00"
             MOVE "N" TO WS-EOF-SW
             PERFORM UNTIL WS-EOF
                 READ RATE-FILE
                     AT END
                         MOVE "Y" TO WS-EOF-SW
                     NOT AT END
                         IF WS-RH-CTR < 500
                             ADD 1 TO WS-RH-CTR
                             MOVE RATE-REC TO WS-RH-ENTRY (WS-RH-CTR)
                         ELSE
                             DISPLAY "RATE HISTORY OVER 500 ROWS -"
                                 " RUN STOPPED"
                             MOVE 8 TO RETURN-CODE
                             STOP RUN
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE RATE-FILE
             MOVE "N" TO WS-EOF-SW
         END-IF.

      ******************************************************************
      * ONLY THE PAID WEEKS A PENDING RETRO CAN REACH ARE HELD - THOSE
      * OF AN EMPLOYEE WITH A RETRO-PENDING RATE, ENDING ON OR AFTER
      * ITS EFFECTIVE DATE. TOO MANY TO HOLD HOLDS EVERY RETRO OVER.
      ******************************************************************
        287-LOAD-PAID-HIST-RTN.
         OPEN INPUT PHST-FILE
         IF WS-PHST-STATUS = "00"
             MOVE "N" TO WS-EOF-SW
             PERFORM UNTIL WS-EOF
                 READ PHST-FILE
                     AT END
                         MOVE "Y" TO WS-EOF-SW
                     NOT AT END
                         COMPUTE WS-PH-DATE = 20000000 + PHS-WEEK
                         MOVE "N" TO WS-PH-WANT-SW
                         PERFORM VARYING WS-RH-IDX FROM 1 BY 1
                             UNTIL WS-RH-IDX > WS-RH-CTR
                             IF WS-RH-EMP (WS-RH-IDX) = PHS-EMP-NUM
                                 AND WS-RH-RETRO (WS-RH-IDX) = "P"
                                 AND WS-RH-EFF (WS-RH-IDX)
                                     NOT > WS-PH-DATE
                                 MOVE "Y" TO WS-PH-WANT-SW
                             END-IF
                         END-PERFORM
                         IF WS-PH-WANT-SW = "Y"
                             IF WS-PH-CTR < 500
                                 ADD 1 TO WS-PH-CTR
                                 MOVE PHST-REC
                                     TO WS-PH-ENTRY (WS-PH-CTR)
                             ELSE
                                 MOVE "Y" TO WS-RETRO-HELD-SW
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE PHST-FILE
             MOVE "N" TO WS-EOF-SW
         END-IF
         IF WS-RETRO-HELD
             DISPLAY "PAID HISTORY OVER 500 WEEKS FOR RETRO -"
                 " RETRO HELD OVER"
         END-IF.

        288-OPEN-PAID-HIST-RTN.
         OPEN EXTEND PHST-FILE
         IF WS-PHST-STATUS = "35"
             OPEN OUTPUT PHST-FILE
         END-IF
         IF WS-PHST-STATUS = "00"
             MOVE "Y" TO WS-PHST-SW
         ELSE
             DISPLAY "PAID HISTORY NOT AVAILABLE - STATUS "
                 WS-PHST-STATUS " - RETRO HELD OVER"
             MOVE "Y" TO WS-RETRO-HELD-SW
         END-IF.

      ******************************************************************
      * THE RETRO STATUS IS THE ONLY THING THIS RUN CHANGES ON THE
      * RATE HISTORY - THE REST GOES BACK AS IT CAME IN.
      ******************************************************************
        775-REWRITE-RATES-RTN.
         OPEN OUTPUT RATE-FILE
         PERFORM VARYING WS-RH-IDX FROM 1 BY 1
             UNTIL WS-RH-IDX > WS-RH-CTR
             MOVE WS-RH-ENTRY (WS-RH-IDX) TO RATE-REC
             WRITE RATE-REC
         END-PERFORM
         CLOSE RATE-FILE.

      ******************************************************************
      * THE YTD FILE COMES IN AT START OF RUN AND GOES BACK ROLLED
      * FORWARD AT END - AN EMPLOYEE NOT YET ON IT OPENS A SLOT THE
                                 TO WS-YD-NET (WS-YTD-CTR)
                             MOVE YTD-WEEKS
                                 TO WS-YD-WEEKS (WS-YTD-CTR)
                             IF YTD-TAXABLE NOT NUMERIC
                                 MOVE ZERO TO YTD-TAXABLE
                             END-IF
                             IF YTD-TAX NOT NUMERIC
                                 MOVE ZERO TO YTD-TAX
                             END-IF
                             MOVE YTD-TAXABLE
                                 TO WS-YD-TAXABLE (WS-YTD-CTR)
                             MOVE YTD-TAX
                                 TO WS-YD-TAX (WS-YTD-CTR)
                         END-IF
                 END-READ
             END-PERFORM
             MOVE "N" TO WS-EOF-SW
         END-IF.

        785-REWRITE-GARNISH-RTN.
         OPEN OUTPUT GARN-FILE
         PERFORM VARYING WS-GO-IDX FROM 1 BY 1
             UNTIL WS-GO-IDX > WS-GO-CTR
             MOVE WS-GO-ORDER (WS-GO-IDX) TO GARN-REC
             WRITE GARN-REC
         END-PERFORM
         CLOSE GARN-FILE.

      ******************************************************************
      * THE REMITTANCE REGISTER - THE ORDERS WITHHELD THIS RUN UNDER
      * EACH PAYEE IN TURN (FIRST SEEN, FIRST PRINTED), WITH THE
      * BALANCE STILL OWED, A TOTAL PER PAYEE FOR THE CHEQUE AND A
      * GRAND TOTAL THAT TIES TO THE SUP / LEV / CRD REMITTANCE LINES.
      ******************************************************************
        790-GARNISH-REMIT-RTN.
         OPEN OUTPUT GRPT-FILE
         MOVE WS-WEEK-FILTER TO GRH-WEEK-OUT
         MOVE WS-BUS-DATE TO GRH-DATE-OUT
         WRITE GRPT-REC FROM GR-HDR-LINE AFTER ADVANCING PAGE
         PERFORM VARYING WS-GO-IDX FROM 1 BY 1
             UNTIL WS-GO-IDX > WS-GO-CTR
             IF WS-GO-RUN (WS-GO-IDX) > ZERO
                 MOVE "Y" TO WS-GARN-FIRST-SW
                 PERFORM VARYING WS-GO-IDX2 FROM 1 BY 1
                     UNTIL WS-GO-IDX2 NOT < WS-GO-IDX
                     IF WS-GO-RUN (WS-GO-IDX2) > ZERO
                         AND WS-GO-PAYEE (WS-GO-IDX2)
                             = WS-GO-PAYEE (WS-GO-IDX)
                         MOVE "N" TO WS-GARN-FIRST-SW
                     END-IF
                 END-PERFORM
                 IF WS-GARN-FIRST-SW = "Y"
                     PERFORM 795-GARNISH-PAYEE-RTN
                 END-IF
             END-IF
         END-PERFORM
         MOVE "TOTAL GARNISHMENTS" TO GRT-LABEL-OUT
         MOVE WS-GARN-TOTAL TO GRT-AMT-OUT
         WRITE GRPT-REC FROM GR-TOTAL-LINE AFTER ADVANCING 2 LINES
         CLOSE GRPT-FILE.

        795-GARNISH-PAYEE-RTN.
         MOVE WS-GO-PAYEE (WS-GO-IDX) TO GRP-PAYEE-OUT
         MOVE WS-GO-PAYEE-NAME (WS-GO-IDX) TO GRP-NAME-OUT
         WRITE GRPT-REC FROM GR-PAYEE-LINE AFTER ADVANCING 2 LINES
         MOVE ZERO TO WS-GARN-PAYEE-TOTAL
         PERFORM VARYING WS-GO-IDX2 FROM WS-GO-IDX BY 1
             UNTIL WS-GO-IDX2 > WS-GO-CTR
             IF WS-GO-RUN (WS-GO-IDX2) > ZERO
                 AND WS-GO-PAYEE (WS-GO-IDX2)
                     = WS-GO-PAYEE (WS-GO-IDX)
                 MOVE WS-GO-CASE (WS-GO-IDX2) TO GRD-CASE-OUT
                 MOVE WS-GO-EMP (WS-GO-IDX2) TO GRD-EMP-OUT
                 MOVE WS-GO-TYPE (WS-GO-IDX2) TO GRD-TYPE-OUT
                 MOVE WS-GO-RUN (WS-GO-IDX2) TO GRD-AMT-OUT
                 IF WS-GO-OWED (WS-GO-IDX2) = ZERO
                     MOVE "     ONGOING" TO GRD-BAL-OUT
                 ELSE
                     COMPUTE WS-GARN-BAL = WS-GO-OWED (WS-GO-IDX2)
                         - WS-GO-PAID (WS-GO-IDX2)
                     MOVE WS-GARN-BAL TO WS-GARN-BAL-EDIT
                     MOVE WS-GARN-BAL-EDIT TO GRD-BAL-OUT
                 END-IF
                 WRITE GRPT-REC FROM GR-DTL-LINE
                     AFTER ADVANCING 1 LINES
                 ADD WS-GO-RUN (WS-GO-IDX2) TO WS-GARN-PAYEE-TOTAL
             END-IF
         END-PERFORM
         MOVE "PAYEE TOTAL" TO GRT-LABEL-OUT
         MOVE WS-GARN-PAYEE-TOTAL TO GRT-AMT-OUT
         WRITE GRPT-REC FROM GR-TOTAL-LINE AFTER ADVANCING 1 LINES.

        750-REWRITE-YTD-RTN.
         OPEN OUTPUT YTD-FILE
         PERFORM VARYING SUB3 FROM 1 BY 1
             MOVE WS-YD-DED (SUB3) TO YTD-DED
             MOVE WS-YD-NET (SUB3) TO YTD-NET
             MOVE WS-YD-WEEKS (SUB3) TO YTD-WEEKS
             MOVE WS-YD-TAXABLE (SUB3) TO YTD-TAXABLE
             MOVE WS-YD-TAX (SUB3) TO YTD-TAX
             WRITE YTD-REC
         END-PERFORM
         CLOSE YTD-FILE.
      ******************************************************************
      * ONE MACHINE CONTROL LINE PER WEEKLY RUN - ANNUAL-EARNINGS
      * SUMS THESE AND PROVES THEM AGAINST THE YTD FILE BEFORE THE
      * YEAR-END STATEMENTS PRINT; QTR-TAX-SUMMARY BUCKETS THEM BY
      * MONTH FOR THE QUARTERLY RETURN.
      ******************************************************************
        760-WEEKLY-CONTROL-RTN.
         OPEN EXTEND PCTL-FILE
             MOVE WS-WEEK-FILTER TO PC-WEEK
             MOVE WS-COMPANY-TOTAL TO PC-GROSS
             MOVE WS-NET-COMPANY TO PC-NET
             MOVE WS-TAXABLE-COMPANY TO PC-TAXABLE
             MOVE WS-TAX-COMPANY TO PC-TAX
             WRITE PCTL-REC
             CLOSE PCTL-FILE
         END-IF.

      ******************************************************************
      * THE PENDING FILE IS SHARED WITH THE OTHER FEEDS, SO THE
      * CREDITS ARE APPENDED. A FILE THAT WILL NOT OPEN MEANS THIS
      * WEEK PAYS EVERYONE OUT.
      ******************************************************************
        290-OPEN-PENDING-RTN.
         OPEN EXTEND PEND-FILE
         IF WS-PEND-STATUS = "35"
             OPEN OUTPUT PEND-FILE
         END-IF
         IF WS-PEND-STATUS = "00"
             MOVE "Y" TO WS-PEND-SW
         ELSE
             DISPLAY "PENDING FILE NOT AVAILABLE - STATUS "
                 WS-PEND-STATUS " - NO DIRECT DEPOSITS THIS RUN"
         END-IF.

      ******************************************************************
      * COMPANY NET PAY SPLIT INTO DIRECT DEPOSITS AND PAY-OUTS, AND
      * PROVED - THE TWO MUST ADD BACK TO THE NET PAID.
      ******************************************************************
        720-NET-SPLIT-RTN.
         MOVE "DIRECT DEPOSIT:" TO NSP-LABEL-OUT
         MOVE WS-DD-TOTAL TO NSP-TOTAL-OUT
         MOVE WS-DD-CTR TO NSP-CTR-OUT
         WRITE REG-REC FROM NET-SPLIT-LINE AFTER ADVANCING 1 LINES
         MOVE "PAID OUT:" TO NSP-LABEL-OUT
         MOVE WS-EXT-TOTAL TO NSP-TOTAL-OUT
         MOVE WS-EXT-CTR TO NSP-CTR-OUT
         WRITE REG-REC FROM NET-SPLIT-LINE AFTER ADVANCING 1 LINES
         COMPUTE WS-NET-PROOF = WS-DD-TOTAL + WS-EXT-TOTAL
         IF WS-NET-PROOF = WS-NET-COMPANY
             MOVE "NET PAY PROVED - DIRECT DEPOSIT PLUS PAID OUT"
                 TO NPR-TEXT-OUT
         ELSE
             MOVE "Y" TO WS-NET-PROOF-SW
             MOVE "*** NET PAY NOT EQUAL TO DEPOSITS PLUS PAY-OUTS ***"
                 TO NPR-TEXT-OUT
             DISPLAY "NET PAY " WS-NET-COMPANY " BUT DIRECT DEPOSIT"
                 " PLUS PAID OUT " WS-NET-PROOF
         END-IF
         WRITE REG-REC FROM NET-PROOF-LINE AFTER ADVANCING 1 LINES.

      ******************************************************************
      * THE WEEKS A SUPERVISOR HAS MARKED APPROVED.
      ******************************************************************
                     AT END
                         MOVE "Y" TO WS-EOF-SW
                     NOT AT END
                         IF DED-KIND = "G"
                             PERFORM 255-GARNISH-CAP-RTN
                         ELSE
                         IF DED-KIND = "T"
                             IF WS-TAX-CTR < 10
                                 ADD 1 TO WS-TAX-CTR
                                     TO WS-TX-PCT (WS-TAX-CTR)
                             END-IF
                         ELSE
                         IF DED-KIND = "E"
                             IF WS-ELECT-CTR < 100
                                 ADD 1 TO WS-ELECT-CTR
                                 MOVE DED-EMP
                                     TO WS-EL-AMT (WS-ELECT-CTR)
                             END-IF
                         END-IF
                         END-IF
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE DED-FILE
             MOVE "N" TO WS-EOF-SW
         END-IF.

      ******************************************************************
      * A "G" ROW REPLACES THE DEFAULT CAP FOR ITS ORDER TYPE.
      ******************************************************************
        255-GARNISH-CAP-RTN.
         IF WS-GCAP-CTR = ZERO
             PERFORM 257-GARNISH-CAP-DEFAULT-RTN
         END-IF
         MOVE ZERO TO WS-GCAP-IDX
         PERFORM VARYING SUB3 FROM 1 BY 1 UNTIL SUB3 > WS-GCAP-CTR
             IF WS-GC-TYPE (SUB3) = DED-CATEGORY
                 MOVE SUB3 TO WS-GCAP-IDX
             END-IF
         END-PERFORM
         IF WS-GCAP-IDX = ZERO AND WS-GCAP-CTR < 10
             ADD 1 TO WS-GCAP-CTR
             MOVE WS-GCAP-CTR TO WS-GCAP-IDX
             MOVE DED-CATEGORY TO WS-GC-TYPE (WS-GCAP-IDX)
         END-IF
         IF WS-GCAP-IDX > ZERO
             MOVE DED-PCT TO WS-GC-PCT (WS-GCAP-IDX)
         END-IF.

        257-GARNISH-CAP-DEFAULT-RTN.
         MOVE 3 TO WS-GCAP-CTR
         MOVE "SUP" TO WS-GC-TYPE (1)
         MOVE 50 TO WS-GC-PCT (1)
         MOVE "LEV" TO WS-GC-TYPE (2)
         MOVE 25 TO WS-GC-PCT (2)
         MOVE "CRD" TO WS-GC-TYPE (3)
         MOVE 25 TO WS-GC-PCT (3).

      ******************************************************************
      * THE GARNISHMENT ORDERS. NO FILE MEANS NO ORDERS; MORE ORDERS
      * THAN THE TABLE HOLDS STOPS THE RUN, SINCE AN ORDER LEFT OUT
      * WOULD GO UNPAID AND BE LOST WHEN THE FILE IS PUT BACK.
      ******************************************************************
        260-LOAD-GARNISH-RTN.
         IF WS-GCAP-CTR = ZERO
             PERFORM 257-GARNISH-CAP-DEFAULT-RTN
         END-IF
         OPEN INPUT GARN-FILE
         IF WS-GARN-STATUS = "00"
             MOVE "Y" TO WS-GARN-SW
             MOVE "N" TO WS-EOF-SW
             PERFORM UNTIL WS-EOF
                 READ GARN-FILE
                     AT END
                         MOVE "Y" TO WS-EOF-SW
                     NOT AT END
                         IF WS-GO-CTR < 200
                             ADD 1 TO WS-GO-CTR
                             MOVE GARN-REC TO WS-GO-ORDER (WS-GO-CTR)
                             MOVE ZERO TO WS-GO-RUN (WS-GO-CTR)
                         ELSE
                             DISPLAY "GARNISHMENT ORDERS OVER 200 -"
                                 " RUN STOPPED"
                             MOVE 8 TO RETURN-CODE
                             STOP RUN
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE GARN-FILE
             MOVE "N" TO WS-EOF-SW
         END-IF.

        200-LOAD-EMPLOYEES-RTN.
         OPEN INPUT EMP-FILE
         IF WS-STATUS NOT = "00"
                         MOVE EMP-REC-DEPT TO WS-T-DEPT (WS-EMP-CTR)
                         MOVE EMP-REC-RATE TO WS-T-RATE (WS-EMP-CTR)
                         MOVE EMP-REC-HIRE TO WS-T-HIRE (WS-EMP-CTR)
                         MOVE EMP-REC-DD-ACCT
                             TO WS-T-DD-ACCT (WS-EMP-CTR)
                     END-IF
             END-READ
         END-PERFORM
      ******************************************************************
      * ONE HOURS RECORD - GROSS IS STRAIGHT TIME UP TO 40 HOURS AND
      * TIME-AND-A-HALF FOR THE HOURS OVER, AT THE EMPLOYEE'S RATE
      * IN EFFECT FOR THE WEEK. A RECORD FOR AN EMPLOYEE NO LONGER
      * ON THE FILE IS COUNTED AND SKIPPED.
      ******************************************************************
        300-PAY-ONE-RTN.
         END-IF.

        400-COMPUTE-GROSS-RTN.
         COMPUTE WS-RATE-DATE = 20000000 + HRS-WEEK
         PERFORM 415-RATE-FOR-WEEK-RTN
         IF HRS-TYPE = "V" OR HRS-TYPE = "S"
             PERFORM 420-LEAVE-WEEK-RTN
         ELSE
         MOVE WS-T-NAME (WS-FOUND-IDX) TO DTL-NAME-OUT
         MOVE WS-T-DEPT (WS-FOUND-IDX) TO DTL-DEPT-OUT
         MOVE HRS-HOURS TO DTL-HOURS-OUT
         MOVE WS-PAY-RATE TO DTL-RATE-OUT
         MOVE WS-OT-HOURS TO DTL-OT-OUT
         MOVE WS-GROSS TO DTL-GROSS-OUT
         PERFORM 450-DEDUCTIONS-RTN
         ADD WS-NET TO WS-NET-COMPANY
         PERFORM 480-YTD-ROLL-RTN
         PERFORM 500-DEPT-ACCUM-RTN
         PERFORM 490-PAY-OUT-RTN
         PERFORM 470-PAID-HIST-RTN
         IF NOT WS-RETRO-HELD
             PERFORM 550-RETRO-RTN
         END-IF.

      ******************************************************************
      * THE RATE IN EFFECT ON WS-RATE-DATE - THE EMPLOYEE'S HISTORY
      * ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER IT, THE LATER-
      * KEYED ROW ON A TIE; THE MASTER RATE WHEN THERE IS NONE.
      ******************************************************************
        415-RATE-FOR-WEEK-RTN.
         MOVE WS-T-RATE (WS-FOUND-IDX) TO WS-PAY-RATE
         MOVE ZERO TO WS-RATE-BEST-EFF
         PERFORM VARYING WS-RH-IDX FROM 1 BY 1
             UNTIL WS-RH-IDX > WS-RH-CTR
             IF WS-RH-EMP (WS-RH-IDX) = HRS-EMP-NUM
                 AND WS-RH-EFF (WS-RH-IDX) NOT > WS-RATE-DATE
                 AND WS-RH-EFF (WS-RH-IDX) NOT < WS-RATE-BEST-EFF
                 MOVE WS-RH-EFF (WS-RH-IDX) TO WS-RATE-BEST-EFF
                 MOVE WS-RH-RATE (WS-RH-IDX) TO WS-PAY-RATE
             END-IF
         END-PERFORM.

        470-PAID-HIST-RTN.
         IF WS-PHST-OPEN
             MOVE HRS-WEEK TO PHS-WEEK
             MOVE HRS-EMP-NUM TO PHS-EMP-NUM
             IF HRS-TYPE = "V" OR HRS-TYPE = "S"
                 MOVE HRS-TYPE TO PHS-TYPE
             ELSE
                 MOVE "W" TO PHS-TYPE
             END-IF
             MOVE HRS-HOURS TO PHS-HOURS
             MOVE WS-PAY-RATE TO PHS-RATE
             MOVE WS-GROSS TO PHS-GROSS
             MOVE HRS-WEEK TO PHS-RUN-WEEK
             WRITE PHST-REC
         END-IF.

      ******************************************************************
      * RETRO PAY. A RETRO-PENDING RATE IS SETTLED WITH THE EMPLOYEE'S
      * NEXT PAID LINE - EVERY WEEK ALREADY PAID FROM THE EARLIEST
      * PENDING EFFECTIVE DATE IS RE-PRICED AT THE RATES NOW IN
      * EFFECT AND SET AGAINST EVERYTHING PAID FOR IT, EARLIER RETRO
      * INCLUDED. THE PENDING ROWS ARE THEN MARKED DONE WITH THIS
      * WEEK, WHETHER OR NOT ANY WEEK WAS OWED.
      ******************************************************************
        550-RETRO-RTN.
         MOVE "N" TO WS-RETRO-DUE-SW
         MOVE 99999999 TO WS-RETRO-FROM
         PERFORM VARYING WS-RH-IDX FROM 1 BY 1
             UNTIL WS-RH-IDX > WS-RH-CTR
             IF WS-RH-EMP (WS-RH-IDX) = HRS-EMP-NUM
                 AND WS-RH-RETRO (WS-RH-IDX) = "P"
                 MOVE "Y" TO WS-RETRO-DUE-SW
                 MOVE "D" TO WS-RH-RETRO (WS-RH-IDX)
                 MOVE HRS-WEEK TO WS-RH-RETRO-WK (WS-RH-IDX)
                 MOVE "Y" TO WS-RH-CHANGED-SW
                 IF WS-RH-EFF (WS-RH-IDX) < WS-RETRO-FROM
                     MOVE WS-RH-EFF (WS-RH-IDX) TO WS-RETRO-FROM
                 END-IF
             END-IF
         END-PERFORM
         IF WS-RETRO-DUE-SW = "Y"
             MOVE ZERO TO WS-RETRO-TOTAL
             PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                 UNTIL WS-PH-IDX > WS-PH-CTR
                 COMPUTE WS-PH-DATE = 20000000 + WS-PH-WEEK (WS-PH-IDX)
                 IF WS-PH-EMP (WS-PH-IDX) = HRS-EMP-NUM
                     AND WS-PH-TYPE (WS-PH-IDX) NOT = "R"
                     AND WS-PH-DATE NOT < WS-RETRO-FROM
                     MOVE "Y" TO WS-RETRO-FIRST-SW
                     PERFORM VARYING WS-PH-IDX2 FROM 1 BY 1
                         UNTIL WS-PH-IDX2 NOT < WS-PH-IDX
                         IF WS-PH-EMP (WS-PH-IDX2) = HRS-EMP-NUM
                             AND WS-PH-WEEK (WS-PH-IDX2)
                                 = WS-PH-WEEK (WS-PH-IDX)
                             AND WS-PH-TYPE (WS-PH-IDX2) NOT = "R"
                             MOVE "N" TO WS-RETRO-FIRST-SW
                         END-IF
                     END-PERFORM
                     IF WS-RETRO-FIRST-SW = "Y"
                         MOVE WS-PH-WEEK (WS-PH-IDX) TO WS-RT-WEEK
                         PERFORM 555-RETRO-WEEK-RTN
                     END-IF
                 END-IF
             END-PERFORM
             IF WS-RETRO-TOTAL > ZERO
                 PERFORM 570-RETRO-PAY-RTN
             END-IF
         END-IF.

      ******************************************************************
      * ONE PAID WEEK - WHAT ITS HOURS ARE WORTH AT THE RATE NOW IN
      * EFFECT FOR IT AGAINST EVERYTHING ALREADY PAID FOR IT. THE
      * DIFFERENCE OWED GOES ON THE PAID HISTORY AS AN "R" ROW.
      ******************************************************************
        555-RETRO-WEEK-RTN.
         COMPUTE WS-RATE-DATE = 20000000 + WS-RT-WEEK
         PERFORM 415-RATE-FOR-WEEK-RTN
         MOVE ZERO TO WS-WEEK-PAID
         MOVE ZERO TO WS-WEEK-REPRICED
         PERFORM VARYING WS-PH-IDX2 FROM 1 BY 1
             UNTIL WS-PH-IDX2 > WS-PH-CTR
             IF WS-PH-EMP (WS-PH-IDX2) = HRS-EMP-NUM
                 AND WS-PH-WEEK (WS-PH-IDX2) = WS-RT-WEEK
                 ADD WS-PH-GROSS (WS-PH-IDX2) TO WS-WEEK-PAID
                 IF WS-PH-TYPE (WS-PH-IDX2) NOT = "R"
                     PERFORM 560-REPRICE-ROW-RTN
                     ADD WS-RP-GROSS TO WS-WEEK-REPRICED
                 END-IF
             END-IF
         END-PERFORM
         MOVE WS-RT-WEEK TO RTW-WEEK-OUT
         MOVE WS-WEEK-PAID TO RTW-PAID-OUT
         MOVE WS-WEEK-REPRICED TO RTW-DUE-OUT
         MOVE WS-PAY-RATE TO RTW-RATE-OUT
         EVALUATE TRUE
             WHEN WS-WEEK-REPRICED > WS-WEEK-PAID
                 COMPUTE WS-WEEK-DIFF =
                     WS-WEEK-REPRICED - WS-WEEK-PAID
                 ADD WS-WEEK-DIFF TO WS-RETRO-TOTAL
                 MOVE SPACES TO RTW-NOTE-OUT
                 WRITE REG-REC FROM RETRO-WK-LINE
                     AFTER ADVANCING 1 LINES
                 MOVE WS-RT-WEEK TO PHS-WEEK
                 MOVE HRS-EMP-NUM TO PHS-EMP-NUM
                 MOVE "R" TO PHS-TYPE
                 MOVE ZERO TO PHS-HOURS
                 MOVE WS-PAY-RATE TO PHS-RATE
                 MOVE WS-WEEK-DIFF TO PHS-GROSS
                 MOVE HRS-WEEK TO PHS-RUN-WEEK
                 WRITE PHST-REC
             WHEN WS-WEEK-REPRICED < WS-WEEK-PAID
                 ADD 1 TO WS-OVERPAID-CTR
                 MOVE "OVERPAID" TO RTW-NOTE-OUT
                 WRITE REG-REC FROM RETRO-WK-LINE
                     AFTER ADVANCING 1 LINES
                 DISPLAY "EMPLOYEE " HRS-EMP-NUM " WEEK " WS-RT-WEEK
                     " OVERPAID AT THE RATE NOW IN EFFECT"
             WHEN OTHER
                 CONTINUE
         END-EVALUATE.

      ******************************************************************
      * ONE PAID LINE AT WS-PAY-RATE - THE SAME ARITHMETIC AS THE
      * WEEK ITSELF, OVERTIME ONLY ON WORKED HOURS.
      ******************************************************************
        560-REPRICE-ROW-RTN.
         IF WS-PH-TYPE (WS-PH-IDX2) = "V"
             OR WS-PH-TYPE (WS-PH-IDX2) = "S"
             COMPUTE WS-RP-GROSS ROUNDED =
                 WS-PH-HOURS (WS-PH-IDX2) * WS-PAY-RATE
         ELSE
             IF WS-PH-HOURS (WS-PH-IDX2) > 40
                 MOVE 40 TO WS-RP-REG-HOURS
                 COMPUTE WS-RP-OT-HOURS =
                     WS-PH-HOURS (WS-PH-IDX2) - 40
             ELSE
                 MOVE WS-PH-HOURS (WS-PH-IDX2) TO WS-RP-REG-HOURS
                 MOVE ZERO TO WS-RP-OT-HOURS
             END-IF
             COMPUTE WS-RP-GROSS ROUNDED =
                 (WS-RP-REG-HOURS * WS-PAY-RATE)
                 + (WS-RP-OT-HOURS * WS-PAY-RATE * 1.5)
         END-IF.

      ******************************************************************
      * THE RETRO GOES OUT AS ITS OWN LINE - TAX AT THE BAND FOR THE
      * RETRO AMOUNT, NO FIXED ELECTIONS - AND ROLLS INTO YTD, THE
      * DEPARTMENT AND COMPANY TOTALS AND THE PAYMENT LIKE ANY PAID
      * LINE, WITHOUT COUNTING AS A WEEK PAID.
      ******************************************************************
        570-RETRO-PAY-RTN.
         MOVE "Y" TO WS-RETRO-RUN-SW
         MOVE WS-RETRO-TOTAL TO WS-GROSS
         MOVE ZERO TO WS-OT-HOURS
         PERFORM 450-DEDUCTIONS-RTN
         MOVE HRS-EMP-NUM TO RTP-NUM-OUT
         MOVE WS-T-NAME (WS-FOUND-IDX) TO RTP-NAME-OUT
         MOVE WS-T-DEPT (WS-FOUND-IDX) TO RTP-DEPT-OUT
         MOVE WS-GROSS TO RTP-GROSS-OUT
         MOVE WS-DED-TOTAL TO RTP-DED-OUT
         MOVE WS-NET TO RTP-NET-OUT
         WRITE REG-REC FROM RETRO-PAY-LINE AFTER ADVANCING 1 LINES
         ADD 1 TO WS-RETRO-CTR
         ADD WS-GROSS TO WS-RETRO-GROSS
         ADD WS-GROSS TO WS-COMPANY-TOTAL
         ADD WS-NET TO WS-NET-COMPANY
         PERFORM 480-YTD-ROLL-RTN
         PERFORM 500-DEPT-ACCUM-RTN
         PERFORM 490-PAY-OUT-RTN
         MOVE "N" TO WS-RETRO-RUN-SW.

      ******************************************************************
      * NET PAY GOES TO THE EMPLOYEE'S OWN ACCOUNT WITH US WHEN THEY
      * HAVE ELECTED DIRECT DEPOSIT - A "C" CREDIT ON THE PENDING FILE
      * THAT POSTS IN THE NEXT CYCLE - OTHERWISE OUT THROUGH THE
      * PAYMENT EXTRACT. AN AMOUNT TOO LARGE FOR THE TRANSACTION
      * RECORD PAYS OUT; A ZERO NET GIVES NOTHING TO DEPOSIT.
      ******************************************************************
        490-PAY-OUT-RTN.
         IF WS-T-DD-ACCT (WS-FOUND-IDX) NOT = SPACES
             AND WS-PEND-OPEN
             AND WS-NET NOT > 9999.99
             IF WS-NET > ZERO
                 MOVE SPACES TO PEND-REC
                 MOVE WS-T-DD-ACCT (WS-FOUND-IDX) TO T-ACCT-NO
                 MOVE WS-NET TO T-AMT-DUE
                 MOVE "C" TO T-TRANS-TYPE
                 MOVE ZERO TO T-EFF-DATE
                 MOVE "PAY" TO T-TRACE-SRC
                 COMPUTE T-TRACE-SER = WS-DD-CTR + 1
                 WRITE PEND-REC
                 ADD 1 TO WS-DD-CTR
                 ADD WS-NET TO WS-DD-TOTAL
             END-IF
         ELSE
             IF WS-T-DD-ACCT (WS-FOUND-IDX) NOT = SPACES
                 DISPLAY "DIRECT DEPOSIT NOT MADE FOR EMPLOYEE "
                     HRS-EMP-NUM " - NET PAY PAID OUT"
             END-IF
             MOVE HRS-WEEK TO PAY-WEEK
             MOVE HRS-EMP-NUM TO PAY-EMP-NUM
             MOVE WS-NET TO PAY-NET
             WRITE PAY-REC
             ADD 1 TO WS-EXT-CTR
             ADD WS-NET TO WS-EXT-TOTAL
         END-IF.

        410-WORKED-WEEK-RTN.
         IF HRS-HOURS > 40
             MOVE ZERO TO WS-OT-HOURS
         END-IF
         COMPUTE WS-GROSS ROUNDED =
             (WS-REG-HOURS * WS-PAY-RATE)
             + (WS-OT-HOURS * WS-PAY-RATE * 1.5)
         PERFORM 430-ACCRUE-RTN.

      ******************************************************************
         MOVE HRS-HOURS TO WS-REG-HOURS
         MOVE ZERO TO WS-OT-HOURS
         COMPUTE WS-GROSS ROUNDED =
             WS-REG-HOURS * WS-PAY-RATE
         PERFORM 440-FIND-BALANCE-RTN
         IF HRS-TYPE = "V"
             IF HRS-HOURS > WS-LV-VAC (WS-LV-IDX)
        450-DEDUCTIONS-RTN.
         MOVE ZERO TO WS-DED-TOTAL
         MOVE ZERO TO WS-TAX-PCT
         MOVE ZERO TO WS-TAX-AMT
         PERFORM VARYING SUB3 FROM 1 BY 1
             UNTIL SUB3 > WS-TAX-CTR
             IF WS-GROSS >= WS-TX-FLOOR (SUB3)
         IF WS-TAX-PCT > ZERO
             COMPUTE WS-TAX-AMT ROUNDED =
                 WS-GROSS * WS-TAX-PCT / 100
             IF WS-TAX-AMT > WS-GROSS
                 MOVE WS-GROSS TO WS-TAX-AMT
             END-IF
             ADD WS-TAX-AMT TO WS-DED-TOTAL
             MOVE "TAX" TO WS-CAT-WORK
             MOVE WS-TAX-AMT TO WS-CAT-AMT
             PERFORM 460-CAT-ACCUM-RTN
         END-IF
         IF WS-GO-CTR > ZERO
             PERFORM 455-GARNISH-RTN
         END-IF
         PERFORM VARYING SUB3 FROM 1 BY 1
             UNTIL SUB3 > WS-ELECT-CTR
             IF WS-EL-EMP (SUB3) = HRS-EMP-NUM
                 AND NOT WS-RETRO-RUN
                 COMPUTE WS-DED-ROOM = WS-GROSS - WS-DED-TOTAL
                 MOVE WS-EL-AMT (SUB3) TO WS-CAT-AMT
                 IF WS-CAT-AMT > WS-DED-ROOM
                     MOVE WS-DED-ROOM TO WS-CAT-AMT
                 END-IF
                 ADD WS-CAT-AMT TO WS-DED-TOTAL
                 MOVE WS-EL-CAT (SUB3) TO WS-CAT-WORK
                 PERFORM 460-CAT-ACCUM-RTN
             END-IF
         END-PERFORM
         END-IF
         COMPUTE WS-NET = WS-GROSS - WS-DED-TOTAL.

      ******************************************************************
      * GARNISHMENT ORDERS AGAINST THE LINE'S DISPOSABLE EARNINGS, IN
      * PRIORITY ORDER (FILE ORDER WITHIN A PRIORITY).
      ******************************************************************
        455-GARNISH-RTN.
         COMPUTE WS-DISPOSABLE = WS-GROSS - WS-DED-TOTAL
         MOVE ZERO TO WS-GARN-LINE
         PERFORM VARYING WS-GARN-PRI FROM 0 BY 1
             UNTIL WS-GARN-PRI > 99
             PERFORM VARYING WS-GO-IDX FROM 1 BY 1
                 UNTIL WS-GO-IDX > WS-GO-CTR
                 IF WS-GO-EMP (WS-GO-IDX) = HRS-EMP-NUM
                     AND WS-GO-STATUS (WS-GO-IDX) = "A"
                     AND WS-GO-PRIORITY (WS-GO-IDX) = WS-GARN-PRI
                     PERFORM 457-GARNISH-ONE-RTN
                 END-IF
             END-PERFORM
         END-PERFORM
         ADD WS-GARN-LINE TO WS-DED-TOTAL.

      ******************************************************************
      * ONE ORDER - WHAT IT ASKS FOR THIS LINE (A WEEKLY AMOUNT ONLY
      * TOPS UP WHAT AN EARLIER LINE OF THE SAME WEEK TOOK), NO MORE
      * THAN IS STILL OWED, AND NO MORE THAN THE ROOM LEFT UNDER THE
      * CAP FOR ITS TYPE ONCE THE ORDERS AHEAD OF IT HAVE BEEN TAKEN.
      ******************************************************************
        457-GARNISH-ONE-RTN.
         MOVE 25 TO WS-GCAP-PCT
         PERFORM VARYING WS-GCAP-IDX FROM 1 BY 1
             UNTIL WS-GCAP-IDX > WS-GCAP-CTR
             IF WS-GC-TYPE (WS-GCAP-IDX) = WS-GO-TYPE (WS-GO-IDX)
                 MOVE WS-GC-PCT (WS-GCAP-IDX) TO WS-GCAP-PCT
             END-IF
         END-PERFORM
         COMPUTE WS-GARN-ROOM =
             (WS-DISPOSABLE * WS-GCAP-PCT / 100) - WS-GARN-LINE
         IF WS-GARN-ROOM < ZERO
             MOVE ZERO TO WS-GARN-ROOM
         END-IF
         IF WS-GO-METHOD (WS-GO-IDX) = "P"
             COMPUTE WS-GARN-WANT ROUNDED =
                 WS-DISPOSABLE * WS-GO-PCT (WS-GO-IDX) / 100
         ELSE
             IF WS-GO-LAST-WEEK (WS-GO-IDX) = HRS-WEEK
                 COMPUTE WS-GARN-WANT = WS-GO-AMT (WS-GO-IDX)
                     - WS-GO-LAST-AMT (WS-GO-IDX)
             ELSE
                 MOVE WS-GO-AMT (WS-GO-IDX) TO WS-GARN-WANT
             END-IF
         END-IF
         IF WS-GO-OWED (WS-GO-IDX) > ZERO
             AND WS-GARN-WANT >
                 WS-GO-OWED (WS-GO-IDX) - WS-GO-PAID (WS-GO-IDX)
             COMPUTE WS-GARN-WANT =
                 WS-GO-OWED (WS-GO-IDX) - WS-GO-PAID (WS-GO-IDX)
         END-IF
         IF WS-GARN-WANT < ZERO
             MOVE ZERO TO WS-GARN-WANT
         END-IF
         IF WS-GARN-WANT > WS-GARN-ROOM
             MOVE WS-GARN-ROOM TO WS-GARN-TAKE
             ADD 1 TO WS-GARN-CUT-CTR
             DISPLAY "GARNISHMENT " WS-GO-CASE (WS-GO-IDX)
                 " EMPLOYEE " HRS-EMP-NUM " CUT BACK BY THE "
                 WS-GO-TYPE (WS-GO-IDX) " CAP"
         ELSE
             MOVE WS-GARN-WANT TO WS-GARN-TAKE
         END-IF
         IF WS-GARN-TAKE > ZERO
             ADD WS-GARN-TAKE TO WS-GARN-LINE
             ADD WS-GARN-TAKE TO WS-GO-PAID (WS-GO-IDX)
             ADD WS-GARN-TAKE TO WS-GO-RUN (WS-GO-IDX)
             ADD WS-GARN-TAKE TO WS-GARN-TOTAL
             IF WS-GO-LAST-WEEK (WS-GO-IDX) = HRS-WEEK
                 ADD WS-GARN-TAKE TO WS-GO-LAST-AMT (WS-GO-IDX)
             ELSE
                 MOVE HRS-WEEK TO WS-GO-LAST-WEEK (WS-GO-IDX)
                 MOVE WS-GARN-TAKE TO WS-GO-LAST-AMT (WS-GO-IDX)
             END-IF
             MOVE WS-GO-TYPE (WS-GO-IDX) TO WS-CAT-WORK
             MOVE WS-GARN-TAKE TO WS-CAT-AMT
             PERFORM 460-CAT-ACCUM-RTN
             IF WS-GO-OWED (WS-GO-IDX) > ZERO
                 AND WS-GO-PAID (WS-GO-IDX)
                     NOT < WS-GO-OWED (WS-GO-IDX)
                 MOVE "S" TO WS-GO-STATUS (WS-GO-IDX)
                 DISPLAY "GARNISHMENT " WS-GO-CASE (WS-GO-IDX)
                     " EMPLOYEE " HRS-EMP-NUM " PAID IN FULL"
             END-IF
         END-IF.

        480-YTD-ROLL-RTN.
         IF WS-TAX-PCT > ZERO
             ADD WS-GROSS TO WS-TAXABLE-COMPANY
         END-IF
         ADD WS-TAX-AMT TO WS-TAX-COMPANY
         MOVE ZERO TO WS-YTD-IDX
         PERFORM VARYING SUB3 FROM 1 BY 1
             UNTIL SUB3 > WS-YTD-CTR
             MOVE ZERO TO WS-YD-DED (WS-YTD-IDX)
             MOVE ZERO TO WS-YD-NET (WS-YTD-IDX)
             MOVE ZERO TO WS-YD-WEEKS (WS-YTD-IDX)
             MOVE ZERO TO WS-YD-TAXABLE (WS-YTD-IDX)
             MOVE ZERO TO WS-YD-TAX (WS-YTD-IDX)
         END-IF
         IF WS-YTD-IDX > ZERO
             ADD WS-GROSS TO WS-YD-GROSS (WS-YTD-IDX)
             ADD WS-OT-HOURS TO WS-YD-OT (WS-YTD-IDX)
             ADD WS-DED-TOTAL TO WS-YD-DED (WS-YTD-IDX)
             ADD WS-NET TO WS-YD-NET (WS-YTD-IDX)
             IF WS-TAX-PCT > ZERO
                 ADD WS-GROSS TO WS-YD-TAXABLE (WS-YTD-IDX)
             END-IF
             ADD WS-TAX-AMT TO WS-YD-TAX (WS-YTD-IDX)
             IF NOT WS-RETRO-RUN
                 ADD 1 TO WS-YD-WEEKS (WS-YTD-IDX)
             END-IF
             MOVE WS-YD-GROSS (WS-YTD-IDX) TO YTD-GROSS-OUT
             MOVE WS-YD-DED (WS-YTD-IDX) TO YTD-DED-OUT
             MOVE WS-YD-NET (WS-YTD-IDX) TO YTD-NET-OUT
         MOVE WS-DT-DEPT (SUB2) TO DPT-DEPT-OUT
         MOVE WS-DT-TOTAL (SUB2) TO DPT-TOTAL-OUT
         WRITE REG-REC FROM DEPT-TOTAL-LINE AFTER ADVANCING 1 LINES.

      ******************************************************************
      * THE WEEK'S PAYROLL JOURNAL - WAGES BY DEPARTMENT ON THE DEBIT
      * SIDE, EACH WITHHOLDING CATEGORY AND NET PAY ON THE CREDIT
      * SIDE, EACH THROUGH THE PAYROLL CHART. THE POSTING FILE IS
      * WRITTEN EVERY RUN BUT ONLY CARRIES A JOURNAL THAT IS FULLY
      * MAPPED AND PROVES DEBITS EQUAL CREDITS.
      ******************************************************************
        800-PAYROLL-JOURNAL-RTN.
         PERFORM 810-LOAD-PAY-CHART-RTN
         OPEN OUTPUT PJRN-FILE
         MOVE WS-WEEK-FILTER TO PJH-WEEK-OUT
         MOVE WS-BUS-DATE TO PJH-DATE-OUT
         WRITE PJRN-REC FROM PJ-HDR-LINE
         MOVE SPACES TO PJRN-REC
         WRITE PJRN-REC
         WRITE PJRN-REC FROM PJ-COL-LINE
         PERFORM 820-WAGE-LINE-RTN
             VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-DEPT-CTR
         PERFORM 830-DED-LINE-RTN
             VARYING WS-CAT-IDX FROM 1 BY 1
             UNTIL WS-CAT-IDX > WS-CAT-CTR
         MOVE "N" TO WS-PJ-KIND
         MOVE SPACES TO WS-PJ-KEY
         MOVE WS-NET-COMPANY TO WS-PJ-AMT
         MOVE "NET PAY TO DISBURSEMENT" TO PJD-DESC-OUT
         PERFORM 850-JOURNAL-LINE-RTN
         MOVE SPACES TO PJRN-REC
         WRITE PJRN-REC
         MOVE SPACES TO PJD-GL-OUT
         MOVE "TOTALS" TO PJD-DESC-OUT
         MOVE WS-PJ-DR-TOTAL TO PJD-DR-OUT
         MOVE WS-PJ-CR-TOTAL TO PJD-CR-OUT
         WRITE PJRN-REC FROM PJ-DTL-LINE
         MOVE SPACES TO PJRN-REC
         EVALUATE TRUE
             WHEN WS-PJ-UNMAPPED-CTR > ZERO
                 MOVE "Y" TO WS-PJ-FAIL-SW
                 MOVE "*** UNMAPPED LINES - JOURNAL NOT RELEASED ***"
                     TO PJRN-REC
             WHEN WS-PJ-DR-TOTAL NOT = WS-PJ-CR-TOTAL
                 MOVE "Y" TO WS-PJ-FAIL-SW
                 MOVE "*** OUT OF BALANCE - JOURNAL NOT RELEASED ***"
                     TO PJRN-REC
             WHEN OTHER
                 MOVE "JOURNAL BALANCED - RELEASED FOR POSTING"
                     TO PJRN-REC
         END-EVALUATE
         WRITE PJRN-REC
         CLOSE PJRN-FILE
         OPEN OUTPUT PPST-FILE
         IF NOT WS-PJ-FAILED
             PERFORM 870-POSTING-ROW-RTN
                 VARYING WS-PJ-IDX FROM 1 BY 1
                 UNTIL WS-PJ-IDX > WS-PJ-CTR
             MOVE SPACES TO PPST-TRL-REC
             MOVE "GLT" TO PPTT-TAG
             MOVE WS-BUS-DATE TO PPTT-DATE
             MOVE WS-PJ-CTR TO PPTT-COUNT
             MOVE WS-PJ-DR-TOTAL TO PPTT-DR
             MOVE WS-PJ-CR-TOTAL TO PPTT-CR
             MOVE "PAY" TO PPTT-SOURCE
             WRITE PPST-TRL-REC
         ELSE
             DISPLAY "PAYROLL JOURNAL NOT RELEASED - UNMAPPED LINES: "
                 WS-PJ-UNMAPPED-CTR "  DEBITS " WS-PJ-DR-TOTAL
                 "  CREDITS " WS-PJ-CR-TOTAL
         END-IF
         CLOSE PPST-FILE.

      ******************************************************************
      * THE PAYROLL CHART - NO CHART MEANS EVERY LINE IS UNMAPPED AND
      * THE JOURNAL CANNOT BE RELEASED.
      ******************************************************************
        810-LOAD-PAY-CHART-RTN.
         OPEN INPUT PCOA-FILE
         IF WS-PCOA-STATUS NOT = "00"
             DISPLAY "PAYROLL CHART NOT AVAILABLE - STATUS "
                 WS-PCOA-STATUS
         ELSE
             MOVE "N" TO WS-EOF-SW
             PERFORM 815-PAY-CHART-ONE-RTN UNTIL WS-EOF
             CLOSE PCOA-FILE
             MOVE "N" TO WS-EOF-SW
         END-IF.

        815-PAY-CHART-ONE-RTN.
         READ PCOA-FILE
             AT END
                 MOVE "Y" TO WS-EOF-SW
             NOT AT END
                 IF WS-PCOA-CTR < 60
                     ADD 1 TO WS-PCOA-CTR
                     MOVE PCOA-KIND TO WS-PC-KIND (WS-PCOA-CTR)
                     MOVE PCOA-KEY TO WS-PC-KEY (WS-PCOA-CTR)
                     MOVE PCOA-DR-GL TO WS-PC-DR-GL (WS-PCOA-CTR)
                     MOVE PCOA-CR-GL TO WS-PC-CR-GL (WS-PCOA-CTR)
                 END-IF
         END-READ.

        820-WAGE-LINE-RTN.
         MOVE "W" TO WS-PJ-KIND
         MOVE WS-DT-DEPT (SUB2) TO WS-PJ-KEY
         MOVE WS-DT-TOTAL (SUB2) TO WS-PJ-AMT
         MOVE SPACES TO PJD-DESC-OUT
         STRING "WAGES DEPARTMENT " WS-DT-DEPT (SUB2)
             DELIMITED BY SIZE INTO PJD-DESC-OUT
         PERFORM 850-JOURNAL-LINE-RTN.

        830-DED-LINE-RTN.
         MOVE "D" TO WS-PJ-KIND
         MOVE WS-CT-CAT (WS-CAT-IDX) TO WS-PJ-KEY
         MOVE WS-CT-TOTAL (WS-CAT-IDX) TO WS-PJ-AMT
         MOVE SPACES TO PJD-DESC-OUT
         STRING "WITHHELD " WS-CT-CAT (WS-CAT-IDX)
             DELIMITED BY SIZE INTO PJD-DESC-OUT
         PERFORM 850-JOURNAL-LINE-RTN.

      ******************************************************************
      * ONE JOURNAL LINE - WAGES DEBIT THE CHART ROW'S DEBIT GL, THE
      * OTHERS CREDIT ITS CREDIT GL. A LINE WITH NO CHART ROW PRINTS
      * WITHOUT A GL AND HOLDS THE JOURNAL BACK.
      ******************************************************************
        850-JOURNAL-LINE-RTN.
         MOVE ZERO TO WS-PCOA-HIT
         PERFORM 855-MATCH-PAY-CHART-RTN
             VARYING WS-PCOA-IDX FROM 1 BY 1
             UNTIL WS-PCOA-IDX > WS-PCOA-CTR OR WS-PCOA-HIT > ZERO
         MOVE ZERO TO PJD-DR-OUT
         MOVE ZERO TO PJD-CR-OUT
         IF WS-PCOA-HIT = ZERO
             MOVE "????" TO PJD-GL-OUT
             ADD 1 TO WS-PJ-UNMAPPED-CTR
             DISPLAY "NO PAYROLL CHART ROW FOR " WS-PJ-KIND
                 " " WS-PJ-KEY
         ELSE
             IF WS-PJ-KIND = "W"
                 MOVE WS-PC-DR-GL (WS-PCOA-HIT) TO WS-PJ-LOOK-GL
             ELSE
                 MOVE WS-PC-CR-GL (WS-PCOA-HIT) TO WS-PJ-LOOK-GL
             END-IF
             MOVE WS-PJ-LOOK-GL TO PJD-GL-OUT
             PERFORM 860-ACCUM-GL-RTN
         END-IF
         IF WS-PJ-KIND = "W"
             MOVE WS-PJ-AMT TO PJD-DR-OUT
             ADD WS-PJ-AMT TO WS-PJ-DR-TOTAL
         ELSE
             MOVE WS-PJ-AMT TO PJD-CR-OUT
             ADD WS-PJ-AMT TO WS-PJ-CR-TOTAL
         END-IF
         WRITE PJRN-REC FROM PJ-DTL-LINE.

        855-MATCH-PAY-CHART-RTN.
         IF WS-PC-KIND (WS-PCOA-IDX) = WS-PJ-KIND
             AND WS-PC-KEY (WS-PCOA-IDX) = WS-PJ-KEY
             MOVE WS-PCOA-IDX TO WS-PCOA-HIT
         END-IF.

        860-ACCUM-GL-RTN.
         MOVE ZERO TO WS-PJ-HIT
         PERFORM 865-MATCH-PJ-GL-RTN
             VARYING WS-PJ-IDX FROM 1 BY 1
             UNTIL WS-PJ-IDX > WS-PJ-CTR OR WS-PJ-HIT > ZERO
         IF WS-PJ-HIT = ZERO
             IF WS-PJ-CTR < 50
                 ADD 1 TO WS-PJ-CTR
                 MOVE WS-PJ-CTR TO WS-PJ-HIT
                 MOVE WS-PJ-LOOK-GL TO WS-PJ-GL (WS-PJ-HIT)
                 MOVE ZERO TO WS-PJ-DR (WS-PJ-HIT)
                 MOVE ZERO TO WS-PJ-CR (WS-PJ-HIT)
             ELSE
                 ADD 1 TO WS-PJ-UNMAPPED-CTR
                 DISPLAY "PAYROLL JOURNAL GL TABLE FULL AT 50"
             END-IF
         END-IF
         IF WS-PJ-HIT > ZERO
             IF WS-PJ-KIND = "W"
                 ADD WS-PJ-AMT TO WS-PJ-DR (WS-PJ-HIT)
             ELSE
                 ADD WS-PJ-AMT TO WS-PJ-CR (WS-PJ-HIT)
             END-IF
         END-IF.

        865-MATCH-PJ-GL-RTN.
         IF WS-PJ-GL (WS-PJ-IDX) = WS-PJ-LOOK-GL
             MOVE WS-PJ-IDX TO WS-PJ-HIT
         END-IF.

        870-POSTING-ROW-RTN.
         MOVE SPACES TO PPST-REC
         MOVE "GLP" TO PPST-TAG
         MOVE WS-BUS-DATE TO PPST-DATE
         MOVE WS-PJ-GL (WS-PJ-IDX) TO PPST-GL-ACCT
         MOVE WS-PJ-DR (WS-PJ-IDX) TO PPST-DR
         MOVE WS-PJ-CR (WS-PJ-IDX) TO PPST-CR
         WRITE PPST-REC.
