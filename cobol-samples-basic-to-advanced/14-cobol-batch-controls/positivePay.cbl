      ******************************************************************
      *15-10-2026 GD - POSITIVE-PAY ISSUE FILE FOR THE DISBURSEMENTS.
      *DISBURSE-MERGE SENDS THE BANK ONE FILE OF PAYROLL AND
      *COMMISSION PAY-OUTS, BUT THE BANK HAD NO LIST OF WHAT WE
      *ISSUED TO CHECK PRESENTED ITEMS AGAINST. THIS STEP READS THE
      *SAME DHDR/DTRL DISBURSEMENT FILE, PROVES IT AGAINST ITS OWN
      *TRAILER (RECORD COUNT AND CENTS TOTAL) AND WRITES THE ISSUE
      *FILE IN THE BANK'S POSITIVE-PAY LAYOUT - PHDR HEADER (ISSUE
      *DATE, OUR ID, OUR DISBURSEMENT ACCOUNT AT THE BANK), ONE "ISS"
      *DETAIL PER ITEM (PAYEE, AMOUNT IN CENTS, ISSUE DATE, ITEM
      *TYPE) AND A PTRL TRAILER WITH THE COUNT AND CENTS TOTAL. EVERY
      *ITEM IS ADDED TO THE ISSUE REGISTER (COPYBOOK PPISSUE) AS
      *OUTSTANDING, WHERE PAID-ITEM-RECON SETTLES IT FROM THE BANK'S
      *PAID-ITEMS FILE. THE ISSUE DATE IS THE DATE ON THE DHDR.
      *A RERUN FOR THE SAME ISSUE DATE REPLACES THAT DATE'S STILL-
      *OUTSTANDING ITEMS ON THE REGISTER; IF ANY ITEM OF THAT DATE
      *HAS ALREADY BEEN PAID THE STEP ENDS RC 8 AND NOTHING IS
      *REISSUED. A DISBURSEMENT FILE THAT IS MISSING, HAS NO DHDR OR
      *DTRL, OR DOES NOT PROVE, AND A REGISTER OR FILE TOO BIG FOR
      *THE TABLES, ALSO END RC 8 WITH NO ISSUE FILE WRITTEN AND THE
      *REGISTER UNTOUCHED.
      *FILE PATHS FROM PPAY_DSB_PATH / PPAY_ISSUE_PATH /
      *PPAY_REG_PATH; PPAY_ACCOUNT IS OUR DISBURSEMENT ACCOUNT NUMBER
      *AT THE BANK FOR THE HEADER (TEN DIGITS).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITIVE-PAY.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT DSB-FILE ASSIGN TO WS-DSB-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSB-STATUS.
       SELECT ISSUE-FILE ASSIGN TO WS-ISSUE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REG-FILE ASSIGN TO WS-REG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    DISBURSE-MERGE'S OUTBOUND FILE.
       FD DSB-FILE
           RECORD CONTAINS 20 TO 26 CHARACTERS.
           01 DSB-REC.
               02 DD-TYPE                PIC X(3).
               02 DD-PAYEE               PIC X(5).
               02 DD-AMOUNT              PIC 9(10).
               02 DD-DATE                PIC 9(8).
           01 DSB-HDR-REC.
               02 DH-TAG                 PIC X(4).
               02 DH-DATE                PIC 9(8).
               02 DH-OUR-ID              PIC X(8).
           01 DSB-TRL-REC.
               02 DT-TAG                 PIC X(4).
               02 DT-REC-COUNT           PIC 9(8).
               02 DT-AMT-TOTAL           PIC 9(12).
      *    THE BANK'S POSITIVE-PAY LAYOUT.
       FD ISSUE-FILE
           RECORD CONTAINS 24 TO 30 CHARACTERS.
           01 ISSUE-REC.
               02 IS-TYPE                PIC X(3).
               02 IS-PAYEE               PIC X(5).
               02 IS-AMOUNT              PIC 9(10).
               02 IS-DATE                PIC 9(8).
               02 IS-ITEM-TYPE           PIC X(3).
               02 IS-VOID                PIC X.
           01 ISSUE-HDR-REC.
               02 IH-TAG                 PIC X(4).
               02 IH-DATE                PIC 9(8).
               02 IH-OUR-ID              PIC X(8).
               02 IH-ACCOUNT             PIC 9(10).
           01 ISSUE-TRL-REC.
               02 IT-TAG                 PIC X(4).
               02 IT-REC-COUNT           PIC 9(8).
               02 IT-AMT-TOTAL           PIC 9(12).
       FD REG-FILE
           RECORD CONTAINS 50 CHARACTERS.
           01 REG-REC                    PIC X(50).
       WORKING-STORAGE SECTION.
           01 WS-DSB-PATH                PIC X(80) VALUE
               "/Users/gaetanodorsi/Disbursements.txt".
           01 WS-ISSUE-PATH              PIC X(80) VALUE
               "/Users/gaetanodorsi/PositivePay.txt".
           01 WS-REG-PATH                PIC X(80) VALUE
               "/Users/gaetanodorsi/IssueRegister.txt".
           01 WS-ACCOUNT                 PIC 9(10) VALUE ZERO.
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-DSB-STATUS              PIC XX.
           01 WS-REG-STATUS              PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-HDR-SW                  PIC X VALUE "N".
               88 WS-HDR-SEEN                   VALUE "Y".
           01 WS-TRL-SW                  PIC X VALUE "N".
               88 WS-TRL-SEEN                   VALUE "Y".
           01 WS-FAIL-SW                 PIC X VALUE "N".
               88 WS-FAILED                     VALUE "Y".
           01 WS-ISSUE-DATE              PIC 9(8) VALUE ZERO.
           01 WS-LOG-PROGRAM  PIC X(20) VALUE "POSITIVE-PAY".
           01 WS-LOG-START.
               02 WS-LOG-START-DATE  PIC 9(6).
               02 WS-LOG-START-TIME  PIC 9(6).
           01 WS-LOG-READ     PIC 9(6).
           01 WS-LOG-WRITTEN  PIC 9(6).
           01 WS-LOG-REJECTED PIC 9(6).
           01 WS-LOG-RC       PIC 9(2).
           01 WS-LOG-TIME-HOLD PIC 9(8).
      *    THE REGISTER AS IT STOOD, AND TONIGHT'S ITEMS.
           01 WS-REG-TABLE.
               02 WS-REG-ENTRY OCCURS 9999 TIMES PIC X(50).
           01 WS-REG-CTR                 PIC 9(4) VALUE ZERO.
           01 WS-REG-IDX                 PIC 9(5).
           01 WS-REG-MAX                 PIC 9(4) VALUE 9999.
           01 WS-ITEM-TABLE.
               02 WS-ITEM-ENTRY OCCURS 9999 TIMES PIC X(26).
           01 WS-ITEM-CTR                PIC 9(4) VALUE ZERO.
           01 WS-ITEM-IDX                PIC 9(5).
           01 WS-ITEM-MAX                PIC 9(4) VALUE 9999.
           01 WS-ITEM-HOLD.
               02 WS-IH-TYPE             PIC X(3).
               02 WS-IH-PAYEE            PIC X(5).
               02 WS-IH-AMOUNT           PIC 9(10).
               02 WS-IH-DATE             PIC 9(8).
           01 WS-REG-HOLD.
           COPY PPISSUE.
           01 WS-DSB-READ-CTR            PIC 9(6) VALUE ZERO.
           01 WS-CENTS-TOTAL             PIC 9(12) VALUE ZERO.
           01 WS-REPLACED-CTR            PIC 9(6) VALUE ZERO.
           01 WS-PAID-SAME-CTR           PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-GET-PARMS-RTN
           PERFORM 200-LOAD-DSB-RTN
           IF NOT WS-FAILED
               PERFORM 300-LOAD-REG-RTN
           END-IF
           IF NOT WS-FAILED
               PERFORM 350-CHECK-REISSUE-RTN
                   VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-CTR
               IF WS-PAID-SAME-CTR > ZERO
                   DISPLAY WS-PAID-SAME-CTR " ITEMS ISSUED "
                       WS-ISSUE-DATE " ARE ALREADY PAID"
                       " - NOT REISSUED"
                   MOVE "Y" TO WS-FAIL-SW
               END-IF
           END-IF
           IF WS-FAILED
               MOVE 8 TO RETURN-CODE
               PERFORM 900-RUN-LOG-RTN
               STOP RUN
           END-IF
           PERFORM 400-WRITE-ISSUE-RTN
           PERFORM 500-REWRITE-REG-RTN
           DISPLAY "POSITIVE-PAY ITEMS ISSUED " WS-ITEM-CTR
               "  CENTS " WS-CENTS-TOTAL
               "  ISSUE DATE " WS-ISSUE-DATE
           IF WS-REPLACED-CTR > ZERO
               DISPLAY "OUTSTANDING ITEMS REPLACED BY THIS RERUN "
                   WS-REPLACED-CTR
           END-IF
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

       150-GET-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PPAY_DSB_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-DSB-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PPAY_ISSUE_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-ISSUE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PPAY_REG_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REG-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "PPAY_ACCOUNT"
           IF WS-ENV-HOLD (1:10) IS NUMERIC
               MOVE WS-ENV-HOLD (1:10) TO WS-ACCOUNT
           END-IF.

      ******************************************************************
      * THE DISBURSEMENT FILE INTO THE ITEM TABLE, PROVED AGAINST ITS
      * TRAILER BEFORE ANYTHING IS ISSUED.
      ******************************************************************
       200-LOAD-DSB-RTN.
           OPEN INPUT DSB-FILE
           IF WS-DSB-STATUS NOT = "00"
               DISPLAY "DISBURSEMENT FILE NOT AVAILABLE - STATUS "
                   WS-DSB-STATUS " - NOTHING ISSUED"
               MOVE "Y" TO WS-FAIL-SW
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 250-ONE-DSB-RTN UNTIL WS-EOF
               CLOSE DSB-FILE
               PERFORM 280-PROVE-DSB-RTN
           END-IF.

       250-ONE-DSB-RTN.
           READ DSB-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DSB-READ-CTR
                   EVALUATE TRUE
                       WHEN DH-TAG = "DHDR"
                           MOVE "Y" TO WS-HDR-SW
                           MOVE DH-DATE TO WS-ISSUE-DATE
                       WHEN DT-TAG = "DTRL"
                           MOVE "Y" TO WS-TRL-SW
                           MOVE "Y" TO WS-EOF-SW
                       WHEN DD-TYPE = "PAY" OR DD-TYPE = "COM"
                           PERFORM 260-KEEP-ITEM-RTN
                       WHEN OTHER
                           DISPLAY "UNKNOWN DISBURSEMENT RECORD "
                               DSB-REC " - NOTHING ISSUED"
                           MOVE "Y" TO WS-FAIL-SW
                   END-EVALUATE
           END-READ.

       260-KEEP-ITEM-RTN.
           IF WS-ITEM-CTR < WS-ITEM-MAX
               ADD 1 TO WS-ITEM-CTR
               MOVE DSB-REC TO WS-ITEM-ENTRY (WS-ITEM-CTR)
               ADD DD-AMOUNT TO WS-CENTS-TOTAL
           ELSE
               DISPLAY "ITEM TABLE FULL AT " WS-ITEM-MAX
                   " - NOTHING ISSUED"
               MOVE "Y" TO WS-FAIL-SW
               MOVE "Y" TO WS-EOF-SW
           END-IF.

       280-PROVE-DSB-RTN.
           IF NOT WS-HDR-SEEN OR NOT WS-TRL-SEEN
               DISPLAY "DISBURSEMENT FILE HAS NO DHDR OR NO DTRL"
                   " - NOTHING ISSUED"
               MOVE "Y" TO WS-FAIL-SW
           ELSE
               IF DT-REC-COUNT NOT = WS-ITEM-CTR
                   OR DT-AMT-TOTAL NOT = WS-CENTS-TOTAL
                   DISPLAY "DISBURSEMENT TRAILER " DT-REC-COUNT
                       " / " DT-AMT-TOTAL " BUT FILE CARRIES "
                       WS-ITEM-CTR " / " WS-CENTS-TOTAL
                       " - NOTHING ISSUED"
                   MOVE "Y" TO WS-FAIL-SW
               END-IF
           END-IF.

      ******************************************************************
      * THE ISSUE REGISTER INTO THE TABLE. NO REGISTER YET IS AN
      * EMPTY TABLE.
      ******************************************************************
       300-LOAD-REG-RTN.
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 310-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE REG-FILE
           ELSE
               IF WS-REG-STATUS NOT = "35"
                   DISPLAY "ISSUE REGISTER NOT AVAILABLE - STATUS "
                       WS-REG-STATUS " - NOTHING ISSUED"
                   MOVE "Y" TO WS-FAIL-SW
               END-IF
           END-IF.

       310-LOAD-ONE-RTN.
           READ REG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-REG-CTR < WS-REG-MAX
                       ADD 1 TO WS-REG-CTR
                       MOVE REG-REC TO WS-REG-ENTRY (WS-REG-CTR)
                   ELSE
                       DISPLAY "ISSUE REGISTER TABLE FULL AT "
                           WS-REG-MAX " - NOTHING ISSUED"
                       MOVE "Y" TO WS-FAIL-SW
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
           END-READ.

      ******************************************************************
      * A REGISTER ROW OF TONIGHT'S ISSUE DATE MEANS A RERUN - STILL
      * OUTSTANDING IT IS REPLACED, ALREADY PAID IT STOPS THE STEP.
      ******************************************************************
       350-CHECK-REISSUE-RTN.
           MOVE WS-REG-ENTRY (WS-REG-IDX) TO WS-REG-HOLD
           IF PPI-ISSUE-DATE = WS-ISSUE-DATE
               IF PPI-OUTSTANDING
                   ADD 1 TO WS-REPLACED-CTR
               ELSE
                   ADD 1 TO WS-PAID-SAME-CTR
               END-IF
           END-IF.

      ******************************************************************
      * THE ISSUE FILE FOR THE BANK.
      ******************************************************************
       400-WRITE-ISSUE-RTN.
           OPEN OUTPUT ISSUE-FILE
           MOVE SPACES TO ISSUE-HDR-REC
           MOVE "PHDR" TO IH-TAG
           MOVE WS-ISSUE-DATE TO IH-DATE
           MOVE "ACCTG01 " TO IH-OUR-ID
           MOVE WS-ACCOUNT TO IH-ACCOUNT
           WRITE ISSUE-HDR-REC
           PERFORM 410-WRITE-ONE-RTN
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-CTR
           MOVE SPACES TO ISSUE-TRL-REC
           MOVE "PTRL" TO IT-TAG
           MOVE WS-ITEM-CTR TO IT-REC-COUNT
           MOVE WS-CENTS-TOTAL TO IT-AMT-TOTAL
           WRITE ISSUE-TRL-REC
           CLOSE ISSUE-FILE.

       410-WRITE-ONE-RTN.
           MOVE WS-ITEM-ENTRY (WS-ITEM-IDX) TO WS-ITEM-HOLD
           MOVE SPACES TO ISSUE-REC
           MOVE "ISS" TO IS-TYPE
           MOVE WS-IH-PAYEE TO IS-PAYEE
           MOVE WS-IH-AMOUNT TO IS-AMOUNT
           MOVE WS-ISSUE-DATE TO IS-DATE
           MOVE WS-IH-TYPE TO IS-ITEM-TYPE
           WRITE ISSUE-REC.

      ******************************************************************
      * THE REGISTER BACK OUT - EVERY OLD ROW EXCEPT THE OUTSTANDING
      * ONES THIS RUN REISSUES, THEN TONIGHT'S ITEMS AS OUTSTANDING.
      ******************************************************************
       500-REWRITE-REG-RTN.
           OPEN OUTPUT REG-FILE
           PERFORM 510-REWRITE-OLD-RTN
               VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-CTR
           PERFORM 520-WRITE-NEW-RTN
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-CTR
           CLOSE REG-FILE.

       510-REWRITE-OLD-RTN.
           MOVE WS-REG-ENTRY (WS-REG-IDX) TO WS-REG-HOLD
           IF PPI-ISSUE-DATE NOT = WS-ISSUE-DATE
               MOVE WS-REG-HOLD TO REG-REC
               WRITE REG-REC
           END-IF.

       520-WRITE-NEW-RTN.
           MOVE WS-ITEM-ENTRY (WS-ITEM-IDX) TO WS-ITEM-HOLD
           MOVE SPACES TO WS-REG-HOLD
           MOVE WS-IH-PAYEE TO PPI-PAYEE
           MOVE WS-IH-TYPE TO PPI-ITEM-TYPE
           MOVE WS-IH-AMOUNT TO PPI-AMOUNT
           MOVE WS-ISSUE-DATE TO PPI-ISSUE-DATE
           MOVE "O" TO PPI-STATUS
           MOVE ZERO TO PPI-PAID-DATE
           MOVE ZERO TO PPI-PAID-AMOUNT
           MOVE WS-REG-HOLD TO REG-REC
           WRITE REG-REC.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM.
      ******************************************************************
       900-RUN-LOG-RTN.
           MOVE WS-DSB-READ-CTR TO WS-LOG-READ
           IF RETURN-CODE = 8
               MOVE ZERO TO WS-LOG-WRITTEN
           ELSE
               MOVE WS-ITEM-CTR TO WS-LOG-WRITTEN
           END-IF
           MOVE ZERO TO WS-LOG-REJECTED
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
