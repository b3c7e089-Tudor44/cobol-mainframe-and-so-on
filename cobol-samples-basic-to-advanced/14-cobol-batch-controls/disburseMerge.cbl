      *KEPT OUT OF THE OUTBOUND FILE AND ITS HASH; THE COMMISSION
      *PROOF COMPARES THE DECLARED REGISTER TOTAL AGAINST THE NET OF
      *DISBURSED MINUS WITHHELD SO THE TIE TO THE REGISTER HOLDS.
      *15-10-2026 GD - COMMISSION DRAWS - THE COMMISSION FEED IS NOW
      *21 BYTES AND CARRIES EACH SALESPERSON'S UNRECOVERED DRAW
      *BALANCE AFTER THE PAYMENT. IT NEVER GOES TO THE BANK; EVERY
      *BALANCE STILL OUTSTANDING IS LISTED ON THE CONSOLE WITH THE
      *PAY-OUT AND THE TOTAL OUTSTANDING CLOSES THE RUN SUMMARY.
      *FILE PATHS FROM DSBM_PAY_PATH / DSBM_COM_PATH /
      *DSBM_OUT_PATH / DSBM_CTL_PATH.
       IDENTIFICATION DIVISION.
               02 PAY-EMP-NUM            PIC 99.
               02 PAY-NET                PIC 9(6)V99.
       FD COMM-FILE
           RECORD CONTAINS 21 CHARACTERS.
           01 COMM-REC.
               02 COM-SLSP-NO            PIC 99.
               02 COM-AMOUNT             PIC S9(8)V99.
               02 COM-DRAW-BAL           PIC 9(7)V99.
       FD OUT-FILE
           RECORD CONTAINS 20 TO 26 CHARACTERS.
           01 OUT-REC.
           01 WS-COM-HELD-CTR            PIC 9(6) VALUE ZERO.
           01 WS-COM-HELD-CENTS          PIC 9(12) VALUE ZERO.
           01 WS-COM-NET-CENTS           PIC S9(12) VALUE ZERO.
           01 WS-DRAW-BAL-CTR            PIC 9(6) VALUE ZERO.
           01 WS-DRAW-BAL-TOTAL          PIC 9(9)V99 VALUE ZERO.
           01 WS-PROOF-PAY               PIC 9(12) VALUE ZERO.
           01 WS-PROOF-COM               PIC 9(12) VALUE ZERO.
           01 WS-PROOF-ON-SW             PIC X VALUE "N".
               "  TOTAL CENTS " CTL-M-TOTAL
           DISPLAY "RECOVERIES WITHHELD - " WS-COM-HELD-CTR
               "  CENTS " WS-COM-HELD-CENTS
           DISPLAY "DRAW BALANCES OUTSTANDING - " WS-DRAW-BAL-CTR
               "  AMOUNT " WS-DRAW-BAL-TOTAL
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
      *            THE DRAW BALANCE IS INFORMATION FOR PAYROLL - IT IS
      *            LISTED, NEVER PAID OR HASHED
                   IF COM-DRAW-BAL IS NUMERIC AND COM-DRAW-BAL > ZERO
                       ADD 1 TO WS-DRAW-BAL-CTR
                       ADD COM-DRAW-BAL TO WS-DRAW-BAL-TOTAL
                       DISPLAY "DRAW BALANCE CARRIED - SLSP "
                           COM-SLSP-NO " BALANCE " COM-DRAW-BAL
                   END-IF
                   IF COM-AMOUNT < ZERO
      *                A CLAWBACK OR NEGATIVE OVERRIDE IS A RECOVERY
      *                FROM THE SALESPERSON, NOT A PAY-OUT - IT IS
