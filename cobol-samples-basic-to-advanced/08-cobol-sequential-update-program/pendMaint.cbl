      ******************************************************************
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - PENDING ITEMS ARE 34
      *BYTES AND THE SUMMARY ROW 21; THE CANCELLATION REGISTER KEEPS
      *ITS 70 BYTES. THE SUMMARY TABLE HOLDS 999 ACCOUNTS.
      *02-09-2026 GD - PENDING-FILE INQUIRY AND CANCELLATION. ONCE AN
      *EFFECTIVE-DATED TRANSACTION WAS PARKED ON THE PENDING FILE
      *THE CUSTOMER COULD NOT CHANGE THEIR MIND - PEND-RELEASE WOULD
       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 PENDING-REC.
           COPY TRANSREC.
       FD CANREG-FILE
               02 FILLER                 PIC X VALUE SPACE.
               02 CN-OPERATOR            PIC X(5).
               02 FILLER                 PIC X VALUE SPACE.
               02 CN-ACCT-NO             PIC X(4).
               02 FILLER                 PIC X VALUE SPACE.
               02 CN-AMOUNT              PIC 9(4)V99.
               02 FILLER                 PIC X VALUE SPACE.
               02 CN-TRACE               PIC X(9).
               02 FILLER                 PIC X VALUE SPACE.
               02 CN-REASON              PIC X(25).
               02 FILLER                 PIC X(9) VALUE SPACES.
       FD SUM-FILE
           RECORD CONTAINS 21 CHARACTERS.
           01 SUM-REC.
               02 SM-ACCT-NO             PIC X(4).
               02 FILLER                 PIC X VALUE SPACE.
               02 SM-COUNT               PIC 9(5).
               02 FILLER                 PIC X VALUE SPACE.
               88 WS-EOF                        VALUE "Y".
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-ACTION                  PIC X.
           01 WS-ACCT-FILTER             PIC X(4).
           01 WS-NEW-DATE                PIC X(8).
           01 WS-REASON                  PIC X(25).
           01 WS-READ-CTR                PIC 9(5) VALUE ZERO.
           01 WS-SHOWN-CTR               PIC 9(5) VALUE ZERO.
           01 WS-CANCEL-CTR              PIC 9(5) VALUE ZERO.
           01 WS-AMEND-CTR               PIC 9(5) VALUE ZERO.
           01 SUB1                       PIC 9(4).
           01 SUB2                       PIC 9(4).
      *    THE WHOLE PENDING FILE IS HELD AND WRITTEN BACK - ITEMS
      *    CANCELLED DROP OFF, AMENDED ONES CARRY THE NEW DATE.
           01 WS-PEND-TABLE.
               02 WS-PEND-ENTRY OCCURS 200 TIMES.
                   03 WS-PD-REC          PIC X(34).
                   03 WS-PD-DISP         PIC X.
      *                SPACE = KEEP, "C" = CANCELLED
           01 WS-PEND-CTR                PIC 9(3) VALUE ZERO.
                           ==T-TRACE-SER== BY ==PI-TRACE-SER==.
      *    PER-ACCOUNT SUMMARY ACCUMULATORS.
           01 WS-SUM-TABLE.
               02 WS-SUM-ENTRY OCCURS 999 TIMES.
                   03 WS-SU-ACCT         PIC X(4).
                   03 WS-SU-COUNT        PIC 9(5).
                   03 WS-SU-TOTAL        PIC 9(7)V99.
           01 WS-SUM-CTR                 PIC 9(3) VALUE ZERO.
                       MOVE WS-SUM-CTR TO SUB2
                   END-IF
               END-PERFORM
               IF WS-SUM-IDX = ZERO AND WS-SUM-CTR < 999
                   ADD 1 TO WS-SUM-CTR
                   MOVE WS-SUM-CTR TO WS-SUM-IDX
                   MOVE PI-ACCT-NO TO WS-SU-ACCT (WS-SUM-IDX)
