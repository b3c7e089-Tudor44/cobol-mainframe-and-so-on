      *TERMINATE ACTION THAT STAMPS IT AND DROPS THE ACTIVE FLAG.
      *THE SALES REPORT AND COMMISSION RUN REJECT SALES DATED AFTER
      *IT AND SETTLE THE LEAVER THROUGH IT.
      *15-10-2026 GD - COMMISSION DRAWS. ACTION D RECORDS OR CHANGES A
      *SALESPERSON'S DRAW AGREEMENT ON THE DRAW MASTER (DRAWREC) -
      *MONTHLY AMOUNT, RECOVERABLE OR NON-RECOVERABLE, END DATE. A
      *CHANGE KEEPS THE UNRECOVERED BALANCE COMMISSION-RUN CARRIES;
      *ONLY A SALESPERSON ON THE MASTER AND NOT TERMINATED MAY BE
      *GIVEN A DRAW. DRAW MASTER PATH FROM SLSPMNT_DRAW_PATH.
      *ACTIONS: A = ADD, T = TERMINATE, D = DRAW, L = LIST. FILE PATH
      *FROM SLSPMNT_MAST_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSP-MAINT.
       AUTHOR. GAETANO.
       SELECT SLSP-FILE ASSIGN TO WS-SLSP-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SLSP-STATUS.
       SELECT DRAW-FILE ASSIGN TO WS-DRAW-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRAW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SLSP-FILE
               02 SLSP-MGR               PIC X(5).
      *        ZERO WHILE EMPLOYED - SET BY THE TERMINATE ACTION
               02 SLSP-TERM-DATE         PIC 9(6).
       FD DRAW-FILE
           RECORD CONTAINS 45 CHARACTERS.
           01 DRAW-REC.
           COPY DRAWREC.
       WORKING-STORAGE SECTION.
           01 WS-SLSP-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/SlspMaster.txt".
               02 WS-SLSP-HOLD OCCURS 100 TIMES PIC X(45).
           01 WS-SLSP-CTR                PIC 9(3) VALUE ZERO.
           01 SUB1                       PIC 9(3).
           01 WS-DRAW-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/SlspDraws.txt".
           01 WS-DRAW-STATUS             PIC XX.
           01 WS-DRAW-TABLE.
               02 WS-DRAW-HOLD OCCURS 100 TIMES PIC X(45).
           01 WS-DRAW-CTR                PIC 9(3) VALUE ZERO.
           01 WS-DRAW-IDX                PIC 9(3).
           01 WS-DRAW-AMT-IN             PIC X(7).
           01 WS-DRAW-AMT-N REDEFINES WS-DRAW-AMT-IN PIC 9(5)V99.
           01 WS-DRAW-TYPE-IN            PIC X.
           01 WS-DRAW-END-IN             PIC X(8).
           01 WS-DRAW-CHG-CTR            PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-SLSP-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SLSPMNT_DRAW_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-DRAW-FILE-PATH
           END-IF
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           DISPLAY "SALESPERSONS ADDED: " WS-ADD-CTR
           DISPLAY "DRAW AGREEMENTS SET: " WS-DRAW-CHG-CTR
           STOP RUN.

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - A=ADD  T=TERMINATE  D=DRAW  L=LIST"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM 300-ADD-RTN
               WHEN "T"
                   PERFORM 500-TERMINATE-RTN
               WHEN "D"
                   PERFORM 600-DRAW-RTN
               WHEN OTHER
                   PERFORM 400-LIST-RTN
           END-EVALUATE
               MOVE "N" TO SLSP-ACTIVE
           END-IF
           WRITE SLSP-REC.

      ******************************************************************
      * DRAW AGREEMENT - THE SALESPERSON MUST BE ON THE MASTER AND
      * NOT TERMINATED. THE DRAW MASTER IS LOADED WHOLE; AN EXISTING
      * AGREEMENT HAS ITS TERMS REPLACED BUT KEEPS ITS BALANCE, A NEW
      * ONE STARTS AT ZERO, AND THE FILE IS REWRITTEN.
      ******************************************************************
       600-DRAW-RTN.
           DISPLAY "ENTER SALESPERSON NUMBER (5 CHARACTERS)"
           ACCEPT WS-NEW-NO
           MOVE ZERO TO WS-SLSP-CTR
           MOVE "N" TO WS-DUP-SW
           OPEN INPUT SLSP-FILE
           IF WS-SLSP-STATUS NOT = "00"
               DISPLAY "SALESPERSON MASTER NOT AVAILABLE - STATUS "
                   WS-SLSP-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 520-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE SLSP-FILE
               IF WS-DUP-SW NOT = "Y"
                   DISPLAY "SALESPERSON " WS-NEW-NO
                       " NOT ON THE MASTER OR TERMINATED -"
                       " NO DRAW SET"
               ELSE
                   PERFORM 620-LOAD-DRAWS-RTN
                   PERFORM 640-ACCEPT-TERMS-RTN
               END-IF
           END-IF.

       620-LOAD-DRAWS-RTN.
           MOVE ZERO TO WS-DRAW-CTR
           MOVE ZERO TO WS-DRAW-IDX
           OPEN INPUT DRAW-FILE
           IF WS-DRAW-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 630-LOAD-ONE-DRAW-RTN UNTIL WS-EOF
               CLOSE DRAW-FILE
           END-IF.

       630-LOAD-ONE-DRAW-RTN.
           READ DRAW-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-DRAW-CTR < 100
                       ADD 1 TO WS-DRAW-CTR
                       MOVE DRAW-REC TO WS-DRAW-HOLD (WS-DRAW-CTR)
                       IF DRW-SLSP-NO = WS-NEW-NO
                           MOVE WS-DRAW-CTR TO WS-DRAW-IDX
                       END-IF
                   END-IF
           END-READ.

       640-ACCEPT-TERMS-RTN.
           IF WS-DRAW-IDX > ZERO
               MOVE WS-DRAW-HOLD (WS-DRAW-IDX) TO DRAW-REC
               DISPLAY "CURRENT DRAW " DRW-MONTHLY-AMT
                   "  TYPE " DRW-TYPE "  ENDS " DRW-END-DATE
                   "  UNRECOVERED " DRW-BALANCE
           END-IF
           DISPLAY "ENTER MONTHLY DRAW (7 DIGITS, CENTS LAST -"
               " 0150000 = 1500.00)"
           ACCEPT WS-DRAW-AMT-IN
           DISPLAY "ENTER DRAW TYPE (R=RECOVERABLE"
               " N=NON-RECOVERABLE)"
           ACCEPT WS-DRAW-TYPE-IN
           DISPLAY "ENTER LAST DATE OF THE DRAW (YYYYMMDD,"
               " 0 = OPEN-ENDED)"
           ACCEPT WS-DRAW-END-IN
           IF WS-DRAW-END-IN = "0"
               MOVE ZEROES TO WS-DRAW-END-IN
           END-IF
           IF WS-DRAW-AMT-IN IS NOT NUMERIC
               OR WS-DRAW-END-IN IS NOT NUMERIC
               OR (WS-DRAW-TYPE-IN NOT = "R"
                   AND WS-DRAW-TYPE-IN NOT = "N")
               DISPLAY "AMOUNT, TYPE OR DATE NOT VALID -"
                   " NOTHING CHANGED"
           ELSE
               IF WS-DRAW-IDX = ZERO
                   IF WS-DRAW-CTR < 100
                       ADD 1 TO WS-DRAW-CTR
                       MOVE WS-DRAW-CTR TO WS-DRAW-IDX
                       MOVE SPACES TO DRAW-REC
                       MOVE WS-NEW-NO TO DRW-SLSP-NO
                       MOVE ZERO TO DRW-BF-MONTH
                       MOVE ZERO TO DRW-BF-BALANCE
                       MOVE ZERO TO DRW-BALANCE
                   ELSE
                       DISPLAY "DRAW MASTER FULL - NOTHING CHANGED"
                   END-IF
               END-IF
               IF WS-DRAW-IDX > ZERO
                   MOVE WS-DRAW-AMT-N TO DRW-MONTHLY-AMT
                   MOVE WS-DRAW-TYPE-IN TO DRW-TYPE
                   MOVE WS-DRAW-END-IN TO DRW-END-DATE
                   MOVE DRAW-REC TO WS-DRAW-HOLD (WS-DRAW-IDX)
                   DISPLAY "SALESPERSON " WS-NEW-NO " DRAW "
                       DRW-MONTHLY-AMT " TYPE " DRW-TYPE
                       " ENDS " DRW-END-DATE
                   PERFORM 660-REWRITE-DRAWS-RTN
                   ADD 1 TO WS-DRAW-CHG-CTR
               END-IF
           END-IF.

       660-REWRITE-DRAWS-RTN.
           OPEN OUTPUT DRAW-FILE
           PERFORM 680-WRITE-ONE-DRAW-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-DRAW-CTR
           CLOSE DRAW-FILE.

       680-WRITE-ONE-DRAW-RTN.
           MOVE WS-DRAW-HOLD (SUB1) TO DRAW-REC
           WRITE DRAW-REC.
