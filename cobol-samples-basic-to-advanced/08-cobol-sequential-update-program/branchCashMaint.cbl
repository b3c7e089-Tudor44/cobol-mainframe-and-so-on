      ******************************************************************
      *15-10-2026 GD - BRANCH CASH MOVEMENTS. TELLER-CAPTURE PROVES A
      *TELLER'S BATCH AGAINST THE ADDING MACHINE, BUT NOTHING TRACKED
      *THE PHYSICAL CASH - WHAT WAS IN EACH DRAWER AND THE VAULT AT
      *OPEN, WHAT WENT BETWEEN THEM, AND WHAT WAS COUNTED AT CLOSE.
      *THIS PROGRAM KEYS THOSE FIGURES ONTO THE BRANCH CASH MOVEMENT
      *FILE (COPYBOOK CASHMV), ONE ROW EACH, DATED THE BUSINESS DAY
      *AND STAMPED WITH THE OPERATOR SIGNED ON THROUGH OPER-AUTH-RTN.
      *BRANCH-CASH-POSITION BUILDS THE END-OF-DAY POSITION FROM THEM
      *AND THE NIGHT'S TELLER BATCHES.
      *ACTIONS: O = OPENING CASH (A TELLER'S DRAWER, OR THE VAULT WHEN
      *THE TELLER IS LEFT BLANK), B = TELLER BUYS CASH FROM THE VAULT,
      *S = TELLER SELLS CASH TO THE VAULT, K = CASH COUNTED AT CLOSE
      *(DRAWER OR VAULT), L = LIST THE DAY'S ROWS FOR A BRANCH. A
      *SECOND OPENING OR COUNT FOR THE SAME DRAWER REPLACES THE FIRST.
      *FILE PATH FROM BRCASH_MV_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-CASH-MAINT.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT CMV-FILE ASSIGN TO WS-CMV-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CMV-FILE
           RECORD CONTAINS 40 CHARACTERS.
           01 CMV-REC.
           COPY CASHMV.
       WORKING-STORAGE SECTION.
           01 WS-CMV-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/BranchCash.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-CMV-STATUS              PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 ARE-THERE-MORE-RECORDS     PIC XXX VALUE "YES".
               88 NO-MORE-RECORDS               VALUE "NO".
           01 WS-ACTION                  PIC X VALUE "L".
           01 WS-ADD-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-LIST-CTR                PIC 9(4) VALUE ZERO.
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-OPERATOR-ID             PIC X(5) VALUE SPACES.
           01 WS-AUTH-FUNCTION           PIC X(3) VALUE "CSH".
           01 WS-AUTH-FLAG               PIC X.
           01 WS-BRANCH                  PIC X(2).
           01 WS-TELLER                  PIC X(5).
           01 WS-AMT-CENTS               PIC 9(9).
           01 WS-AMT-EDIT                PIC Z,ZZZ,ZZ9.99.
           01 WS-TIME-HOLD               PIC 9(8).
           01 WS-KIND-TEXT               PIC X(14).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "BRCASH_MV_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CMV-FILE-PATH
           END-IF
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           CALL 'OPER-AUTH-RTN' USING WS-OPERATOR-ID
               WS-AUTH-FUNCTION WS-AUTH-FLAG
           DISPLAY "OPERATOR " WS-OPERATOR-ID " SIGNED ON - BUSINESS"
               " DATE " WS-BUS-DATE
           PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           DISPLAY "CASH ROWS ADDED: " WS-ADD-CTR
           STOP RUN.

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - O=OPENING  B=TELLER BUYS FROM VAULT"
               "  S=TELLER SELLS TO VAULT  K=CLOSING COUNT  L=LIST"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "O"
               WHEN "B"
               WHEN "S"
               WHEN "K"
                   PERFORM 300-ADD-RTN
               WHEN OTHER
                   PERFORM 400-LIST-RTN
           END-EVALUATE
           DISPLAY " DO YOU WANT TO CONTINUE ? "
           ACCEPT ARE-THERE-MORE-RECORDS.

      ******************************************************************
      * ONE CASH FIGURE. A BUY OR A SELL MUST NAME THE TELLER - THE
      * VAULT SIDE OF IT IS IMPLIED; AN OPENING OR A COUNT WITH THE
      * TELLER LEFT BLANK IS THE VAULT'S.
      ******************************************************************
       300-ADD-RTN.
           DISPLAY "ENTER BRANCH (2 CHARACTERS)"
           MOVE SPACES TO WS-BRANCH
           ACCEPT WS-BRANCH
           IF WS-ACTION = "O" OR WS-ACTION = "K"
               DISPLAY "ENTER TELLER ID (5 CHARACTERS, BLANK = THE"
                   " VAULT)"
           ELSE
               DISPLAY "ENTER TELLER ID (5 CHARACTERS)"
           END-IF
           MOVE SPACES TO WS-TELLER
           ACCEPT WS-TELLER
           IF WS-TELLER = SPACES
               MOVE "VAULT" TO WS-TELLER
           END-IF
           DISPLAY "ENTER AMOUNT IN CENTS (9 DIGITS)"
           MOVE ZERO TO WS-AMT-CENTS
           ACCEPT WS-AMT-CENTS
           EVALUATE TRUE
               WHEN WS-BRANCH = SPACES
                   DISPLAY "NO BRANCH - NOT RECORDED"
               WHEN WS-TELLER = "VAULT"
                   AND (WS-ACTION = "B" OR WS-ACTION = "S")
                   DISPLAY "A BUY OR SELL NEEDS THE TELLER - NOT"
                       " RECORDED"
               WHEN WS-AMT-CENTS NOT NUMERIC
                   DISPLAY "AMOUNT NOT NUMERIC - NOT RECORDED"
               WHEN OTHER
                   PERFORM 350-WRITE-ROW-RTN
           END-EVALUATE.

       350-WRITE-ROW-RTN.
           OPEN EXTEND CMV-FILE
           IF WS-CMV-STATUS = "35"
               OPEN OUTPUT CMV-FILE
           END-IF
           IF WS-CMV-STATUS NOT = "00"
               DISPLAY "CASH MOVEMENT FILE NOT AVAILABLE - STATUS "
                   WS-CMV-STATUS
           ELSE
               MOVE SPACES TO CMV-REC
               MOVE WS-BUS-DATE TO CMV-DATE
               MOVE WS-BRANCH TO CMV-BRANCH
               MOVE WS-TELLER TO CMV-TELLER
               MOVE WS-ACTION TO CMV-KIND
               COMPUTE CMV-AMT = WS-AMT-CENTS / 100
               MOVE WS-OPERATOR-ID TO CMV-ENTERED-BY
               ACCEPT WS-TIME-HOLD FROM TIME
               MOVE WS-TIME-HOLD (1:6) TO CMV-TIME
               WRITE CMV-REC
               ADD 1 TO WS-ADD-CTR
               CLOSE CMV-FILE
               PERFORM 450-KIND-TEXT-RTN
               MOVE CMV-AMT TO WS-AMT-EDIT
               DISPLAY "RECORDED: BRANCH " CMV-BRANCH "  " CMV-TELLER
                   "  " WS-KIND-TEXT WS-AMT-EDIT
           END-IF.

       400-LIST-RTN.
           DISPLAY "ENTER BRANCH (2 CHARACTERS)"
           MOVE SPACES TO WS-BRANCH
           ACCEPT WS-BRANCH
           MOVE ZERO TO WS-LIST-CTR
           OPEN INPUT CMV-FILE
           IF WS-CMV-STATUS NOT = "00"
               DISPLAY "CASH MOVEMENT FILE NOT AVAILABLE - STATUS "
                   WS-CMV-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 410-LIST-ONE-RTN UNTIL WS-EOF
               CLOSE CMV-FILE
               DISPLAY "ROWS FOR BRANCH " WS-BRANCH " TODAY: "
                   WS-LIST-CTR
           END-IF.

       410-LIST-ONE-RTN.
           READ CMV-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF CMV-DATE = WS-BUS-DATE
                       AND CMV-BRANCH = WS-BRANCH
                       ADD 1 TO WS-LIST-CTR
                       PERFORM 450-KIND-TEXT-RTN
                       MOVE CMV-AMT TO WS-AMT-EDIT
                       DISPLAY CMV-TIME "  " CMV-TELLER "  "
                           WS-KIND-TEXT WS-AMT-EDIT "  BY "
                           CMV-ENTERED-BY
                   END-IF
           END-READ.

       450-KIND-TEXT-RTN.
           EVALUATE TRUE
               WHEN CMV-OPENING
                   MOVE "OPENING CASH  " TO WS-KIND-TEXT
               WHEN CMV-BUY
                   MOVE "BUY FROM VAULT" TO WS-KIND-TEXT
               WHEN CMV-SELL
                   MOVE "SELL TO VAULT " TO WS-KIND-TEXT
               WHEN CMV-COUNT
                   MOVE "CLOSING COUNT " TO WS-KIND-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN KIND  " TO WS-KIND-TEXT
           END-EVALUATE.
