      ******************************************************************
      *15-10-2026 GD - GL BALANCE MASTER - WHEN YEC_GL_PATH NAMES GL-
      *POST'S BALANCE MASTER (COPYBOOK GLBAL) THE CLOSING YEAR'S ROWS
      *ARE COPIED TO THE YEC_GL_ARCH ANNUAL ARCHIVE AND THE MASTER IS
      *ROLLED INTO THE NEW YEAR: EVERY INCOME AND EXPENSE ACCOUNT'S
      *NET GOES TO RETAINED EARNINGS (YEC_GL_RE, DEFAULT 3900) AND
      *OPENS THE NEW YEAR AT ZERO, EVERY BALANCE-SHEET ACCOUNT OPENS
      *AT ITS CLOSING BALANCE, AND THE PERIOD AND YEAR-TO-DATE COLUMNS
      *START AGAIN. THE ROLLED OPENINGS MUST BALANCE. A MASTER FOR ANY
      *OTHER YEAR, NO RETAINED-EARNINGS ROW OR AN UNBALANCED ROLL ENDS
      *RC 8 WITH THE MASTER UNTOUCHED; A MASTER ALREADY IN THE NEW
      *YEAR IS A RERUN AND IS LEFT AS IT IS. THE ARCHIVE IS NOW
      *CATALOGUED BEFORE THE PROOF, SO A FAILED PROOF'S RC 8 IS NO
      *LONGER RESET BY THE CATALOG CALL.
      *15-10-2026 GD - THE AUDIT HISTORY RECORD IS NOW 48 BYTES (FOUR-
      *DIGIT ACCOUNT NUMBER); ITS YEAR STILL OPENS THE RECORD.
      *02-09-2026 GD - YEAR-END CLOSE FOR THE ACCUMULATING HISTORY
      *FILES. THE AUDIT HISTORY, THE SALES HISTORY, THE TERM HISTORY
      *AND THE RUN LOG JUST GREW - EVERY INQUIRY READ THROUGH EVERY
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MTD-FILE ASSIGN TO WS-MTD-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT GLB-FILE ASSIGN TO WS-GLB-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLB-STATUS.
       SELECT GLB-ARCH-FILE ASSIGN TO WS-GLB-ARCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REG-FILE ASSIGN TO WS-REG-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AUD-FILE
           RECORD CONTAINS 48 CHARACTERS.
           01 AUD-REC                    PIC X(48).
       FD AUD-ARCH-FILE
           RECORD CONTAINS 48 CHARACTERS.
           01 AUD-ARCH-REC               PIC X(48).
       FD SLS-FILE
           RECORD CONTAINS 19 CHARACTERS.
           01 SLS-REC                    PIC X(19).
           01 RLG-ARCH-REC               PIC X(67).
       FD MTD-FILE.
           01 MTD-REC                    PIC X(13).
       FD GLB-FILE
           RECORD CONTAINS 110 CHARACTERS.
           01 GLB-REC                    PIC X(110).
       FD GLB-ARCH-FILE
           RECORD CONTAINS 110 CHARACTERS.
           01 GLB-ARCH-REC               PIC X(110).
       FD REG-FILE.
           01 REG-REC                    PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-RLG-ARCH-BASE           PIC X(70) VALUE SPACES.
           01 WS-RLG-ARCH-PATH           PIC X(80).
           01 WS-MTD-PATH                PIC X(80) VALUE SPACES.
           01 WS-GLB-PATH                PIC X(80) VALUE SPACES.
           01 WS-GLB-ARCH-BASE           PIC X(70) VALUE SPACES.
           01 WS-GLB-ARCH-PATH           PIC X(80).
           01 WS-REG-PATH                PIC X(80) VALUE
               "/Users/gaetanodorsi/YearEndClose.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-SLS-STATUS              PIC XX.
           01 WS-TRM-STATUS              PIC XX.
           01 WS-RLG-STATUS              PIC XX.
           01 WS-GLB-STATUS              PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-CLOSE-YEAR              PIC X(2) VALUE SPACES.
           01 WS-GEN-PATH                PIC X(80).
           01 WS-TOTAL-READ              PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-ARCH              PIC 9(6) VALUE ZERO.
      *    THE GL BALANCE MASTER, HELD WHILE IT IS ROLLED.
           01 WS-GLB-TABLE.
               02 WS-GLB-ENTRY OCCURS 500 TIMES PIC X(110).
           01 WS-GLB-CTR                 PIC 9(4).
           01 WS-GLB-IDX                 PIC 9(5).
           01 WS-GLB-RE-IDX              PIC 9(5).
           01 WS-GLB-HOLD.
           COPY GLBAL.
           01 WS-GLB-FULL-SW             PIC X VALUE "N".
           01 WS-GLB-YEAR-ERR-CTR        PIC 9(4).
           01 WS-GLB-NEXT-CTR            PIC 9(4).
           01 WS-GL-RE                   PIC 9(4) VALUE 3900.
           01 WS-GL-CLOSE-YEAR           PIC 9(4).
           01 WS-GL-NET                  PIC S9(12)V99.
           01 WS-GL-PL-NET               PIC S9(12)V99.
           01 WS-GL-OPEN-DR              PIC 9(13)V99.
           01 WS-GL-OPEN-CR              PIC 9(13)V99.
           01 REG-HDR-LINE.
               02 FILLER             PIC X(26) VALUE
                   "YEAR-END CLOSE FOR YEAR 20".
               02 REG-KEEP-OUT       PIC ZZZ,ZZ9.
               02 FILLER             PIC X(2) VALUE "  ".
               02 REG-PROOF-OUT      PIC X(8).
           01 REG-GL-LINE.
               02 FILLER             PIC X(14) VALUE "GL BALANCES".
               02 FILLER             PIC X(6) VALUE " ROWS:".
               02 REG-GL-ROWS-OUT    PIC ZZZ,ZZ9.
               02 FILLER             PIC X(19) VALUE
                   "  NET INCOME TO GL ".
               02 REG-GL-RE-OUT      PIC 9(4).
               02 FILLER             PIC X VALUE SPACE.
               02 REG-GL-PL-OUT      PIC Z,ZZZ,ZZZ,ZZ9.99.
               02 REG-GL-PL-SFX      PIC X(3).
               02 FILLER             PIC X(2) VALUE "  ".
               02 REG-GL-PROOF-OUT   PIC X(8).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           PERFORM 500-CLOSE-TERM-RTN
           PERFORM 600-CLOSE-RUNLOG-RTN
           PERFORM 700-RESET-MTD-RTN
           PERFORM 800-CLOSE-GL-RTN
           CLOSE REG-FILE
           DISPLAY "YEAR-END CLOSE FOR 20" WS-CLOSE-YEAR
               " - RECORDS READ " WS-TOTAL-READ
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "YEC_REG_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REG-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "YEC_GL_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-GLB-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "YEC_GL_ARCH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-GLB-ARCH-BASE
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "YEC_GL_RE"
           IF WS-ENV-HOLD (1:4) IS NUMERIC
               MOVE WS-ENV-HOLD (1:4) TO WS-GL-RE
           END-IF.

      ******************************************************************
      * EQUAL ARCHIVED PLUS CARRIED OR THE STEP FAILS.
      ******************************************************************
       250-PROVE-RTN.
           CALL 'GEN-REGISTER-RTN' USING BY CONTENT WS-BUS-DATE
               WS-GEN-PATH
           MOVE WS-OLD-CTR TO REG-OLD-OUT
           MOVE WS-ARCH-CTR TO REG-ARCH-OUT
           MOVE WS-KEEP-CTR TO REG-KEEP-OUT
           END-IF
           WRITE REG-REC FROM REG-FILE-LINE
           ADD WS-OLD-CTR TO WS-TOTAL-READ
           ADD WS-ARCH-CTR TO WS-TOTAL-ARCH.

      ******************************************************************
      * AUDIT HISTORY - THE BUSINESS-DATE STAMP'S YEAR IS THE FIRST
               DISPLAY "MTD CARRY-FORWARD RESET FOR THE NEW YEAR"
           END-IF.

      ******************************************************************
      * GL BALANCE MASTER - ARCHIVE THE CLOSING YEAR'S ROWS, THEN ROLL
      * INCOME AND EXPENSE INTO RETAINED EARNINGS AND OPEN THE NEW
      * YEAR AT THE CLOSING BALANCES. ANY DOUBT LEAVES IT UNTOUCHED.
      ******************************************************************
       800-CLOSE-GL-RTN.
           IF WS-GLB-PATH = SPACES
               CONTINUE
           ELSE
               MOVE WS-CLOSE-YEAR-4 TO WS-GL-CLOSE-YEAR
               MOVE ZERO TO WS-GLB-CTR WS-GLB-YEAR-ERR-CTR
                   WS-GLB-NEXT-CTR WS-GLB-RE-IDX
               MOVE "N" TO WS-GLB-FULL-SW
               MOVE SPACES TO WS-GLB-ARCH-PATH
               STRING WS-GLB-ARCH-BASE DELIMITED BY SPACE
                   ".20" WS-CLOSE-YEAR DELIMITED BY SIZE
                   INTO WS-GLB-ARCH-PATH
               OPEN INPUT GLB-FILE
               IF WS-GLB-STATUS NOT = "00"
                   DISPLAY "GL BALANCE MASTER NOT AVAILABLE - SKIPPED"
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 850-GLB-ONE-RTN UNTIL WS-EOF
                   CLOSE GLB-FILE
                   EVALUATE TRUE
                       WHEN WS-GLB-FULL-SW = "Y"
                           DISPLAY "GL BALANCE MASTER - OVER 500 ROWS,"
                               " FILE LEFT UNTOUCHED"
                           MOVE 8 TO RETURN-CODE
                       WHEN WS-GLB-CTR > ZERO
                           AND WS-GLB-NEXT-CTR = WS-GLB-CTR
                           DISPLAY "GL BALANCE MASTER ALREADY ROLLED"
                               " OUT OF " WS-GL-CLOSE-YEAR
                       WHEN WS-GLB-YEAR-ERR-CTR > ZERO
                           DISPLAY "GL BALANCE MASTER NOT ALL IN "
                               WS-GL-CLOSE-YEAR
                               " - FILE LEFT UNTOUCHED"
                           MOVE 8 TO RETURN-CODE
                       WHEN WS-GLB-RE-IDX = ZERO
                           DISPLAY "GL BALANCE MASTER HAS NO RETAINED"
                               " EARNINGS ROW " WS-GL-RE
                               " - FILE LEFT UNTOUCHED"
                           MOVE 8 TO RETURN-CODE
                       WHEN OTHER
                           PERFORM 860-ROLL-GL-RTN
                   END-EVALUATE
               END-IF
           END-IF.

       850-GLB-ONE-RTN.
           READ GLB-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-GLB-CTR < 500
                       ADD 1 TO WS-GLB-CTR
                       MOVE GLB-REC TO WS-GLB-ENTRY (WS-GLB-CTR)
                       MOVE GLB-REC TO WS-GLB-HOLD
                       IF GLB-YEAR = WS-GL-CLOSE-YEAR + 1
                           ADD 1 TO WS-GLB-NEXT-CTR
                       END-IF
                       IF GLB-YEAR NOT = WS-GL-CLOSE-YEAR
                           ADD 1 TO WS-GLB-YEAR-ERR-CTR
                       END-IF
                       IF GLB-ACCT = WS-GL-RE
                           MOVE WS-GLB-CTR TO WS-GLB-RE-IDX
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-GLB-FULL-SW
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
           END-READ.

      ******************************************************************
      * ARCHIVE, ROLL AND PROVE. THE NEW YEAR'S MASTER IS ONLY WRITTEN
      * WHEN ITS OPENING DEBITS EQUAL ITS OPENING CREDITS.
      ******************************************************************
       860-ROLL-GL-RTN.
           OPEN OUTPUT GLB-ARCH-FILE
           PERFORM 865-ARCH-GL-RTN
               VARYING WS-GLB-IDX FROM 1 BY 1
               UNTIL WS-GLB-IDX > WS-GLB-CTR
           CLOSE GLB-ARCH-FILE
           MOVE WS-GLB-ARCH-PATH TO WS-GEN-PATH
           CALL 'GEN-REGISTER-RTN' USING BY CONTENT WS-BUS-DATE
               WS-GEN-PATH
           MOVE ZERO TO WS-GL-PL-NET WS-GL-OPEN-DR WS-GL-OPEN-CR
           PERFORM 870-ROLL-ONE-RTN
               VARYING WS-GLB-IDX FROM 1 BY 1
               UNTIL WS-GLB-IDX > WS-GLB-CTR
           MOVE WS-GLB-ENTRY (WS-GLB-RE-IDX) TO WS-GLB-HOLD
           COMPUTE WS-GL-NET = GLB-OPEN-DR - GLB-OPEN-CR
           SUBTRACT GLB-OPEN-DR FROM WS-GL-OPEN-DR
           SUBTRACT GLB-OPEN-CR FROM WS-GL-OPEN-CR
           ADD WS-GL-PL-NET TO WS-GL-NET
           PERFORM 875-SET-OPENING-RTN
           MOVE WS-GLB-HOLD TO WS-GLB-ENTRY (WS-GLB-RE-IDX)
           MOVE WS-GLB-CTR TO REG-GL-ROWS-OUT
           MOVE WS-GL-RE TO REG-GL-RE-OUT
           IF WS-GL-PL-NET < ZERO
               COMPUTE REG-GL-PL-OUT = 0 - WS-GL-PL-NET
               MOVE " CR" TO REG-GL-PL-SFX
           ELSE
               MOVE WS-GL-PL-NET TO REG-GL-PL-OUT
               MOVE " DR" TO REG-GL-PL-SFX
           END-IF
           IF WS-GL-OPEN-DR = WS-GL-OPEN-CR
               MOVE "PROVED  " TO REG-GL-PROOF-OUT
               OPEN OUTPUT GLB-FILE
               PERFORM 880-REWRITE-GL-RTN
                   VARYING WS-GLB-IDX FROM 1 BY 1
                   UNTIL WS-GLB-IDX > WS-GLB-CTR
               CLOSE GLB-FILE
           ELSE
               MOVE "UNEVEN  " TO REG-GL-PROOF-OUT
               DISPLAY "GL BALANCE MASTER - ROLLED OPENINGS DO NOT"
                   " BALANCE, FILE LEFT UNTOUCHED"
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REG-REC FROM REG-GL-LINE
           ADD WS-GLB-CTR TO WS-TOTAL-READ
           ADD WS-GLB-CTR TO WS-TOTAL-ARCH.

       865-ARCH-GL-RTN.
           WRITE GLB-ARCH-REC FROM WS-GLB-ENTRY (WS-GLB-IDX).

       870-ROLL-ONE-RTN.
           MOVE WS-GLB-ENTRY (WS-GLB-IDX) TO WS-GLB-HOLD
           COMPUTE WS-GL-NET = GLB-OPEN-DR + GLB-YTD-DR
               - GLB-OPEN-CR - GLB-YTD-CR
           IF GLB-INCOME OR GLB-EXPENSE
               ADD WS-GL-NET TO WS-GL-PL-NET
               MOVE ZERO TO WS-GL-NET
           END-IF
           PERFORM 875-SET-OPENING-RTN
           MOVE ZERO TO GLB-PTD-DR GLB-PTD-CR GLB-YTD-DR GLB-YTD-CR
           ADD 1 TO GLB-YEAR
           COMPUTE GLB-PERIOD = GLB-YEAR * 100 + 1
           MOVE WS-GLB-HOLD TO WS-GLB-ENTRY (WS-GLB-IDX).

       875-SET-OPENING-RTN.
           MOVE ZERO TO GLB-OPEN-DR GLB-OPEN-CR
           IF WS-GL-NET < ZERO
               COMPUTE GLB-OPEN-CR = 0 - WS-GL-NET
           ELSE
               MOVE WS-GL-NET TO GLB-OPEN-DR
           END-IF
           ADD GLB-OPEN-DR TO WS-GL-OPEN-DR
           ADD GLB-OPEN-CR TO WS-GL-OPEN-CR.

       880-REWRITE-GL-RTN.
           MOVE WS-GLB-ENTRY (WS-GLB-IDX) TO GLB-REC
           WRITE GLB-REC.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
