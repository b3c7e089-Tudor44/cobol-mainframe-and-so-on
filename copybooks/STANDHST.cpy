      ******************************************************************
      * Copybook:STANDHST
      * Purpose: ACADEMIC STANDING HISTORY - ONE ROW PER STUDENT PER
      *          TERM. ACADEMIC-STANDING WRITES THE TERM'S ROWS (A
      *          RERUN FOR THE SAME TERM REPLACES THEM); TRANSCRIPT
      *          PRINTS THE STANDING BESIDE EACH TERM.
      *
      *          STH-STANDING VALUES:
      *          "D" = DEAN'S LIST
      *          "G" = GOOD STANDING
      *          "P" = ACADEMIC PROBATION
      *          "S" = SUSPENDED
      *          STH-TERM-AVG / STH-CUM-AVG ARE THE AVERAGES THE
      *          STANDING WAS JUDGED ON, CORRECTIONS APPLIED.
      *          STH-TERMS IS THE NUMBER OF TERMS IN THE CUMULATIVE.
      *          STH-PROB-CTR IS THE RUN OF CONSECUTIVE PROBATION
      *          TERMS ENDING WITH THIS ONE (ZERO WHEN NOT ON
      *          PROBATION).
      *
      * 15-10-2026 GD - NEW. 26 BYTES.
      ******************************************************************
               02 STH-STUDENT                  PIC X(2).
               02 STH-TERM                     PIC X(6).
               02 STH-STANDING                 PIC X.
                   88 STH-DEANS-LIST               VALUE "D".
                   88 STH-GOOD                     VALUE "G".
                   88 STH-PROBATION                VALUE "P".
                   88 STH-SUSPENDED                VALUE "S".
               02 STH-TERM-AVG                 PIC 9(3).
               02 STH-CUM-AVG                  PIC 9(3).
               02 STH-TERMS                    PIC 9(2).
               02 STH-PROB-CTR                 PIC 9.
               02 STH-DATE                     PIC 9(8).
