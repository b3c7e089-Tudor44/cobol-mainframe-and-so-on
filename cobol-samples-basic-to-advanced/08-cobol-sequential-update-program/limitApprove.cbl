      ******************************************************************
      *15-10-2026 GD - CREDIT-LIMIT REVIEW APPROVAL. A CREDIT OFFICER
      *WITH REFERENCE-MAINTENANCE AUTHORITY (OPER-AUTH-RTN "REF")
      *WORKS THROUGH THE PENDING ROWS OF LIMIT-REVIEW'S PROPOSED
      *CHANGES FILE ONE AT A TIME:
      *  A = APPROVE - THE PROPOSED LIMIT AND THE NEXT REVIEW DATE
      *      GO ON THE LIMIT ROW;
      *  R = REJECT  - THE LIMIT STAYS, BUT THE REVIEW HAS BEEN DONE,
      *      SO THE NEXT REVIEW DATE STILL GOES ON THE ROW;
      *  S = SKIP    - LEFT PENDING FOR LATER;  Q = QUIT.
      *A ROW WHOSE LIMIT WAS CHANGED OR DELETED THROUGH CREDIT-LIMIT-
      *MAINT SINCE THE REVIEW RAN IS NOT APPLIED - IT STAYS PENDING
      *UNTIL THE NEXT REVIEW. EVERY ROW APPLIED GOES TO THE
      *MAINTENANCE LOG THROUGH MAINT-LOG-RTN WITH THE BEFORE AND AFTER
      *IMAGES, AND THE PROPOSED-CHANGES FILE IS WRITTEN BACK WITH
      *EACH DECISION, THE OFFICER AND THE DATE.
      *FILE PATHS FROM LIMAPP_LIMIT_PATH AND LIMAPP_PROP_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMIT-APPROVE.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT LIMIT-FILE ASSIGN TO WS-LIMIT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMIT-STATUS.
       SELECT PROP-FILE ASSIGN TO WS-PROP-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LIMIT-FILE
           RECORD CONTAINS 19 CHARACTERS.
           01 LIMIT-REC.
               02 LIM-ACCT-NO            PIC X(4).
               02 LIM-AMOUNT             PIC 9(5)V99.
               02 LIM-REVIEW-DATE        PIC 9(8).
       FD PROP-FILE
           RECORD CONTAINS 78 CHARACTERS.
           01 PROP-REC.
           COPY LIMPROP.
       WORKING-STORAGE SECTION.
           01 WS-LIMIT-FILE-PATH         PIC X(80) VALUE
               "/Users/gaetanodorsi/CreditLimits.txt".
           01 WS-PROP-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/LimitProposals.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-LIMIT-STATUS            PIC XX.
           01 WS-PROP-STATUS             PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-QUIT-SW                 PIC X VALUE "N".
               88 WS-QUIT                       VALUE "Y".
           01 WS-FULL-SW                 PIC X VALUE "N".
               88 WS-TABLE-FULL                 VALUE "Y".
           01 WS-FOUND-SW                PIC X.
               88 WS-FOUND                      VALUE "Y".
           01 WS-DECISION                PIC X.
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-LIMIT-EDIT              PIC ZZ,ZZ9.99.
           01 WS-NEW-EDIT                PIC ZZ,ZZ9.99.
      *    BOTH FILES ARE HELD WHOLE AND WRITTEN BACK AT THE END.
           01 WS-LIMIT-TABLE.
               02 WS-LIMIT-ROW OCCURS 500 TIMES PIC X(19).
           01 WS-PROP-TABLE.
               02 WS-PROP-ROW OCCURS 500 TIMES PIC X(78).
           01 WS-ROW-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-PROP-CTR                PIC 9(3) VALUE ZERO.
           01 SUB1                       PIC 9(3).
           01 SUB2                       PIC 9(3).
           01 WS-APPROVED-CTR            PIC 9(3) VALUE ZERO.
           01 WS-REJECTED-CTR            PIC 9(3) VALUE ZERO.
           01 WS-LEFT-CTR                PIC 9(3) VALUE ZERO.
           01 WS-OPERATOR-ID             PIC X(5) VALUE SPACES.
           01 WS-AUTH-FUNCTION           PIC X(3) VALUE "REF".
           01 WS-AUTH-FLAG               PIC X.
           01 WS-LOG-PROGRAM             PIC X(20) VALUE
               "LIMIT-APPROVE".
           01 WS-LOG-FILE                PIC X(8) VALUE "CRLIMIT".
           01 WS-LOG-ACTION              PIC X VALUE "C".
           01 WS-LOG-KEY                 PIC X(20).
           01 WS-BEFORE-IMAGE            PIC X(110).
           01 WS-AFTER-IMAGE             PIC X(110).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "LIMAPP_LIMIT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-LIMIT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "LIMAPP_PROP_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PROP-FILE-PATH
           END-IF
           CALL 'OPER-AUTH-RTN' USING WS-OPERATOR-ID
               WS-AUTH-FUNCTION WS-AUTH-FLAG
           IF WS-AUTH-FLAG NOT = "Y"
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR REFERENCE MAINTENANCE"
           ELSE
               CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
               PERFORM 200-LOAD-RTN
               EVALUATE TRUE
                   WHEN WS-TABLE-FULL
                       DISPLAY "MORE THAN 500 ROWS ON FILE - NOTHING"
                           " APPLIED"
                   WHEN WS-PROP-CTR = ZERO
                       DISPLAY "NO PROPOSED CHANGES ON FILE"
                   WHEN OTHER
                       PERFORM 300-DECIDE-RTN
                           VARYING SUB2 FROM 1 BY 1
                           UNTIL SUB2 > WS-PROP-CTR OR WS-QUIT
                       PERFORM 600-REWRITE-RTN
               END-EVALUATE
           END-IF
           DISPLAY "PROPOSALS APPROVED: " WS-APPROVED-CTR
               "  REJECTED: " WS-REJECTED-CTR
               "  LEFT PENDING: " WS-LEFT-CTR
           STOP RUN.

       200-LOAD-RTN.
           OPEN INPUT LIMIT-FILE
           IF WS-LIMIT-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 210-LOAD-LIMIT-RTN UNTIL WS-EOF
               CLOSE LIMIT-FILE
           END-IF
           OPEN INPUT PROP-FILE
           IF WS-PROP-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 220-LOAD-PROP-RTN UNTIL WS-EOF
               CLOSE PROP-FILE
           END-IF.

       210-LOAD-LIMIT-RTN.
           READ LIMIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-ROW-CTR < 500
                       ADD 1 TO WS-ROW-CTR
                       MOVE LIMIT-REC TO WS-LIMIT-ROW (WS-ROW-CTR)
                   ELSE
                       MOVE "Y" TO WS-FULL-SW
                   END-IF
           END-READ.

       220-LOAD-PROP-RTN.
           READ PROP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-PROP-CTR < 500
                       ADD 1 TO WS-PROP-CTR
                       MOVE PROP-REC TO WS-PROP-ROW (WS-PROP-CTR)
                   ELSE
                       MOVE "Y" TO WS-FULL-SW
                   END-IF
           END-READ.

       300-DECIDE-RTN.
           MOVE WS-PROP-ROW (SUB2) TO PROP-REC
           IF LP-STATUS = "P"
               PERFORM 310-SHOW-RTN
               DISPLAY "A=APPROVE  R=REJECT  S=SKIP  Q=QUIT"
               ACCEPT WS-DECISION
               EVALUATE WS-DECISION
                   WHEN "A"
                   WHEN "R"
                       PERFORM 400-APPLY-RTN
                   WHEN "Q"
                       MOVE "Y" TO WS-QUIT-SW
                       ADD 1 TO WS-LEFT-CTR
                   WHEN OTHER
                       ADD 1 TO WS-LEFT-CTR
               END-EVALUATE
           END-IF.

       310-SHOW-RTN.
           MOVE LP-OLD-LIMIT TO WS-LIMIT-EDIT
           MOVE LP-NEW-LIMIT TO WS-NEW-EDIT
           EVALUATE LP-ACTION
               WHEN "I"
                   DISPLAY "ACCOUNT " LP-ACCT-NO "  INCREASE "
                       WS-LIMIT-EDIT " TO " WS-NEW-EDIT
               WHEN "D"
                   DISPLAY "ACCOUNT " LP-ACCT-NO "  DECREASE "
                       WS-LIMIT-EDIT " TO " WS-NEW-EDIT
               WHEN OTHER
                   DISPLAY "ACCOUNT " LP-ACCT-NO "  NO CHANGE AT "
                       WS-LIMIT-EDIT
           END-EVALUATE
           DISPLAY "  REASON: " LP-REASON "  REVIEWED: "
               LP-OLD-REVIEW "  NEXT REVIEW: " LP-NEXT-REVIEW.

      ******************************************************************
      * THE LIMIT ROW MUST STILL BE THE ONE THE REVIEW MEASURED - SAME
      * AMOUNT - OR THE PROPOSAL IS STALE AND STAYS PENDING.
      ******************************************************************
       400-APPLY-RTN.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING SUB1 FROM 1 BY 1
               UNTIL SUB1 > WS-ROW-CTR OR WS-FOUND
               IF WS-LIMIT-ROW (SUB1) (1:4) = LP-ACCT-NO
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               DISPLAY "LIMIT ROW NO LONGER ON FILE - LEFT PENDING"
               ADD 1 TO WS-LEFT-CTR
           ELSE
               SUBTRACT 1 FROM SUB1
               MOVE WS-LIMIT-ROW (SUB1) TO LIMIT-REC
               IF LIM-AMOUNT NOT = LP-OLD-LIMIT
                   DISPLAY "LIMIT CHANGED SINCE THE REVIEW - LEFT"
                       " PENDING"
                   ADD 1 TO WS-LEFT-CTR
               ELSE
                   PERFORM 450-UPDATE-ROW-RTN
               END-IF
           END-IF.

       450-UPDATE-ROW-RTN.
           MOVE LIMIT-REC TO WS-BEFORE-IMAGE
           IF WS-DECISION = "A"
               MOVE LP-NEW-LIMIT TO LIM-AMOUNT
               MOVE "A" TO LP-STATUS
               ADD 1 TO WS-APPROVED-CTR
           ELSE
               MOVE "R" TO LP-STATUS
               ADD 1 TO WS-REJECTED-CTR
           END-IF
           MOVE LP-NEXT-REVIEW TO LIM-REVIEW-DATE
           MOVE LIMIT-REC TO WS-LIMIT-ROW (SUB1)
           MOVE LIMIT-REC TO WS-AFTER-IMAGE
           MOVE WS-OPERATOR-ID TO LP-OPERATOR
           MOVE WS-BUS-DATE TO LP-DECIDED-DATE
           MOVE PROP-REC TO WS-PROP-ROW (SUB2)
           MOVE LIM-ACCT-NO TO WS-LOG-KEY
           CALL 'MAINT-LOG-RTN' USING WS-OPERATOR-ID WS-LOG-PROGRAM
               WS-LOG-FILE WS-LOG-ACTION WS-LOG-KEY WS-BEFORE-IMAGE
               WS-AFTER-IMAGE.

      ******************************************************************
      * PUT BOTH FILES BACK FROM THE TABLES. THE LIMIT FILE IS ONLY
      * REWRITTEN WHEN A ROW WAS APPLIED.
      ******************************************************************
       600-REWRITE-RTN.
           IF WS-APPROVED-CTR > ZERO OR WS-REJECTED-CTR > ZERO
               OPEN OUTPUT LIMIT-FILE
               PERFORM 610-WRITE-LIMIT-RTN
                   VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ROW-CTR
               CLOSE LIMIT-FILE
           END-IF
           OPEN OUTPUT PROP-FILE
           PERFORM 620-WRITE-PROP-RTN
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-PROP-CTR
           CLOSE PROP-FILE.

       610-WRITE-LIMIT-RTN.
           MOVE WS-LIMIT-ROW (SUB1) TO LIMIT-REC
           WRITE LIMIT-REC.

       620-WRITE-PROP-RTN.
           MOVE WS-PROP-ROW (SUB1) TO PROP-REC
           WRITE PROP-REC.
