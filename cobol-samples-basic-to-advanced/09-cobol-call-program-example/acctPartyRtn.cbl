      ******************************************************************
      *15-10-2026 GD - SHARED ACCOUNT-PARTY LOOKUP. AN ACCOUNT USED TO
      *BE ONE NAME ON THE CUSTOMER MASTER; JOINT OWNERS, SIGNERS AND
      *POWERS OF ATTORNEY NOW SIT ON THE ACCOUNT-PARTY FILE THAT
      *ACCT-PARTY-MAINT KEEPS. ANY PROGRAM THAT ADDRESSES OR
      *IDENTIFIES THE PEOPLE ON AN ACCOUNT CALLS THIS ROUTINE WITH THE
      *ACCOUNT NUMBER AND AN AS-OF DATE (ZERO = THE BUSINESS DATE) AND
      *GETS BACK THE PARTY LIST (COPYBOOK PARTYLST) - PRIMARY FIRST,
      *THEN JOINT OWNERS, SIGNERS AND POWERS OF ATTORNEY - EACH
      *FLAGGED ACTIVE OR NOT AT THE AS-OF DATE. THE FILE IS READ ONCE,
      *ON THE FIRST CALL OF THE RUN, INTO A TABLE OF 2000 ROWS.
      *THE FILE PATH COMES FROM ACCTPARTY_PATH - WHEN IT IS NOT SET OR
      *THE FILE IS MISSING EVERY ACCOUNT HAS NO PARTIES, SO CALLERS
      *FALL BACK TO THE CUSTOMER MASTER'S ONE NAME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-PARTY-RTN.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT PARTY-FILE ASSIGN TO WS-PTY-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PTY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARTY-FILE
           RECORD CONTAINS 47 CHARACTERS.
           01 PARTY-REC.
           COPY PARTYREC.
       WORKING-STORAGE SECTION.
           01 WS-PTY-FILE-PATH           PIC X(80) VALUE SPACES.
           01 WS-PTY-STATUS              PIC XX.
           01 WS-EOF-SW                  PIC X.
           01 WS-LOADED-SW               PIC X VALUE "N".
               88 WS-TABLE-LOADED               VALUE "Y".
           01 WS-AS-OF                   PIC 9(8).
           01 WS-PT-CTR                  PIC 9(4) VALUE ZERO.
           01 WS-PT-IDX                  PIC 9(4).
           01 WS-ROLE-IDX                PIC 9.
           01 WS-ROLE-ORDER              PIC X(4) VALUE "PJSA".
           01 WS-PARTY-TABLE.
               02 WS-PT-ENTRY OCCURS 2000 TIMES.
                   03 WS-PT-ACCT         PIC X(4).
                   03 WS-PT-PARTY-ID     PIC X(6).
                   03 WS-PT-ROLE         PIC X.
                   03 WS-PT-NAME         PIC X(20).
                   03 WS-PT-START        PIC 9(8).
                   03 WS-PT-END          PIC 9(8).
       LINKAGE SECTION.
           01 LK-ACCT-NO                 PIC X(4).
           01 LK-AS-OF                   PIC 9(8).
           01 LK-PARTY-LIST.
           COPY PARTYLST.
       PROCEDURE DIVISION USING LK-ACCT-NO LK-AS-OF LK-PARTY-LIST.
       100-MAIN-RTN.
           IF NOT WS-TABLE-LOADED
               PERFORM 200-LOAD-RTN
           END-IF
           MOVE LK-AS-OF TO WS-AS-OF
           IF WS-AS-OF = ZERO
               CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-AS-OF
           END-IF
           MOVE ZERO TO PL-CTR
           MOVE "N" TO PL-MORE
           PERFORM 300-ONE-ROLE-RTN
               VARYING WS-ROLE-IDX FROM 1 BY 1 UNTIL WS-ROLE-IDX > 4
           EXIT PROGRAM.

       200-LOAD-RTN.
           MOVE "Y" TO WS-LOADED-SW
           ACCEPT WS-PTY-FILE-PATH FROM ENVIRONMENT "ACCTPARTY_PATH"
           IF WS-PTY-FILE-PATH NOT = SPACES
               OPEN INPUT PARTY-FILE
               IF WS-PTY-STATUS = "00"
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 250-LOAD-ONE-RTN UNTIL WS-EOF-SW = "Y"
                   CLOSE PARTY-FILE
               END-IF
           END-IF.

       250-LOAD-ONE-RTN.
           READ PARTY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-PT-CTR < 2000
                       ADD 1 TO WS-PT-CTR
                       MOVE PTY-ACCT-NO TO WS-PT-ACCT (WS-PT-CTR)
                       MOVE PTY-PARTY-ID TO WS-PT-PARTY-ID (WS-PT-CTR)
                       MOVE PTY-ROLE TO WS-PT-ROLE (WS-PT-CTR)
                       MOVE PTY-NAME TO WS-PT-NAME (WS-PT-CTR)
                       MOVE PTY-START-DATE TO WS-PT-START (WS-PT-CTR)
                       MOVE PTY-END-DATE TO WS-PT-END (WS-PT-CTR)
                   ELSE
                       DISPLAY "ACCOUNT-PARTY TABLE FULL - ACCOUNT "
                           PTY-ACCT-NO " " PTY-NAME " NOT LOADED"
                   END-IF
           END-READ.

      ******************************************************************
      * ONE PASS OF THE TABLE FOR ONE ROLE, IN THE P/J/S/A ORDER THE
      * CALLERS PRINT THEM IN.
      ******************************************************************
       300-ONE-ROLE-RTN.
           PERFORM 350-ONE-ROW-RTN
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-CTR.

       350-ONE-ROW-RTN.
           IF WS-PT-ACCT (WS-PT-IDX) = LK-ACCT-NO
               AND WS-PT-ROLE (WS-PT-IDX) =
                   WS-ROLE-ORDER (WS-ROLE-IDX:1)
               IF PL-CTR < 10
                   ADD 1 TO PL-CTR
                   MOVE WS-PT-PARTY-ID (WS-PT-IDX)
                       TO PL-PARTY-ID (PL-CTR)
                   MOVE WS-PT-ROLE (WS-PT-IDX) TO PL-ROLE (PL-CTR)
                   MOVE WS-PT-NAME (WS-PT-IDX) TO PL-NAME (PL-CTR)
                   MOVE WS-PT-START (WS-PT-IDX)
                       TO PL-START-DATE (PL-CTR)
                   MOVE WS-PT-END (WS-PT-IDX) TO PL-END-DATE (PL-CTR)
                   IF WS-PT-START (WS-PT-IDX) <= WS-AS-OF
                       AND (WS-PT-END (WS-PT-IDX) = ZERO
                       OR WS-PT-END (WS-PT-IDX) >= WS-AS-OF)
                       MOVE "Y" TO PL-ACTIVE (PL-CTR)
                   ELSE
                       MOVE "N" TO PL-ACTIVE (PL-CTR)
                   END-IF
               ELSE
                   MOVE "Y" TO PL-MORE
               END-IF
           END-IF.
