      ******************************************************************
      *15-10-2026 GD - SHARED INBOUND FILE RECEIPT REGISTRY. NIGHT-GATE
      *KEEPS A RESTARTED NIGHT FROM IMPORTING THE SAME FEED TWICE, BUT
      *NOTHING STOPPED A SENDER RESENDING YESTERDAY'S FILE UNDER
      *TONIGHT'S NAME - IT IMPORTED AGAIN AS IF IT WERE NEW. EVERY
      *STEP THAT RECEIVES A FILE FROM OUTSIDE THE CYCLE NOW CALLS THIS
      *ROUTINE, BEFORE IT ACTS ON THE FILE, WITH THE FEED ID, THE
      *SENDER'S HEADER IDENTITY, THE DETAIL COUNT AND TWO HASH TOTALS
      *(AMOUNT IN CENTS, ACCOUNT NUMBERS ADDED UP). THE REGISTRY
      *(COPYBOOK INBREG) IS SEARCHED FOR AN ACCEPTED FILE OF THE SAME
      *FEED WITH THE SAME IDENTITY, OR WITH THE SAME COUNT AND BOTH
      *HASHES; EITHER ONE REFUSES THE FILE. EVERY FILE HANDED IN IS
      *REGISTERED - ACCEPTED ("A") OR REFUSED ("I" IDENTITY, "H"
      *HASH) - AND A REFUSAL RAISES A CRITICAL ALERT UNDER THE
      *CALLER'S PROGRAM NAME. THE VERDICT GOES BACK IN LK-VERDICT.
      *THE ROW IS WRITTEN BEFORE THE CALLER ACTS, SO A STEP THAT DIES
      *PART-WAY THROUGH AN IMPORT HAS ITS RERUN REFUSED AND ALERTED
      *RATHER THAN POSTED A SECOND TIME.
      *THE REGISTRY PATH COMES FROM INBREG_PATH - WHEN IT IS NOT SET
      *(A STANDALONE LESSON RUN) EVERY FILE IS ACCEPTED AND NOTHING
      *IS WRITTEN, THE SAME CONTRACT ALERT-RTN KEEPS. THE BUSINESS
      *DATE COMES FROM BUS-DATE-RTN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUND-REG-RTN.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT REG-FILE ASSIGN TO WS-REG-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REG-FILE
           RECORD CONTAINS 100 CHARACTERS.
           01 REG-REC.
           COPY INBREG.
       WORKING-STORAGE SECTION.
           01 WS-REG-FILE-PATH           PIC X(80) VALUE SPACES.
           01 WS-REG-STATUS              PIC XX.
           01 WS-EOF-SW                  PIC X.
               88 WS-EOF                        VALUE "Y".
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-TIME-HOLD               PIC 9(8).
           01 WS-TODAY                   PIC 9(8).
           01 WS-STATUS-HOLD             PIC X.
           01 WS-MATCH-DATE              PIC 9(8).
           01 WS-MATCH-EDIT              PIC 9(8).
           01 WS-ALERT-SEV               PIC X.
           01 WS-ALERT-MSG               PIC X(60).
       LINKAGE SECTION.
           01 LK-PROGRAM                 PIC X(20).
           01 LK-FEED-ID                 PIC X(8).
           01 LK-IDENTITY                PIC X(24).
           01 LK-REC-COUNT               PIC 9(8).
           01 LK-AMT-HASH                PIC 9(12).
           01 LK-ACCT-HASH               PIC 9(12).
           01 LK-VERDICT                 PIC X.
       PROCEDURE DIVISION USING LK-PROGRAM LK-FEED-ID LK-IDENTITY
           LK-REC-COUNT LK-AMT-HASH LK-ACCT-HASH LK-VERDICT.
       100-MAIN-RTN.
           MOVE "A" TO LK-VERDICT
           MOVE SPACES TO WS-REG-FILE-PATH
           ACCEPT WS-REG-FILE-PATH FROM ENVIRONMENT "INBREG_PATH"
           IF WS-REG-FILE-PATH NOT = SPACES
               CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
               MOVE "A" TO WS-STATUS-HOLD
               MOVE ZERO TO WS-MATCH-DATE
               PERFORM 200-SEARCH-RTN
               PERFORM 300-REGISTER-RTN
               MOVE WS-STATUS-HOLD TO LK-VERDICT
               IF WS-STATUS-HOLD NOT = "A"
                   PERFORM 400-ALERT-RTN
               END-IF
           END-IF
           EXIT PROGRAM.

      ******************************************************************
      * ONLY ACCEPTED ROWS COUNT - A FILE REFUSED LAST NIGHT AND
      * RESENT CORRECTED TONIGHT MUST NOT BE REFUSED FOR MATCHING ITS
      * OWN REFUSAL. A REGISTRY NOT YET CREATED HAS NOTHING TO MATCH.
      ******************************************************************
       200-SEARCH-RTN.
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 250-SEARCH-ONE-RTN UNTIL WS-EOF
               CLOSE REG-FILE
           END-IF.

       250-SEARCH-ONE-RTN.
           READ REG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF IR-FEED-ID = LK-FEED-ID AND IR-ACCEPTED
                       AND WS-STATUS-HOLD = "A"
                       EVALUATE TRUE
                           WHEN LK-IDENTITY NOT = SPACES
                               AND IR-IDENTITY = LK-IDENTITY
                               MOVE "I" TO WS-STATUS-HOLD
                               MOVE IR-BUS-DATE TO WS-MATCH-DATE
                           WHEN LK-REC-COUNT > ZERO
                               AND IR-REC-COUNT = LK-REC-COUNT
                               AND IR-AMT-HASH = LK-AMT-HASH
                               AND IR-ACCT-HASH = LK-ACCT-HASH
                               MOVE "H" TO WS-STATUS-HOLD
                               MOVE IR-BUS-DATE TO WS-MATCH-DATE
                       END-EVALUATE
                   END-IF
           END-READ.

       300-REGISTER-RTN.
           OPEN EXTEND REG-FILE
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT REG-FILE
           END-IF
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "INBOUND REGISTRY NOT AVAILABLE - STATUS "
                   WS-REG-STATUS " - " LK-FEED-ID " NOT REGISTERED"
           ELSE
               MOVE SPACES TO REG-REC
               MOVE LK-FEED-ID TO IR-FEED-ID
               MOVE LK-IDENTITY TO IR-IDENTITY
               MOVE LK-REC-COUNT TO IR-REC-COUNT
               MOVE LK-AMT-HASH TO IR-AMT-HASH
               MOVE LK-ACCT-HASH TO IR-ACCT-HASH
               MOVE WS-BUS-DATE TO IR-BUS-DATE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY TO IR-RECV-DATE
               ACCEPT WS-TIME-HOLD FROM TIME
               MOVE WS-TIME-HOLD (1:6) TO IR-RECV-TIME
               MOVE WS-STATUS-HOLD TO IR-STATUS
               MOVE WS-MATCH-DATE TO IR-MATCH-DATE
               WRITE REG-REC
               CLOSE REG-FILE
           END-IF.

       400-ALERT-RTN.
           MOVE "C" TO WS-ALERT-SEV
           MOVE WS-MATCH-DATE TO WS-MATCH-EDIT
           MOVE SPACES TO WS-ALERT-MSG
           IF WS-STATUS-HOLD = "I"
               STRING LK-FEED-ID " REFUSED - SAME HEADER AS FILE OF "
                   WS-MATCH-EDIT DELIMITED BY SIZE INTO WS-ALERT-MSG
           ELSE
               STRING LK-FEED-ID " REFUSED - SAME TOTALS AS FILE OF "
                   WS-MATCH-EDIT DELIMITED BY SIZE INTO WS-ALERT-MSG
           END-IF
           DISPLAY WS-ALERT-MSG
           CALL 'ALERT-RTN' USING WS-ALERT-SEV LK-PROGRAM
               WS-ALERT-MSG.
