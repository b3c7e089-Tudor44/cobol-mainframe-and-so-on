      ******************************************************************
      *15-10-2026 GD - TELLER BATCH RECEIPT. PROVED TELLER BATCHES WERE
      *COPIED ONTO THE NIGHT'S TELLER BATCH FILE BY HAND, AND A BATCH
      *COPIED TWICE WAS COUNTED TWICE BY EVERY STEP THAT READS IT.
      *THIS STEP NOW RECEIVES THEM: THE BATCHES DROPPED IN THE INBOUND
      *FILE (TLRRCV_IN_PATH, ANY NUMBER OF HD/TR BATCHES AS
      *TELLER-CAPTURE WROTE THEM) ARE EACH HANDED TO INBOUND-REG-RTN
      *AS FEED "TLRBATCH" - THE HEADER (CAPTURE DATE, "TLR" + TELLER
      *ID AND CAPTURE TIME) IS THE IDENTITY, WITH THE ITEM COUNT, THE
      *AMOUNT TOTAL IN CENTS AND THE ACCOUNT NUMBERS ADDED UP. EVERY
      *BATCH THE REGISTRY ACCEPTS IS APPENDED TO THE TELLER BATCH FILE
      *(TLRRCV_OUT_PATH) THE NIGHT READS; A BATCH IT REFUSES AS A
      *REPEAT, OR ONE WITH NO TR TRAILER, IS LEFT OUT. ONCE EVERY
      *BATCH HAS BEEN DEALT WITH THE INBOUND FILE IS EMPTIED, SO THE
      *SAME BATCHES ARE NOT OFFERED AGAIN TOMORROW.
      *RC 4 WHEN ANY BATCH WAS LEFT OUT (THE REGISTRY RAISES THE
      *CRITICAL ALERT FOR A REPEAT; AN UNFINISHED BATCH RAISES A
      *WARNING); RC 8, INBOUND FILE UNTOUCHED, WHEN THE BATCH FILE
      *WILL NOT OPEN. NO INBOUND FILE IS A NIGHT WITH NO BATCHES.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLER-RECEIPT.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
          SELECT IN-FILE ASSIGN TO WS-IN-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
          SELECT TLR-FILE ASSIGN TO WS-TLR-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TLR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE
           RECORD CONTAINS 18 TO 34 CHARACTERS.
           01 IN-REC                       PIC X(34).
           01 IN-HDR-REC.
               02 TH-TAG                   PIC X(2).
               02 TH-IDENT                 PIC X(22).
       FD TLR-FILE
           RECORD CONTAINS 18 TO 34 CHARACTERS.
           01 TLR-REC                      PIC X(34).
       WORKING-STORAGE SECTION.
           01 WS-IN-FILE-PATH            PIC X(80) VALUE
               "/Users/gaetanodorsi/TellerInbound.txt".
           01 WS-TLR-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/TellerBatches.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-IN-STATUS               PIC XX.
           01 WS-TLR-STATUS              PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-LOG-PROGRAM  PIC X(20) VALUE "TELLER-RECEIPT".
           01 WS-LOG-START.
               02 WS-LOG-START-DATE  PIC 9(6).
               02 WS-LOG-START-TIME  PIC 9(6).
           01 WS-LOG-READ     PIC 9(6).
           01 WS-LOG-WRITTEN  PIC 9(6).
           01 WS-LOG-REJECTED PIC 9(6).
           01 WS-LOG-RC       PIC 9(2).
           01 WS-LOG-TIME-HOLD PIC 9(8).
           01 WS-ALERT-SEV               PIC X.
           01 WS-ALERT-MSG               PIC X(60).
           01 WS-TRANS-HOLD.
           COPY TRANSREC.
      *    WHAT THE INBOUND REGISTRY IS TOLD ABOUT EACH BATCH.
           01 WS-REG-FEED-ID             PIC X(8) VALUE "TLRBATCH".
           01 WS-FEED-IDENT              PIC X(24).
           01 WS-REG-COUNT               PIC 9(8).
           01 WS-REG-AMT-HASH            PIC 9(12).
           01 WS-REG-ACCT-HASH           PIC 9(12).
           01 WS-REG-VERDICT             PIC X.
           01 WS-CENTS                   PIC 9(6).
           01 WS-ACCT-NUM                PIC 9(4).
      *    ONE VERDICT PER BATCH IN FILE ORDER - "A" ACCEPTED, "I" OR
      *    "H" REFUSED BY THE REGISTRY, "N" NO TRAILER. THE SECOND
      *    PASS COPIES ONLY THE "A" BATCHES.
           01 WS-BATCH-TABLE.
               02 WS-BT-VERDICT OCCURS 500 TIMES PIC X.
           01 WS-BATCH-CTR               PIC 9(3) VALUE ZERO.
           01 WS-BATCH-IDX               PIC 9(3).
           01 WS-IN-BATCH-SW             PIC X VALUE "N".
               88 WS-IN-BATCH                   VALUE "Y".
           01 WS-COPY-SW                 PIC X VALUE "N".
               88 WS-COPYING                    VALUE "Y".
           01 WS-FULL-SW                 PIC X VALUE "N".
               88 WS-TABLE-FULL                 VALUE "Y".
           01 WS-READ-CTR                PIC 9(6) VALUE ZERO.
           01 WS-COPIED-CTR              PIC 9(6) VALUE ZERO.
           01 WS-ACCEPTED-CTR            PIC 9(3) VALUE ZERO.
           01 WS-REFUSED-CTR             PIC 9(3) VALUE ZERO.
           01 WS-UNFINISHED-CTR          PIC 9(3) VALUE ZERO.
           01 WS-STRAY-CTR               PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-GET-FILE-PARMS-RTN
           OPEN INPUT IN-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "NO TELLER BATCHES RECEIVED - STATUS "
                   WS-IN-STATUS
               PERFORM 900-RUN-LOG-RTN
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 200-SCAN-ONE-RTN UNTIL WS-EOF
           IF WS-IN-BATCH
               PERFORM 260-UNFINISHED-RTN
           END-IF
           CLOSE IN-FILE
           OPEN EXTEND TLR-FILE
           IF WS-TLR-STATUS = "35"
               OPEN OUTPUT TLR-FILE
           END-IF
           IF WS-TLR-STATUS NOT = "00"
               DISPLAY "TELLER BATCH FILE NOT AVAILABLE - STATUS "
                   WS-TLR-STATUS " - NOTHING RECEIVED"
               MOVE "C" TO WS-ALERT-SEV
               MOVE "TELLER BATCH FILE WILL NOT OPEN - BATCHES LEFT IN"
                   TO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-LOG-PROGRAM
                   WS-ALERT-MSG
               MOVE 8 TO RETURN-CODE
               PERFORM 900-RUN-LOG-RTN
               STOP RUN
           END-IF
           OPEN INPUT IN-FILE
           MOVE ZERO TO WS-BATCH-IDX
           MOVE "N" TO WS-EOF-SW
           PERFORM 300-COPY-ONE-RTN UNTIL WS-EOF
           CLOSE IN-FILE
           CLOSE TLR-FILE
      *    EVERY BATCH HAS BEEN RECEIVED OR REFUSED - EMPTY THE
      *    INBOUND FILE. WITH THE TABLE FULL SOME WERE NEVER LOOKED AT
      *    AND THE FILE STAYS AS IT IS.
           IF NOT WS-TABLE-FULL
               OPEN OUTPUT IN-FILE
               CLOSE IN-FILE
           END-IF
           DISPLAY "TELLER BATCHES ACCEPTED: " WS-ACCEPTED-CTR
               "  REFUSED: " WS-REFUSED-CTR
               "  UNFINISHED: " WS-UNFINISHED-CTR
           DISPLAY "ITEMS COPIED TO THE BATCH FILE: " WS-COPIED-CTR
           IF WS-STRAY-CTR > ZERO
               DISPLAY "ITEMS OUTSIDE ANY BATCH - DROPPED: "
                   WS-STRAY-CTR
           END-IF
           IF WS-TABLE-FULL
               DISPLAY "MORE THAN 500 BATCHES - THE REST LEFT OUT AND"
                   " THE INBOUND FILE KEPT"
           END-IF
           IF WS-REFUSED-CTR > ZERO OR WS-UNFINISHED-CTR > ZERO
               OR WS-STRAY-CTR > ZERO OR WS-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

       150-GET-FILE-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TLRRCV_IN_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-IN-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "TLRRCV_OUT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-TLR-FILE-PATH
           END-IF.

      ******************************************************************
      * FIRST PASS - TOTAL EACH BATCH AND TAKE THE REGISTRY'S VERDICT
      * AT ITS TRAILER. A HEADER ARRIVING WHILE A BATCH IS STILL OPEN
      * MEANS THE OPEN ONE LOST ITS TRAILER.
      ******************************************************************
       200-SCAN-ONE-RTN.
           MOVE SPACES TO IN-REC
           READ IN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   EVALUATE TH-TAG
                       WHEN "HD"
                           IF WS-IN-BATCH
                               PERFORM 260-UNFINISHED-RTN
                           END-IF
                           PERFORM 210-START-BATCH-RTN
                       WHEN "TR"
                           IF WS-IN-BATCH
                               PERFORM 250-END-BATCH-RTN
                           END-IF
                       WHEN OTHER
                           IF WS-IN-BATCH
                               PERFORM 220-ADD-ITEM-RTN
                           ELSE
                               ADD 1 TO WS-STRAY-CTR
                           END-IF
                   END-EVALUATE
           END-READ.

       210-START-BATCH-RTN.
           IF WS-BATCH-CTR < 500
               ADD 1 TO WS-BATCH-CTR
               MOVE "N" TO WS-BT-VERDICT (WS-BATCH-CTR)
               MOVE "Y" TO WS-IN-BATCH-SW
               MOVE SPACES TO WS-FEED-IDENT
               MOVE TH-IDENT TO WS-FEED-IDENT
               MOVE ZERO TO WS-REG-COUNT
               MOVE ZERO TO WS-REG-AMT-HASH
               MOVE ZERO TO WS-REG-ACCT-HASH
           ELSE
               MOVE "Y" TO WS-FULL-SW
               MOVE "N" TO WS-IN-BATCH-SW
           END-IF.

       220-ADD-ITEM-RTN.
           MOVE IN-REC TO WS-TRANS-HOLD
           ADD 1 TO WS-REG-COUNT
           IF T-AMT-DUE IS NUMERIC
               COMPUTE WS-CENTS = T-AMT-DUE * 100
               ADD WS-CENTS TO WS-REG-AMT-HASH
           END-IF
           IF T-ACCT-NO IS NUMERIC
               MOVE T-ACCT-NO TO WS-ACCT-NUM
               ADD WS-ACCT-NUM TO WS-REG-ACCT-HASH
           END-IF.

       250-END-BATCH-RTN.
           MOVE "N" TO WS-IN-BATCH-SW
           CALL 'INBOUND-REG-RTN' USING WS-LOG-PROGRAM WS-REG-FEED-ID
               WS-FEED-IDENT WS-REG-COUNT WS-REG-AMT-HASH
               WS-REG-ACCT-HASH WS-REG-VERDICT
           MOVE WS-REG-VERDICT TO WS-BT-VERDICT (WS-BATCH-CTR)
           IF WS-REG-VERDICT = "A"
               ADD 1 TO WS-ACCEPTED-CTR
           ELSE
               ADD 1 TO WS-REFUSED-CTR
               DISPLAY "BATCH " WS-FEED-IDENT " REFUSED AS A REPEAT"
           END-IF.

       260-UNFINISHED-RTN.
           MOVE "N" TO WS-IN-BATCH-SW
           ADD 1 TO WS-UNFINISHED-CTR
           DISPLAY "BATCH " WS-FEED-IDENT " HAS NO TRAILER - LEFT OUT"
           MOVE "W" TO WS-ALERT-SEV
           MOVE SPACES TO WS-ALERT-MSG
           STRING "TELLER BATCH WITH NO TRAILER LEFT OUT - "
               WS-FEED-IDENT (9:8) DELIMITED BY SIZE
               INTO WS-ALERT-MSG
           CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-LOG-PROGRAM
               WS-ALERT-MSG.

      ******************************************************************
      * SECOND PASS - COPY THE ACCEPTED BATCHES, HEADER TO TRAILER,
      * ONTO THE NIGHT'S TELLER BATCH FILE.
      ******************************************************************
       300-COPY-ONE-RTN.
           MOVE SPACES TO IN-REC
           READ IN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF TH-TAG = "HD"
                       MOVE "N" TO WS-COPY-SW
                       IF WS-BATCH-IDX < WS-BATCH-CTR
                           ADD 1 TO WS-BATCH-IDX
                           IF WS-BT-VERDICT (WS-BATCH-IDX) = "A"
                               MOVE "Y" TO WS-COPY-SW
                           END-IF
                       END-IF
                   END-IF
                   IF WS-COPYING
                       WRITE TLR-REC FROM IN-REC
                       IF TH-TAG NOT = "HD" AND TH-TAG NOT = "TR"
                           ADD 1 TO WS-COPIED-CTR
                       END-IF
                   END-IF
                   IF TH-TAG = "TR"
                       MOVE "N" TO WS-COPY-SW
                   END-IF
           END-READ.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
      * NOT SET, AS IN A STANDALONE LESSON RUN).
      ******************************************************************
       900-RUN-LOG-RTN.
           MOVE WS-READ-CTR TO WS-LOG-READ
           MOVE WS-COPIED-CTR TO WS-LOG-WRITTEN
           COMPUTE WS-LOG-REJECTED = WS-REFUSED-CTR
               + WS-UNFINISHED-CTR
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
