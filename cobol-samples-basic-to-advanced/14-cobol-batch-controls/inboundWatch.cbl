      ******************************************************************
      *15-10-2026 GD - INBOUND FILE CUTOFF WATCH. A FEED THAT NEVER
      *ARRIVED LOOKED EXACTLY LIKE A QUIET NIGHT - BANK-IMPORT PASSES
      *CLEAN WITH NO FILE PRESENT. THIS STEP READS THE EXPECTED-FEED
      *LIST (INBWATCH_EXP_PATH - ONE ROW PER FEED: FEED ID AS THE
      *INBOUND REGISTRY KNOWS IT, CUTOFF DAY 0 = THE BUSINESS DATE OR
      *1 = THE DAY AFTER, CUTOFF TIME HHMM, DESCRIPTION) AND THE
      *INBOUND REGISTRY INBOUND-REG-RTN KEEPS (INBREG_PATH, COPYBOOK
      *INBREG), AND FOR EACH EXPECTED FEED SAYS WHETHER A FILE WAS
      *ACCEPTED FOR THE BUSINESS DATE:
      *  - RECEIVED IN TIME            - REPORTED;
      *  - RECEIVED AFTER ITS CUTOFF   - REPORTED LATE, INFO ALERT;
      *  - NOT RECEIVED, CUTOFF PASSED - WARNING ALERT, RC 4;
      *  - NOT RECEIVED, NOT YET DUE   - REPORTED, NOTHING RAISED.
      *A FILE REFUSED AS A DUPLICATE DOES NOT COUNT AS RECEIVED. THE
      *STEP CAN RUN AS OFTEN AS OPERATIONS LIKES - IT ONLY READS.
      *REPORT PATH FROM INBWATCH_RPT_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUND-WATCH.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT EXP-FILE ASSIGN TO WS-EXP-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXP-STATUS.
       SELECT REG-FILE ASSIGN TO WS-REG-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.
       SELECT RPT-FILE ASSIGN TO WS-RPT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EXP-FILE
           RECORD CONTAINS 40 CHARACTERS.
           01 EXP-REC.
               02 EX-FEED-ID             PIC X(8).
               02 EX-CUTOFF-DAY          PIC 9.
               02 EX-CUTOFF-TIME         PIC 9(4).
               02 EX-DESC                PIC X(27).
       FD REG-FILE
           RECORD CONTAINS 100 CHARACTERS.
           01 REG-REC.
           COPY INBREG.
       FD RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 RPT-REC                    PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-EXP-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/InboundExpected.txt".
           01 WS-REG-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/InboundRegistry.txt".
           01 WS-RPT-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/InboundWatch.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-EXP-STATUS              PIC XX.
           01 WS-REG-STATUS              PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-LOG-PROGRAM  PIC X(20) VALUE "INBOUND-WATCH".
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
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-TODAY                   PIC 9(8).
           01 WS-NOW-TIME                PIC 9(8).
           01 WS-NOW-HHMM                PIC 9(4).
           01 WS-BUS-DAYS                PIC 9(7).
           01 WS-TODAY-DAYS              PIC 9(7).
           01 WS-DUE-DAYS                PIC 9(7).
           01 WS-RECV-DAYS               PIC 9(7).
           01 WS-RECV-HHMM               PIC 9(4).
      *    THE FEEDS ACCEPTED FOR THE BUSINESS DATE - THE FIRST
      *    RECEIPT OF EACH, AND HOW MANY FILES OR BATCHES CAME IN.
           01 WS-RECV-TABLE.
               02 WS-RV-ENTRY OCCURS 50 TIMES.
                   03 WS-RV-FEED-ID      PIC X(8).
                   03 WS-RV-DATE         PIC 9(8).
                   03 WS-RV-TIME         PIC 9(6).
                   03 WS-RV-FILES        PIC 9(4).
           01 WS-RV-CTR                  PIC 9(2) VALUE ZERO.
           01 WS-RV-IDX                  PIC 9(2).
           01 WS-RV-FOUND                PIC 9(2).
           01 WS-REG-CTR                 PIC 9(6) VALUE ZERO.
           01 WS-EXP-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-ONTIME-CTR              PIC 9(3) VALUE ZERO.
           01 WS-LATE-CTR                PIC 9(3) VALUE ZERO.
           01 WS-MISSING-CTR             PIC 9(3) VALUE ZERO.
           01 WS-NOTDUE-CTR              PIC 9(3) VALUE ZERO.
           01 HD-LINE1.
               02 FILLER                 PIC X(27)
                   VALUE "INBOUND FILES EXPECTED FOR ".
               02 HD-DATE-OUT            PIC 9(8).
               02 FILLER                 PIC X(45) VALUE SPACES.
           01 HD-LINE2.
               02 FILLER                 PIC X(10) VALUE "FEED".
               02 FILLER                 PIC X(29) VALUE "DESCRIPTION".
               02 FILLER                 PIC X(8) VALUE "CUTOFF".
               02 FILLER                 PIC X(33) VALUE "STATUS".
           01 DTL-LINE.
               02 DTL-FEED-OUT           PIC X(8).
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 DTL-DESC-OUT           PIC X(27).
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 DTL-DAY-OUT            PIC X(2).
               02 DTL-CUTOFF-OUT         PIC 9(4).
               02 FILLER                 PIC X(2) VALUE SPACES.
               02 DTL-STATUS-OUT         PIC X(33).
           01 WS-STATUS-TEXT.
               02 ST-WORD                PIC X(14).
               02 ST-DATE                PIC 9(8).
               02 FILLER                 PIC X VALUE SPACE.
               02 ST-TIME                PIC 9(4).
               02 FILLER                 PIC X(2) VALUE " X".
               02 ST-FILES               PIC ZZZ9.
           01 TOT-LINE.
               02 FILLER                 PIC X(10) VALUE "IN TIME: ".
               02 TOT-ONTIME-OUT         PIC ZZ9.
               02 FILLER                 PIC X(9) VALUE "  LATE: ".
               02 TOT-LATE-OUT           PIC ZZ9.
               02 FILLER                 PIC X(16)
                   VALUE "  NOT RECEIVED: ".
               02 TOT-MISSING-OUT        PIC ZZ9.
               02 FILLER                 PIC X(15)
                   VALUE "  NOT YET DUE: ".
               02 TOT-NOTDUE-OUT         PIC ZZ9.
               02 FILLER                 PIC X(18) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-GET-FILE-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME (1:4) TO WS-NOW-HHMM
           CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-BUS-DATE
               BY REFERENCE WS-BUS-DAYS
           CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-TODAY
               BY REFERENCE WS-TODAY-DAYS
           PERFORM 200-LOAD-REGISTRY-RTN
           OPEN OUTPUT RPT-FILE
           MOVE WS-BUS-DATE TO HD-DATE-OUT
           WRITE RPT-REC FROM HD-LINE1
           WRITE RPT-REC FROM HD-LINE2
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS NOT = "00"
               DISPLAY "EXPECTED-FEED LIST NOT AVAILABLE - STATUS "
                   WS-EXP-STATUS
               MOVE "EXPECTED-FEED LIST NOT AVAILABLE - NOTHING CHECKED"
                   TO RPT-REC
               WRITE RPT-REC
               CLOSE RPT-FILE
               MOVE "W" TO WS-ALERT-SEV
               MOVE "NO EXPECTED-FEED LIST - INBOUND CUTOFFS UNCHECKED"
                   TO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-LOG-PROGRAM
                   WS-ALERT-MSG
               MOVE 4 TO RETURN-CODE
               PERFORM 900-RUN-LOG-RTN
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM 300-CHECK-ONE-RTN UNTIL WS-EOF
           CLOSE EXP-FILE
           MOVE WS-ONTIME-CTR TO TOT-ONTIME-OUT
           MOVE WS-LATE-CTR TO TOT-LATE-OUT
           MOVE WS-MISSING-CTR TO TOT-MISSING-OUT
           MOVE WS-NOTDUE-CTR TO TOT-NOTDUE-OUT
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM TOT-LINE
           CLOSE RPT-FILE
           DISPLAY "FEEDS EXPECTED: " WS-EXP-CTR
               "  NOT RECEIVED PAST CUTOFF: " WS-MISSING-CTR
           IF WS-MISSING-CTR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

       150-GET-FILE-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "INBWATCH_EXP_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-EXP-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "INBREG_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REG-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "INBWATCH_RPT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF.

      ******************************************************************
      * THE ACCEPTED RECEIPTS FOR THE BUSINESS DATE. NO REGISTRY YET
      * MEANS NOTHING HAS BEEN RECEIVED.
      ******************************************************************
       200-LOAD-REGISTRY-RTN.
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 250-LOAD-ONE-RTN UNTIL WS-EOF
               CLOSE REG-FILE
           ELSE
               DISPLAY "INBOUND REGISTRY NOT AVAILABLE - STATUS "
                   WS-REG-STATUS " - NOTHING RECEIVED"
           END-IF.

       250-LOAD-ONE-RTN.
           READ REG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-REG-CTR
                   IF IR-ACCEPTED AND IR-BUS-DATE = WS-BUS-DATE
                       PERFORM 260-NOTE-RECEIPT-RTN
                   END-IF
           END-READ.

       260-NOTE-RECEIPT-RTN.
           MOVE ZERO TO WS-RV-FOUND
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
               UNTIL WS-RV-IDX > WS-RV-CTR
               IF WS-RV-FEED-ID (WS-RV-IDX) = IR-FEED-ID
                   MOVE WS-RV-IDX TO WS-RV-FOUND
                   MOVE WS-RV-CTR TO WS-RV-IDX
               END-IF
           END-PERFORM
           IF WS-RV-FOUND > ZERO
               ADD 1 TO WS-RV-FILES (WS-RV-FOUND)
           ELSE
               IF WS-RV-CTR < 50
                   ADD 1 TO WS-RV-CTR
                   MOVE IR-FEED-ID TO WS-RV-FEED-ID (WS-RV-CTR)
                   MOVE IR-RECV-DATE TO WS-RV-DATE (WS-RV-CTR)
                   MOVE IR-RECV-TIME TO WS-RV-TIME (WS-RV-CTR)
                   MOVE 1 TO WS-RV-FILES (WS-RV-CTR)
               END-IF
           END-IF.

      ******************************************************************
      * ONE EXPECTED FEED. ITS CUTOFF FALLS ON THE BUSINESS DATE PLUS
      * THE CUTOFF DAY; IT HAS PASSED WHEN TODAY IS A LATER DAY, OR
      * THE SAME DAY AT OR AFTER THE CUTOFF TIME. A RECEIPT IS LATE
      * BY THE SAME TEST ON ITS OWN RECEIVED DATE AND TIME.
      ******************************************************************
       300-CHECK-ONE-RTN.
           READ EXP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF EX-FEED-ID NOT = SPACES
                       AND EX-CUTOFF-DAY IS NUMERIC
                       AND EX-CUTOFF-TIME IS NUMERIC
                       ADD 1 TO WS-EXP-CTR
                       PERFORM 350-JUDGE-FEED-RTN
                   END-IF
           END-READ.

       350-JUDGE-FEED-RTN.
           COMPUTE WS-DUE-DAYS = WS-BUS-DAYS + EX-CUTOFF-DAY
           MOVE SPACES TO DTL-LINE
           MOVE EX-FEED-ID TO DTL-FEED-OUT
           MOVE EX-DESC TO DTL-DESC-OUT
           IF EX-CUTOFF-DAY > ZERO
               MOVE "+1" TO DTL-DAY-OUT
           END-IF
           MOVE EX-CUTOFF-TIME TO DTL-CUTOFF-OUT
           MOVE ZERO TO WS-RV-FOUND
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
               UNTIL WS-RV-IDX > WS-RV-CTR
               IF WS-RV-FEED-ID (WS-RV-IDX) = EX-FEED-ID
                   MOVE WS-RV-IDX TO WS-RV-FOUND
                   MOVE WS-RV-CTR TO WS-RV-IDX
               END-IF
           END-PERFORM
           IF WS-RV-FOUND > ZERO
               PERFORM 360-RECEIVED-RTN
           ELSE
               PERFORM 370-NOT-RECEIVED-RTN
           END-IF
           WRITE RPT-REC FROM DTL-LINE.

       360-RECEIVED-RTN.
           CALL 'DATE-DAYS-RTN' USING BY CONTENT
               WS-RV-DATE (WS-RV-FOUND) BY REFERENCE WS-RECV-DAYS
           MOVE WS-RV-TIME (WS-RV-FOUND) (1:4) TO WS-RECV-HHMM
           MOVE WS-RV-DATE (WS-RV-FOUND) TO ST-DATE
           MOVE WS-RECV-HHMM TO ST-TIME
           MOVE WS-RV-FILES (WS-RV-FOUND) TO ST-FILES
           IF WS-RECV-DAYS > WS-DUE-DAYS
               OR (WS-RECV-DAYS = WS-DUE-DAYS
                   AND WS-RECV-HHMM > EX-CUTOFF-TIME)
               MOVE "RECEIVED LATE " TO ST-WORD
               ADD 1 TO WS-LATE-CTR
               MOVE "I" TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-MSG
               STRING EX-FEED-ID " ARRIVED AFTER ITS CUTOFF - RECEIVED "
                   ST-DATE " " ST-TIME DELIMITED BY SIZE
                   INTO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-LOG-PROGRAM
                   WS-ALERT-MSG
           ELSE
               MOVE "RECEIVED      " TO ST-WORD
               ADD 1 TO WS-ONTIME-CTR
           END-IF
           MOVE WS-STATUS-TEXT TO DTL-STATUS-OUT.

       370-NOT-RECEIVED-RTN.
           IF WS-TODAY-DAYS > WS-DUE-DAYS
               OR (WS-TODAY-DAYS = WS-DUE-DAYS
                   AND WS-NOW-HHMM NOT < EX-CUTOFF-TIME)
               MOVE "NOT RECEIVED - PAST CUTOFF" TO DTL-STATUS-OUT
               ADD 1 TO WS-MISSING-CTR
               MOVE "W" TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-MSG
               STRING EX-FEED-ID " NOT RECEIVED BY ITS "
                   EX-CUTOFF-TIME " CUTOFF - "
                   EX-DESC DELIMITED BY SIZE INTO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-LOG-PROGRAM
                   WS-ALERT-MSG
           ELSE
               MOVE "NOT YET DUE" TO DTL-STATUS-OUT
               ADD 1 TO WS-NOTDUE-CTR
           END-IF.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
      * NOT SET, AS IN A STANDALONE LESSON RUN).
      ******************************************************************
       900-RUN-LOG-RTN.
           COMPUTE WS-LOG-READ = WS-REG-CTR + WS-EXP-CTR
           MOVE WS-EXP-CTR TO WS-LOG-WRITTEN
           MOVE WS-MISSING-CTR TO WS-LOG-REJECTED
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
