      ******************************************************************
      *15-10-2026 GD - PARTITIONED SEQ-UPDATE. SEQ-UPDATE HAD BECOME THE
      *LONGEST STEP ON THE ACCOUNT TRACK AND STILL RAN AS ONE STREAM
      *OVER THE WHOLE MASTER. IT NOW RUNS AS SEVERAL PARTITIONS SIDE BY
      *SIDE (SEQUPD_PART_NO / SEQUPD_PART_LOW / SEQUPD_PART_HIGH), EACH
      *WRITING ITS OWN ".PN" SLICE OF EVERY OUTPUT. THIS STEP PUTS THE
      *SLICES BACK TOGETHER:
      *  - EVERY PARTITION'S CONTROL FILE MUST BE THERE WITH ITS
      *    "SEQPRT", "SEQUPD" AND "SEQBAL" LINES, ALL FOR TODAY'S
      *    BUSINESS DATE, AND THE RANGES MUST RUN 0000 TO 9999 IN
      *    PARTITION ORDER WITH NO GAP OR OVERLAP. ANYTHING LESS ENDS
      *    THE STEP RC 8 WITH NOTHING WRITTEN - MASTER.NEW IS NEVER
      *    BUILT FROM PART OF THE BOOK.
      *  - THE NEW MASTER, AUDIT, REJECT, SUSPENSE, MAINTENANCE,
      *    DUPLICATE, RETURNED-ITEM AND SWEEP SLICES ARE CONCATENATED
      *    IN PARTITION ORDER, WHICH IS KEY ORDER, INTO THE FILES THE
      *    SINGLE-STREAM RUN WOULD HAVE WRITTEN; THE PENDING SLICES ARE
      *    APPENDED TO THE PENDING FILE.
      *  - THE PARTITION CONTROL LINES ARE SUMMED INTO ONE CONTROL FILE
      *    LAID OUT EXACTLY AS SEQ-UPDATE WRITES IT - THE SINGLE
      *    "SEQUPD" AND "SEQBAL" LINES NIGHT-BALANCE, MASTER-SWAP AND
      *    GL-POST ALREADY READ, AND THE PER-BRANCH TOTALS.
      *THE FILE PATHS ARE SEQ-UPDATE'S OWN PARAMETERS (SEQUPD_NEW_PATH
      *AND THE REST, THROUGH RUN-PARM-RTN) SO THE TWO STEPS CANNOT
      *DISAGREE ON WHERE THE SLICES ARE; SEQUPD_PARTS GIVES THE NUMBER
      *OF PARTITIONS. RC 4 WHEN THE COMBINED RUN HAS REJECTS, SUSPENSE
      *OR DUPLICATES, AS SEQ-UPDATE ENDS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQ-UPDATE-MERGE.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT PART-FILE ASSIGN TO WS-PART-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PART-STATUS.
       SELECT OUT-FILE ASSIGN TO WS-OUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT CONTROL-FILE ASSIGN TO WS-CTL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PART-FILE
           RECORD CONTAINS 132 CHARACTERS.
           01 PART-REC                   PIC X(132).
       FD OUT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           01 OUT-REC                    PIC X(132).
       FD CONTROL-FILE.
           01 CONTROL-REC                PIC X(90).
       WORKING-STORAGE SECTION.
           01 WS-NEW-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/NEW-MASTER.txt".
           01 WS-REJ-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/TRANS-REJ.txt".
           01 WS-AUDIT-FILE-PATH         PIC X(80) VALUE
               "/Users/gaetanodorsi/UPDATE-AUDIT.txt".
           01 WS-SUSP-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/SUSPENSE.txt".
           01 WS-CTL-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/UPDATE-CTL.txt".
           01 WS-PEND-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/PENDING.txt".
           01 WS-MAINT-FILE-PATH         PIC X(80) VALUE
               "/Users/gaetanodorsi/MAINT-REG.txt".
           01 WS-DUP-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/TRANS-DUP.txt".
           01 WS-NSF-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/RETURNED-ITEMS.txt".
           01 WS-SWEEP-FILE-PATH         PIC X(80) VALUE
               "/Users/gaetanodorsi/SWEEP-REG.txt".
           01 WS-PART-PATH               PIC X(80).
           01 WS-OUT-PATH                PIC X(80).
           01 WS-BASE-PATH               PIC X(80).
           01 WS-PART-SUFFIX             PIC X(3).
           01 WS-PART-STATUS             PIC XX.
           01 WS-OUT-STATUS              PIC XX.
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-PARM-PROGRAM            PIC X(8) VALUE "SEQUPD  ".
           01 WS-PARM-NAME               PIC X(20).
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-PARTS                   PIC 9 VALUE ZERO.
           01 WS-PART-IDX                PIC 9.
           01 WS-KIND-IDX                PIC 99.
           01 WS-KIND-NAME               PIC X(14).
           01 WS-APPEND-SW               PIC X.
               88 WS-APPENDING                  VALUE "Y".
           01 WS-COPY-CTR                PIC 9(7).
           01 WS-TOTAL-COPIED            PIC 9(7) VALUE ZERO.
           01 WS-BAD-SW                  PIC X VALUE "N".
               88 WS-MERGE-BAD                  VALUE "Y".
           01 WS-ALERT-SEV               PIC X.
           01 WS-ALERT-MSG               PIC X(60).
           01 WS-LOG-PROGRAM  PIC X(20) VALUE "SEQ-UPDATE-MERGE".
           01 WS-LOG-START.
               02 WS-LOG-START-DATE  PIC 9(6).
               02 WS-LOG-START-TIME  PIC 9(6).
           01 WS-LOG-READ     PIC 9(6).
           01 WS-LOG-WRITTEN  PIC 9(6).
           01 WS-LOG-REJECTED PIC 9(6).
           01 WS-LOG-RC       PIC 9(2).
           01 WS-LOG-TIME-HOLD PIC 9(8).
      *    WHAT EACH PARTITION'S CONTROL FILE SAID - THE LINES FOUND
      *    AND THE RANGE IT COVERED.
           01 WS-PART-TABLE.
               02 WS-PART-ENTRY OCCURS 9 TIMES.
                   03 WS-PT-PRT-SW       PIC X.
                   03 WS-PT-UPD-SW       PIC X.
                   03 WS-PT-BAL-SW       PIC X.
                   03 WS-PT-LOW          PIC 9(4).
                   03 WS-PT-HIGH         PIC 9(4).
           01 WS-NEXT-LOW                PIC 9(5).
      *    THE PARTITION LINES AS SEQ-UPDATE WRITES THEM.
           01 WS-CTL-HOLD                PIC X(90).
           01 WS-PRT-VIEW REDEFINES WS-CTL-HOLD.
               02 FILLER                 PIC X(8).
               02 PRT-PART-NO            PIC 9.
               02 FILLER                 PIC X.
               02 PRT-LOW                PIC X(4).
               02 FILLER                 PIC X.
               02 PRT-HIGH               PIC X(4).
               02 FILLER                 PIC X.
               02 PRT-RUN-DATE           PIC 9(8).
               02 FILLER                 PIC X(62).
           01 WS-UPD-VIEW REDEFINES WS-CTL-HOLD.
               02 FILLER                 PIC X(8).
               02 UPD-TRANS-READ         PIC 9(5).
               02 FILLER                 PIC X.
               02 UPD-POSTED             PIC 9(5).
               02 FILLER                 PIC X.
               02 UPD-REJECTED           PIC 9(5).
               02 FILLER                 PIC X.
               02 UPD-SUSPENDED          PIC 9(5).
               02 FILLER                 PIC X.
               02 UPD-NEW                PIC 9(5).
               02 FILLER                 PIC X.
               02 UPD-REG                PIC 9(5).
               02 FILLER                 PIC X.
               02 UPD-NOCHG              PIC 9(5).
               02 FILLER                 PIC X.
               02 UPD-MASTER-READ        PIC 9(5).
               02 FILLER                 PIC X.
               02 UPD-PENDING            PIC 9(5).
               02 FILLER                 PIC X.
               02 UPD-MAINT              PIC 9(5).
               02 FILLER                 PIC X.
               02 UPD-DUP                PIC 9(5).
               02 FILLER                 PIC X.
               02 UPD-XFER-LEGS          PIC 9(5).
               02 FILLER                 PIC X.
               02 UPD-REV-LEGS           PIC 9(5).
               02 FILLER                 PIC X(4).
           01 WS-BAL-VIEW REDEFINES WS-CTL-HOLD.
               02 FILLER                 PIC X(8).
               02 BAL-OLD-SIGN           PIC X.
               02 BAL-OLD-TOTAL          PIC 9(7)V99.
               02 FILLER                 PIC X.
               02 BAL-NEW-SIGN           PIC X.
               02 BAL-NEW-TOTAL          PIC 9(7)V99.
               02 FILLER                 PIC X(61).
           01 WS-BRL-VIEW REDEFINES WS-CTL-HOLD.
               02 FILLER                 PIC X(7).
               02 BRL-CODE               PIC X(2).
               02 FILLER                 PIC X(12).
               02 BRL-OLD                PIC -ZZZ,ZZ9.99.
               02 FILLER                 PIC X(12).
               02 BRL-NEW                PIC -ZZZ,ZZ9.99.
               02 FILLER                 PIC X(35).
      *    THE COMBINED COUNTERS AND TOTALS.
           01 WS-TRANS-READ-CTR          PIC 9(5) VALUE ZERO.
           01 WS-POSTED-CTR              PIC 9(5) VALUE ZERO.
           01 WS-REJECT-CTR              PIC 9(5) VALUE ZERO.
           01 WS-SUSPENSE-CTR            PIC 9(5) VALUE ZERO.
           01 WS-NEW-CTR                 PIC 9(5) VALUE ZERO.
           01 WS-REG-CTR                 PIC 9(5) VALUE ZERO.
           01 WS-NOCHG-CTR               PIC 9(5) VALUE ZERO.
           01 WS-MASTER-READ-CTR         PIC 9(5) VALUE ZERO.
           01 WS-PENDING-CTR             PIC 9(5) VALUE ZERO.
           01 WS-MAINT-CTR               PIC 9(5) VALUE ZERO.
           01 WS-DUP-CTR                 PIC 9(5) VALUE ZERO.
           01 WS-XFER-LEG-CTR            PIC 9(5) VALUE ZERO.
           01 WS-REV-LEG-CTR             PIC 9(5) VALUE ZERO.
           01 WS-OLD-TOTAL               PIC S9(7)V99 VALUE ZERO.
           01 WS-NEW-TOTAL               PIC S9(7)V99 VALUE ZERO.
           01 WS-BRANCH-TABLE.
               02 WS-BRANCH-ENTRY OCCURS 10 TIMES.
                   03 WS-BR-CODE        PIC X(2).
                   03 WS-BR-OLD-TOTAL   PIC S9(7)V99.
                   03 WS-BR-NEW-TOTAL   PIC S9(7)V99.
           01 WS-BRANCH-CTR             PIC 99 VALUE ZERO.
           01 WS-BRANCH-IDX             PIC 99.
           01 WS-BRANCH-AMT             PIC S9(7)V99.
      *    THE CONTROL LINES - THE SAME LAYOUTS SEQ-UPDATE WRITES.
           01 CTL-LINE.
               02 FILLER            PIC X(17) VALUE "REGULAR UPDATES:".
               02 CTL-REG-OUT        PIC ZZZZ9.
               02 FILLER            PIC X(12) VALUE "  NEW ACCTS:".
               02 CTL-NEW-OUT        PIC ZZZZ9.
               02 FILLER            PIC X(12) VALUE "  NO CHANGE:".
               02 CTL-NOCHG-OUT      PIC ZZZZ9.
               02 FILLER            PIC X(12) VALUE "  SUSPENDED:".
               02 CTL-SUSPENSE-OUT   PIC ZZZZ9.
               02 FILLER            PIC X(11) VALUE "  REJECTED:".
               02 CTL-REJECT-OUT     PIC ZZZZ9.
           01 CTL-BAL-LINE.
               02 FILLER           PIC X(17) VALUE "OLD MASTER TOTAL:".
               02 CTL-OLD-TOTAL-OUT PIC -ZZZ,ZZ9.99.
               02 FILLER           PIC X(14) VALUE "  NEW MAS TOT:".
               02 CTL-NEW-TOTAL-OUT PIC -ZZZ,ZZ9.99.
           01 CTL-RECON-LINE.
               02 FILLER           PIC X(17) VALUE "MASTER RECS READ:".
               02 CTL-MASTER-READ-OUT PIC ZZZZ9.
               02 FILLER           PIC X(12) VALUE "  ACCTS OK: ".
               02 CTL-ACCOUNTED-OUT PIC X(3).
           01 CTL-MACHINE-LINE.
               02 FILLER            PIC X(8) VALUE "SEQUPD  ".
               02 CTL-M-TRANS-READ  PIC 9(5).
               02 FILLER            PIC X VALUE SPACE.
               02 CTL-M-POSTED      PIC 9(5).
               02 FILLER            PIC X VALUE SPACE.
               02 CTL-M-REJECTED    PIC 9(5).
               02 FILLER            PIC X VALUE SPACE.
               02 CTL-M-SUSPENDED   PIC 9(5).
               02 FILLER            PIC X VALUE SPACE.
               02 CTL-M-NEW         PIC 9(5).
               02 FILLER            PIC X VALUE SPACE.
               02 CTL-M-REG         PIC 9(5).
               02 FILLER            PIC X VALUE SPACE.
               02 CTL-M-NOCHG       PIC 9(5).
               02 FILLER            PIC X VALUE SPACE.
               02 CTL-M-MASTER-READ PIC 9(5).
               02 FILLER            PIC X VALUE SPACE.
               02 CTL-M-PENDING     PIC 9(5).
               02 FILLER            PIC X VALUE SPACE.
               02 CTL-M-MAINT       PIC 9(5).
               02 FILLER            PIC X VALUE SPACE.
               02 CTL-M-DUP         PIC 9(5).
               02 FILLER            PIC X VALUE SPACE.
               02 CTL-M-XFER-LEGS   PIC 9(5).
               02 FILLER            PIC X VALUE SPACE.
               02 CTL-M-REV-LEGS    PIC 9(5).
           01 CTL-TOTAL-MACHINE-LINE.
               02 FILLER            PIC X(8) VALUE "SEQBAL  ".
               02 CTL-MT-OLD-SIGN   PIC X.
               02 CTL-MT-OLD-TOTAL  PIC 9(7)V99.
               02 FILLER            PIC X VALUE SPACE.
               02 CTL-MT-NEW-SIGN   PIC X.
               02 CTL-MT-NEW-TOTAL  PIC 9(7)V99.
           01 CTL-BRANCH-LINE.
               02 FILLER            PIC X(7) VALUE "BRANCH ".
               02 CTL-BR-CODE-OUT   PIC X(2).
               02 FILLER            PIC X(12) VALUE "  OLD TOTAL:".
               02 CTL-BR-OLD-OUT    PIC -ZZZ,ZZ9.99.
               02 FILLER            PIC X(12) VALUE "  NEW TOTAL:".
               02 CTL-BR-NEW-OUT    PIC -ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-GET-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           IF WS-PARTS = ZERO
               DISPLAY "SEQUPD_PARTS NOT SET - NO PARTITIONS TO MERGE"
               MOVE "Y" TO WS-BAD-SW
           ELSE
               PERFORM 200-READ-PART-CTL-RTN
                   VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PARTS
               PERFORM 300-CHECK-RANGES-RTN
           END-IF
           IF WS-MERGE-BAD
               MOVE "C" TO WS-ALERT-SEV
               MOVE "SEQ-UPDATE PARTITIONS INCOMPLETE - NOTHING MERGED"
                   TO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-LOG-PROGRAM
                   WS-ALERT-MSG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 400-MERGE-KIND-RTN
                   VARYING WS-KIND-IDX FROM 1 BY 1
                   UNTIL WS-KIND-IDX > 9
               PERFORM 600-CONTROL-TOTALS-RTN
               DISPLAY "PARTITIONS MERGED: " WS-PARTS
                   "  RECORDS COPIED: " WS-TOTAL-COPIED
           END-IF
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

      ******************************************************************
      * THE SAME PATHS SEQ-UPDATE RESOLVES - THE RUN-PARAMETER MASTER
      * UNDER ITS NAME FIRST, THE ENVIRONMENT AS THE FALLBACK.
      ******************************************************************
       150-GET-PARMS-RTN.
           MOVE "SEQUPD_NEW_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-NEW-FILE-PATH
           END-IF
           MOVE "SEQUPD_REJ_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-REJ-FILE-PATH
           END-IF
           MOVE "SEQUPD_AUDIT_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-AUDIT-FILE-PATH
           END-IF
           MOVE "SEQUPD_SUSP_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-SUSP-FILE-PATH
           END-IF
           MOVE "SEQUPD_CTL_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CTL-FILE-PATH
           END-IF
           MOVE "SEQUPD_PEND_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PEND-FILE-PATH
           END-IF
           MOVE "SEQUPD_MAINT_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-MAINT-FILE-PATH
           END-IF
           MOVE "SEQUPD_DUP_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-DUP-FILE-PATH
           END-IF
           MOVE "SEQUPD_NSF_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-NSF-FILE-PATH
           END-IF
           MOVE "SEQUPD_SWEEP_PATH" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-SWEEP-FILE-PATH
           END-IF
           MOVE "SEQUPD_PARTS" TO WS-PARM-NAME
           PERFORM 155-GET-PARM-RTN
           IF WS-ENV-HOLD (1:1) IS NUMERIC
               MOVE WS-ENV-HOLD (1:1) TO WS-PARTS
           END-IF.

       155-GET-PARM-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           CALL 'RUN-PARM-RTN' USING WS-PARM-PROGRAM WS-PARM-NAME
               WS-ENV-HOLD.

      ******************************************************************
      * ONE PARTITION'S CONTROL FILE - ITS COUNTERS AND TOTALS ADDED
      * INTO THE COMBINED FIGURES AS THEY ARE READ. A FILE THAT IS
      * MISSING, SHORT OF A LINE OR FROM ANOTHER DAY SPOILS THE MERGE.
      ******************************************************************
       200-READ-PART-CTL-RTN.
           MOVE "N" TO WS-PT-PRT-SW (WS-PART-IDX)
           MOVE "N" TO WS-PT-UPD-SW (WS-PART-IDX)
           MOVE "N" TO WS-PT-BAL-SW (WS-PART-IDX)
           MOVE WS-CTL-FILE-PATH TO WS-BASE-PATH
           PERFORM 450-PART-PATH-RTN
           OPEN INPUT PART-FILE
           IF WS-PART-STATUS NOT = "00"
               DISPLAY "PARTITION " WS-PART-IDX " CONTROL FILE NOT"
                   " AVAILABLE - STATUS " WS-PART-STATUS
               MOVE "Y" TO WS-BAD-SW
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 210-PART-CTL-LINE-RTN UNTIL WS-EOF
               CLOSE PART-FILE
               IF WS-PT-PRT-SW (WS-PART-IDX) NOT = "Y"
                   OR WS-PT-UPD-SW (WS-PART-IDX) NOT = "Y"
                   OR WS-PT-BAL-SW (WS-PART-IDX) NOT = "Y"
                   DISPLAY "PARTITION " WS-PART-IDX " CONTROL FILE"
                       " INCOMPLETE - RUN DID NOT FINISH"
                   MOVE "Y" TO WS-BAD-SW
               END-IF
           END-IF.

       210-PART-CTL-LINE-RTN.
           READ PART-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE PART-REC TO WS-CTL-HOLD
                   EVALUATE TRUE
                       WHEN WS-CTL-HOLD (1:8) = "SEQPRT  "
                           PERFORM 220-PART-LINE-RTN
                       WHEN WS-CTL-HOLD (1:8) = "SEQUPD  "
                           PERFORM 230-UPD-LINE-RTN
                       WHEN WS-CTL-HOLD (1:8) = "SEQBAL  "
                           PERFORM 240-BAL-LINE-RTN
                       WHEN WS-CTL-HOLD (1:7) = "BRANCH "
                           PERFORM 250-BRANCH-LINE-RTN
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       220-PART-LINE-RTN.
           IF PRT-PART-NO NOT = WS-PART-IDX
               OR PRT-RUN-DATE NOT = WS-BUS-DATE
               OR PRT-LOW IS NOT NUMERIC
               OR PRT-HIGH IS NOT NUMERIC
               DISPLAY "PARTITION " WS-PART-IDX " CONTROL FILE IS FOR"
                   " PARTITION " PRT-PART-NO " DATE " PRT-RUN-DATE
                   " - NOT TONIGHT'S"
           ELSE
               MOVE "Y" TO WS-PT-PRT-SW (WS-PART-IDX)
               MOVE PRT-LOW TO WS-PT-LOW (WS-PART-IDX)
               MOVE PRT-HIGH TO WS-PT-HIGH (WS-PART-IDX)
           END-IF.

       230-UPD-LINE-RTN.
           MOVE "Y" TO WS-PT-UPD-SW (WS-PART-IDX)
           ADD UPD-TRANS-READ TO WS-TRANS-READ-CTR
           ADD UPD-POSTED TO WS-POSTED-CTR
           ADD UPD-REJECTED TO WS-REJECT-CTR
           ADD UPD-SUSPENDED TO WS-SUSPENSE-CTR
           ADD UPD-NEW TO WS-NEW-CTR
           ADD UPD-REG TO WS-REG-CTR
           ADD UPD-NOCHG TO WS-NOCHG-CTR
           ADD UPD-MASTER-READ TO WS-MASTER-READ-CTR
           ADD UPD-PENDING TO WS-PENDING-CTR
           ADD UPD-MAINT TO WS-MAINT-CTR
           ADD UPD-DUP TO WS-DUP-CTR
           ADD UPD-XFER-LEGS TO WS-XFER-LEG-CTR
           ADD UPD-REV-LEGS TO WS-REV-LEG-CTR.

       240-BAL-LINE-RTN.
           MOVE "Y" TO WS-PT-BAL-SW (WS-PART-IDX)
           IF BAL-OLD-SIGN = "-"
               SUBTRACT BAL-OLD-TOTAL FROM WS-OLD-TOTAL
           ELSE
               ADD BAL-OLD-TOTAL TO WS-OLD-TOTAL
           END-IF
           IF BAL-NEW-SIGN = "-"
               SUBTRACT BAL-NEW-TOTAL FROM WS-NEW-TOTAL
           ELSE
               ADD BAL-NEW-TOTAL TO WS-NEW-TOTAL
           END-IF.

      ******************************************************************
      * A BRANCH'S OLD AND NEW TOTALS FOR ONE PARTITION - A BRANCH CAN
      * HOLD ACCOUNTS IN EVERY PARTITION, SO THE SLOTS ARE SHARED.
      ******************************************************************
       250-BRANCH-LINE-RTN.
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-CTR
               OR WS-BR-CODE (WS-BRANCH-IDX) = BRL-CODE
               CONTINUE
           END-PERFORM
           IF WS-BRANCH-IDX > WS-BRANCH-CTR
               IF WS-BRANCH-CTR < 10
                   ADD 1 TO WS-BRANCH-CTR
                   MOVE WS-BRANCH-CTR TO WS-BRANCH-IDX
                   MOVE BRL-CODE TO WS-BR-CODE (WS-BRANCH-IDX)
                   MOVE ZERO TO WS-BR-OLD-TOTAL (WS-BRANCH-IDX)
                   MOVE ZERO TO WS-BR-NEW-TOTAL (WS-BRANCH-IDX)
               ELSE
                   MOVE 1 TO WS-BRANCH-IDX
               END-IF
           END-IF
           MOVE BRL-OLD TO WS-BRANCH-AMT
           ADD WS-BRANCH-AMT TO WS-BR-OLD-TOTAL (WS-BRANCH-IDX)
           MOVE BRL-NEW TO WS-BRANCH-AMT
           ADD WS-BRANCH-AMT TO WS-BR-NEW-TOTAL (WS-BRANCH-IDX).

      ******************************************************************
      * THE RANGES MUST COVER THE WHOLE KEYSPACE IN PARTITION ORDER -
      * PARTITION 1 FROM 0000, EACH NEXT ONE STARTING RIGHT AFTER THE
      * LAST, THE FINAL ONE ENDING AT 9999 - OR AN ACCOUNT WOULD BE
      * LOST FROM THE NEW MASTER OR WRITTEN TO IT TWICE.
      ******************************************************************
       300-CHECK-RANGES-RTN.
           IF NOT WS-MERGE-BAD
               MOVE ZERO TO WS-NEXT-LOW
               PERFORM 310-CHECK-ONE-RANGE-RTN
                   VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PARTS
               IF WS-NEXT-LOW NOT = 10000
                   DISPLAY "PARTITIONS END AT " WS-NEXT-LOW
                       " - ACCOUNTS UP TO 9999 NOT COVERED"
                   MOVE "Y" TO WS-BAD-SW
               END-IF
           END-IF.

       310-CHECK-ONE-RANGE-RTN.
           IF WS-PT-LOW (WS-PART-IDX) NOT = WS-NEXT-LOW
               OR WS-PT-HIGH (WS-PART-IDX) < WS-PT-LOW (WS-PART-IDX)
               DISPLAY "PARTITION " WS-PART-IDX " COVERS "
                   WS-PT-LOW (WS-PART-IDX) "-" WS-PT-HIGH (WS-PART-IDX)
                   " BUT THE NEXT ACCOUNT DUE IS " WS-NEXT-LOW
               MOVE "Y" TO WS-BAD-SW
           END-IF
           COMPUTE WS-NEXT-LOW = WS-PT-HIGH (WS-PART-IDX) + 1.

      ******************************************************************
      * ONE OUTPUT - ITS SLICES COPIED IN PARTITION ORDER INTO THE
      * FILE THE SINGLE-STREAM RUN WRITES. THE PENDING FILE IS THE ONE
      * SEQ-UPDATE APPENDS TO, SO ITS SLICES ARE APPENDED TOO.
      ******************************************************************
       400-MERGE-KIND-RTN.
           MOVE "N" TO WS-APPEND-SW
           EVALUATE WS-KIND-IDX
               WHEN 1
                   MOVE WS-NEW-FILE-PATH TO WS-BASE-PATH
                   MOVE "NEW MASTER" TO WS-KIND-NAME
               WHEN 2
                   MOVE WS-AUDIT-FILE-PATH TO WS-BASE-PATH
                   MOVE "AUDIT" TO WS-KIND-NAME
               WHEN 3
                   MOVE WS-REJ-FILE-PATH TO WS-BASE-PATH
                   MOVE "REJECT" TO WS-KIND-NAME
               WHEN 4
                   MOVE WS-SUSP-FILE-PATH TO WS-BASE-PATH
                   MOVE "SUSPENSE" TO WS-KIND-NAME
               WHEN 5
                   MOVE WS-MAINT-FILE-PATH TO WS-BASE-PATH
                   MOVE "MAINTENANCE" TO WS-KIND-NAME
               WHEN 6
                   MOVE WS-DUP-FILE-PATH TO WS-BASE-PATH
                   MOVE "DUPLICATE" TO WS-KIND-NAME
               WHEN 7
                   MOVE WS-NSF-FILE-PATH TO WS-BASE-PATH
                   MOVE "RETURNED ITEM" TO WS-KIND-NAME
               WHEN 8
                   MOVE WS-SWEEP-FILE-PATH TO WS-BASE-PATH
                   MOVE "SWEEP REGISTER" TO WS-KIND-NAME
               WHEN OTHER
                   MOVE WS-PEND-FILE-PATH TO WS-BASE-PATH
                   MOVE "PENDING" TO WS-KIND-NAME
                   MOVE "Y" TO WS-APPEND-SW
           END-EVALUATE
           MOVE WS-BASE-PATH TO WS-OUT-PATH
           IF WS-APPENDING
               OPEN EXTEND OUT-FILE
               IF WS-OUT-STATUS = "35"
                   OPEN OUTPUT OUT-FILE
               END-IF
           ELSE
               OPEN OUTPUT OUT-FILE
           END-IF
           MOVE ZERO TO WS-COPY-CTR
           PERFORM 410-COPY-SLICE-RTN
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PARTS
           CLOSE OUT-FILE
           ADD WS-COPY-CTR TO WS-TOTAL-COPIED
           DISPLAY WS-KIND-NAME " RECORDS: " WS-COPY-CTR.

       410-COPY-SLICE-RTN.
           PERFORM 450-PART-PATH-RTN
           OPEN INPUT PART-FILE
           IF WS-PART-STATUS NOT = "00"
               DISPLAY WS-KIND-NAME " SLICE FOR PARTITION "
                   WS-PART-IDX " NOT AVAILABLE - STATUS "
                   WS-PART-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 420-COPY-ONE-RTN UNTIL WS-EOF
               CLOSE PART-FILE
           END-IF.

       420-COPY-ONE-RTN.
           READ PART-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   WRITE OUT-REC FROM PART-REC
                   ADD 1 TO WS-COPY-CTR
           END-READ.

      ******************************************************************
      * THE SLICE OF WS-BASE-PATH FOR PARTITION WS-PART-IDX - THE
      * ".PN" SUFFIX SEQ-UPDATE PUTS ON ITS OUTPUTS.
      ******************************************************************
       450-PART-PATH-RTN.
           MOVE SPACES TO WS-PART-SUFFIX
           STRING ".P" WS-PART-IDX DELIMITED BY SIZE
               INTO WS-PART-SUFFIX
           MOVE SPACES TO WS-PART-PATH
           STRING WS-BASE-PATH DELIMITED BY SPACE
               WS-PART-SUFFIX DELIMITED BY SIZE
               INTO WS-PART-PATH.

      ******************************************************************
      * THE COMBINED CONTROL FILE, LINE FOR LINE AS SEQ-UPDATE WRITES
      * IT, WITH THE SAME RECONCILIATION AND RETURN CODES.
      ******************************************************************
       600-CONTROL-TOTALS-RTN.
           OPEN OUTPUT CONTROL-FILE
           MOVE WS-REG-CTR TO CTL-REG-OUT
           MOVE WS-NEW-CTR TO CTL-NEW-OUT
           MOVE WS-NOCHG-CTR TO CTL-NOCHG-OUT
           MOVE WS-SUSPENSE-CTR TO CTL-SUSPENSE-OUT
           MOVE WS-REJECT-CTR TO CTL-REJECT-OUT
           WRITE CONTROL-REC FROM CTL-LINE
           MOVE WS-OLD-TOTAL TO CTL-OLD-TOTAL-OUT
           MOVE WS-NEW-TOTAL TO CTL-NEW-TOTAL-OUT
           WRITE CONTROL-REC FROM CTL-BAL-LINE
           MOVE WS-MASTER-READ-CTR TO CTL-MASTER-READ-OUT
           IF WS-MASTER-READ-CTR = WS-REG-CTR + WS-NOCHG-CTR
               MOVE "YES" TO CTL-ACCOUNTED-OUT
           ELSE
               MOVE "NO " TO CTL-ACCOUNTED-OUT
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE CONTROL-REC FROM CTL-RECON-LINE
           MOVE WS-TRANS-READ-CTR TO CTL-M-TRANS-READ
           MOVE WS-POSTED-CTR TO CTL-M-POSTED
           MOVE WS-REJECT-CTR TO CTL-M-REJECTED
           MOVE WS-SUSPENSE-CTR TO CTL-M-SUSPENDED
           MOVE WS-NEW-CTR TO CTL-M-NEW
           MOVE WS-REG-CTR TO CTL-M-REG
           MOVE WS-NOCHG-CTR TO CTL-M-NOCHG
           MOVE WS-MASTER-READ-CTR TO CTL-M-MASTER-READ
           MOVE WS-PENDING-CTR TO CTL-M-PENDING
           MOVE WS-MAINT-CTR TO CTL-M-MAINT
           MOVE WS-DUP-CTR TO CTL-M-DUP
           MOVE WS-XFER-LEG-CTR TO CTL-M-XFER-LEGS
           MOVE WS-REV-LEG-CTR TO CTL-M-REV-LEGS
           WRITE CONTROL-REC FROM CTL-MACHINE-LINE
           MOVE "+" TO CTL-MT-OLD-SIGN
           IF WS-OLD-TOTAL < ZERO
               MOVE "-" TO CTL-MT-OLD-SIGN
           END-IF
           MOVE WS-OLD-TOTAL TO CTL-MT-OLD-TOTAL
           MOVE "+" TO CTL-MT-NEW-SIGN
           IF WS-NEW-TOTAL < ZERO
               MOVE "-" TO CTL-MT-NEW-SIGN
           END-IF
           MOVE WS-NEW-TOTAL TO CTL-MT-NEW-TOTAL
           WRITE CONTROL-REC FROM CTL-TOTAL-MACHINE-LINE
           PERFORM 650-BRANCH-CTL-RTN
               VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-CTR
           CLOSE CONTROL-FILE
           IF RETURN-CODE < 8
               AND (WS-REJECT-CTR > ZERO OR WS-SUSPENSE-CTR > ZERO
                   OR WS-DUP-CTR > ZERO)
                   MOVE 4 TO RETURN-CODE
           END-IF.

       650-BRANCH-CTL-RTN.
           MOVE WS-BR-CODE (WS-BRANCH-IDX) TO CTL-BR-CODE-OUT
           MOVE WS-BR-OLD-TOTAL (WS-BRANCH-IDX) TO CTL-BR-OLD-OUT
           MOVE WS-BR-NEW-TOTAL (WS-BRANCH-IDX) TO CTL-BR-NEW-OUT
           WRITE CONTROL-REC FROM CTL-BRANCH-LINE.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM.
      ******************************************************************
       900-RUN-LOG-RTN.
           MOVE WS-TRANS-READ-CTR TO WS-LOG-READ
           MOVE WS-POSTED-CTR TO WS-LOG-WRITTEN
           MOVE WS-REJECT-CTR TO WS-LOG-REJECTED
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
