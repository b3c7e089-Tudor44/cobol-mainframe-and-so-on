      ******************************************************************
      *15-10-2026 GD - RECORDS RETENTION RUN. YEAR-END-CLOSE CUTS AN
      *ANNUAL ARCHIVE OF EACH HISTORY FILE EVERY YEAR AND NOTHING EVER
      *DESTROYED ONE, NOR COULD WE SHOW WHEN ONE WAS DESTROYED. THIS
      *PERIODIC STEP READS THE RETENTION SCHEDULE - ONE ROW PER
      *ARCHIVE TYPE (AUDIT, SALES, TERM, RUNLOG, GLBAL) WITH THE
      *YEARS TO KEEP AND THE ARCHIVE BASE YEAR-END-CLOSE WRITES TO -
      *AND WALKS THE GENERATION CATALOG FOR ANNUAL ARCHIVES
      *("<BASE>.YYYY") OF A SCHEDULED BASE. AN ARCHIVE IS EXPIRED
      *WHEN THE BUSINESS YEAR LESS ITS YEAR EXCEEDS THE YEARS TO KEEP.
      *EVERY RECORD OF AN EXPIRED ARCHIVE IS CHECKED AGAINST THE OPEN
      *HOLDS ON THE LEGAL-HOLD FILE (COPYBOOK LEGLHOLD): A HOLD ON AN
      *ACCOUNT MATCHES THE RECORDS THAT CARRY THAT ACCOUNT (THE AUDIT
      *HISTORY), A DATE RANGE MATCHES THE RECORDS WHOSE DATE FALLS IN
      *IT. HELD RECORDS ARE SPLIT OUT TO "<ARCHIVE>.HELD" FOR COUNSEL
      *AND THE ARCHIVE ITSELF IS REFUSED - KEPT WHOLE - UNTIL NO HOLD
      *MATCHES IT. AN ARCHIVE WITH NO HELD RECORD IS DELETED AND ITS
      *CATALOG ENTRY DROPPED. EVERY EXPIRED ARCHIVE GETS A LINE ON THE
      *DESTRUCTION CERTIFICATE, WHICH IS APPENDED TO AND NEVER
      *REWRITTEN. A MISSING LEGAL-HOLD FILE IS NEVER TAKEN AS "NO
      *HOLDS" - NOTHING IS DESTROYED AND THE STEP ENDS RC 8. AN
      *ARCHIVE THAT IS NOT THERE OR WILL NOT DELETE ENDS RC 4.
      *FILE PATHS FROM RETN_SCHED_PATH / RETN_HOLD_PATH /
      *RETN_CERT_PATH AND GENCAT_PATH FOR THE CATALOG.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-RUN.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT SCHED-FILE ASSIGN TO WS-SCHED-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-STATUS.
       SELECT LH-FILE ASSIGN TO WS-LH-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LH-STATUS.
       SELECT CAT-FILE ASSIGN TO WS-CAT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAT-STATUS.
       SELECT ARCH-FILE ASSIGN TO WS-ARCH-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-STATUS.
       SELECT HELD-FILE ASSIGN TO WS-HELD-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HELD-STATUS.
       SELECT CERT-FILE ASSIGN TO WS-CERT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    RETENTION SCHEDULE - TYPE, YEARS TO KEEP, ARCHIVE BASE.
       FD SCHED-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 RS-REC.
               02 RS-TYPE                PIC X(6).
               02 FILLER                 PIC X.
               02 RS-YEARS               PIC 9(2).
               02 FILLER                 PIC X.
               02 RS-ARCH-BASE           PIC X(70).
       FD LH-FILE
           RECORD CONTAINS 70 CHARACTERS.
           01 LH-REC.
           COPY LEGLHOLD.
       FD CAT-FILE
           RECORD CONTAINS 89 CHARACTERS.
           01 CAT-REC.
               02 CAT-GEN-DATE           PIC 9(8).
               02 FILLER                 PIC X.
               02 CAT-GEN-PATH           PIC X(80).
      *    THE ARCHIVES ARE 12 TO 110 BYTES DEPENDING ON THE TYPE.
       FD ARCH-FILE
           RECORD CONTAINS 110 CHARACTERS.
           01 ARCH-REC                   PIC X(110).
       FD HELD-FILE
           RECORD VARYING IN SIZE FROM 1 TO 110 CHARACTERS
               DEPENDING ON WS-OUT-LEN.
           01 HELD-REC                   PIC X(110).
       FD CERT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           01 CERT-REC                   PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-SCHED-FILE-PATH         PIC X(80) VALUE
               "/Users/gaetanodorsi/RetentionSchedule.txt".
           01 WS-LH-FILE-PATH            PIC X(80) VALUE
               "/Users/gaetanodorsi/LegalHolds.txt".
           01 WS-CAT-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/GenCatalog.txt".
           01 WS-CERT-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/RetentionCert.txt".
           01 WS-ARCH-FILE-PATH          PIC X(80).
           01 WS-HELD-FILE-PATH          PIC X(80).
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-SCHED-STATUS            PIC XX.
           01 WS-LH-STATUS               PIC XX.
           01 WS-CAT-STATUS              PIC XX.
           01 WS-ARCH-STATUS             PIC XX.
           01 WS-HELD-STATUS             PIC XX.
           01 WS-CERT-STATUS             PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-HELD-OPEN-SW            PIC X VALUE "N".
               88 WS-HELD-OPEN                  VALUE "Y".
           01 WS-OUT-LEN                 PIC 9(3).
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-BUS-YEAR                PIC 9(4).
           01 WS-STEP-RC                 PIC 9(2) VALUE ZERO.
           01 WS-ALERT-SEV               PIC X.
           01 WS-ALERT-MSG               PIC X(60).
      *    THE RETENTION SCHEDULE.
           01 WS-SCHED-TABLE.
               02 WS-SCHED-ENTRY OCCURS 20 TIMES.
                   03 WS-SCHED-TYPE      PIC X(6).
                   03 WS-SCHED-YEARS     PIC 9(2).
                   03 WS-SCHED-BASE      PIC X(70).
                   03 WS-SCHED-LEN       PIC 9(3).
           01 WS-SCHED-CTR               PIC 9(2) VALUE ZERO.
      *    THE OPEN HOLDS - RELEASED HOLDS ARE NOT LOADED.
           01 WS-HOLD-TABLE.
               02 WS-HOLD-ROW OCCURS 200 TIMES PIC X(70).
           01 WS-HOLD-CTR                PIC 9(3) VALUE ZERO.
           01 WS-HOLD-FULL-SW            PIC X VALUE "N".
               88 WS-HOLD-FULL                  VALUE "Y".
      *    THE GENERATION CATALOG.
           01 WS-GEN-TABLE.
               02 WS-GEN-ENTRY OCCURS 200 TIMES.
                   03 WS-GEN-DATE        PIC 9(8).
                   03 WS-GEN-PATH        PIC X(80).
                   03 WS-GEN-KEEP-SW     PIC X.
           01 WS-ENTRY-CTR               PIC 9(3) VALUE ZERO.
           01 WS-CAT-FULL-SW             PIC X VALUE "N".
               88 WS-CAT-FULL                   VALUE "Y".
           01 SUB1                       PIC 9(3).
           01 SUB2                       PIC 9(3).
           01 SUB3                       PIC 9(3).
           01 WS-PATH-LEN                PIC 9(3).
           01 WS-BASE-LEN                PIC 9(3).
           01 WS-ARCH-YEAR               PIC 9(4).
           01 WS-ARCH-AGE                PIC S9(4).
      *    THE ARCHIVE BEING JUDGED.
           01 WS-CUR-TYPE                PIC X(6).
           01 WS-CUR-REC-LEN             PIC 9(3).
           01 WS-REC-CTR                 PIC 9(6).
           01 WS-HELD-CTR                PIC 9(6).
           01 WS-FIRST-HOLD-ID           PIC X(8).
           01 WS-REC-ACCT                PIC X(4).
           01 WS-REC-LOW                 PIC 9(8).
           01 WS-REC-HIGH                PIC 9(8).
           01 WS-REC-HELD-SW             PIC X.
               88 WS-REC-HELD                   VALUE "Y".
           01 WS-DATE-WORK.
               02 WS-DW-CC               PIC X(2).
               02 WS-DW-YY               PIC X(2).
               02 WS-DW-MM               PIC X(2).
               02 WS-DW-DD               PIC X(2).
           01 WS-HOLD-WORK.
           COPY LEGLHOLD REPLACING LEADING ==LH-== BY ==HW-==.
           01 WS-TOTAL-EXPIRED           PIC 9(4) VALUE ZERO.
           01 WS-TOTAL-DESTROYED         PIC 9(4) VALUE ZERO.
           01 WS-TOTAL-REFUSED           PIC 9(4) VALUE ZERO.
           01 WS-TOTAL-FAILED            PIC 9(4) VALUE ZERO.
           01 WS-TOTAL-RECS              PIC 9(6) VALUE ZERO.
           01 WS-LOG-PROGRAM  PIC X(20) VALUE "RETENTION-RUN".
           01 WS-LOG-START.
               02 WS-LOG-START-DATE  PIC 9(6).
               02 WS-LOG-START-TIME  PIC 9(6).
           01 WS-LOG-READ     PIC 9(6).
           01 WS-LOG-WRITTEN  PIC 9(6).
           01 WS-LOG-REJECTED PIC 9(6).
           01 WS-LOG-RC       PIC 9(2).
           01 WS-LOG-TIME-HOLD PIC 9(8).
           01 CERT-HDR-LINE.
               02 FILLER             PIC X(39) VALUE
                   "RECORDS RETENTION RUN - BUSINESS DATE ".
               02 CERT-HDR-DATE      PIC 9(8).
           01 CERT-DTL-LINE.
               02 CERT-DATE-OUT      PIC 9(8).
               02 FILLER             PIC X VALUE SPACE.
               02 CERT-ACTION-OUT    PIC X(13).
               02 CERT-TYPE-OUT      PIC X(6).
               02 FILLER             PIC X VALUE SPACE.
               02 CERT-YEAR-OUT      PIC 9(4).
               02 FILLER             PIC X(6) VALUE " RECS ".
               02 CERT-RECS-OUT      PIC ZZZ,ZZ9.
               02 FILLER             PIC X(6) VALUE " HELD ".
               02 CERT-HELD-OUT      PIC ZZZ,ZZ9.
               02 FILLER             PIC X VALUE SPACE.
               02 CERT-HOLD-ID-OUT   PIC X(8).
               02 FILLER             PIC X VALUE SPACE.
               02 CERT-PATH-OUT      PIC X(63).
           01 CERT-TOT-LINE.
               02 FILLER             PIC X(9) VALUE "EXPIRED: ".
               02 CERT-EXP-OUT       PIC ZZZ9.
               02 FILLER             PIC X(13) VALUE "  DESTROYED: ".
               02 CERT-DEST-OUT      PIC ZZZ9.
               02 FILLER             PIC X(11) VALUE "  REFUSED: ".
               02 CERT-REF-OUT       PIC ZZZ9.
               02 FILLER             PIC X(10) VALUE "  FAILED: ".
               02 CERT-FAIL-OUT      PIC ZZZ9.
           01 CERT-STOP-LINE.
               02 FILLER             PIC X(46) VALUE
                   "LEGAL-HOLD FILE NOT AVAILABLE - NOTHING DESTRO".
               02 FILLER             PIC X(3) VALUE "YED".
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-GET-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           MOVE WS-BUS-DATE (1:4) TO WS-BUS-YEAR
           OPEN EXTEND CERT-FILE
           IF WS-CERT-STATUS = "35"
               OPEN OUTPUT CERT-FILE
           END-IF
           MOVE WS-BUS-DATE TO CERT-HDR-DATE
           WRITE CERT-REC FROM CERT-HDR-LINE
           PERFORM 200-LOAD-HOLDS-RTN
           IF WS-LH-STATUS NOT = "00" OR WS-HOLD-FULL
      *        WITHOUT THE WHOLE HOLD FILE NO ARCHIVE IS SAFE TO
      *        DESTROY - STOP BEFORE LOOKING AT ANY.
               WRITE CERT-REC FROM CERT-STOP-LINE
               CLOSE CERT-FILE
               DISPLAY "LEGAL-HOLD FILE NOT AVAILABLE OR OVER 200 OPEN"
                   " HOLDS - NOTHING DESTROYED"
               MOVE "C" TO WS-ALERT-SEV
               MOVE "LEGAL HOLDS UNREADABLE - NOTHING DESTROYED"
                   TO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-LOG-PROGRAM
                   WS-ALERT-MSG
               MOVE 8 TO WS-STEP-RC
           ELSE
               PERFORM 300-LOAD-SCHEDULE-RTN
               PERFORM 400-LOAD-CATALOG-RTN
               PERFORM 500-JUDGE-RTN
                   VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ENTRY-CTR
               IF WS-TOTAL-DESTROYED > ZERO
                   PERFORM 800-REWRITE-CATALOG-RTN
               END-IF
               MOVE WS-TOTAL-EXPIRED TO CERT-EXP-OUT
               MOVE WS-TOTAL-DESTROYED TO CERT-DEST-OUT
               MOVE WS-TOTAL-REFUSED TO CERT-REF-OUT
               MOVE WS-TOTAL-FAILED TO CERT-FAIL-OUT
               WRITE CERT-REC FROM CERT-TOT-LINE
               CLOSE CERT-FILE
               DISPLAY "RETENTION RUN - EXPIRED " WS-TOTAL-EXPIRED
                   " DESTROYED " WS-TOTAL-DESTROYED
                   " REFUSED " WS-TOTAL-REFUSED
                   " FAILED " WS-TOTAL-FAILED
               IF WS-TOTAL-FAILED > ZERO
                   MOVE "W" TO WS-ALERT-SEV
                   MOVE "EXPIRED ARCHIVE MISSING OR NOT DELETED"
                       TO WS-ALERT-MSG
                   CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-LOG-PROGRAM
                       WS-ALERT-MSG
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF
           MOVE WS-STEP-RC TO RETURN-CODE
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

       150-GET-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "RETN_SCHED_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-SCHED-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "RETN_HOLD_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-LH-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "RETN_CERT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CERT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "GENCAT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CAT-FILE-PATH
           END-IF.

      ******************************************************************
      * OPEN HOLDS ONLY. MORE OPEN HOLDS THAN THE TABLE TAKES STOPS
      * THE RUN THE SAME AS A MISSING FILE WOULD.
      ******************************************************************
       200-LOAD-HOLDS-RTN.
           OPEN INPUT LH-FILE
           IF WS-LH-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 250-LOAD-HOLD-RTN UNTIL WS-EOF
               CLOSE LH-FILE
           END-IF.

       250-LOAD-HOLD-RTN.
           READ LH-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF LH-OPEN
                       IF WS-HOLD-CTR < 200
                           ADD 1 TO WS-HOLD-CTR
                           MOVE LH-REC TO WS-HOLD-ROW (WS-HOLD-CTR)
                       ELSE
                           MOVE "Y" TO WS-HOLD-FULL-SW
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * A SCHEDULE ROW FOR A TYPE THIS STEP CANNOT READ THE DATES OF
      * IS IGNORED - ITS ARCHIVES ARE KEPT.
      ******************************************************************
       300-LOAD-SCHEDULE-RTN.
           OPEN INPUT SCHED-FILE
           IF WS-SCHED-STATUS NOT = "00"
               DISPLAY "RETENTION SCHEDULE NOT AVAILABLE - NOTHING"
                   " EXPIRES"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 350-LOAD-SCHED-ROW-RTN UNTIL WS-EOF
               CLOSE SCHED-FILE
           END-IF.

       350-LOAD-SCHED-ROW-RTN.
           READ SCHED-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN RS-TYPE NOT = "AUDIT" AND NOT = "SALES"
                           AND NOT = "TERM" AND NOT = "RUNLOG"
                           AND NOT = "GLBAL"
                           DISPLAY "SCHEDULE TYPE " RS-TYPE
                               " NOT KNOWN - IGNORED"
                       WHEN RS-YEARS NOT NUMERIC
                           OR RS-ARCH-BASE = SPACES
                           DISPLAY "SCHEDULE ROW FOR " RS-TYPE
                               " INCOMPLETE - IGNORED"
                       WHEN WS-SCHED-CTR NOT < 20
                           DISPLAY "OVER 20 SCHEDULE ROWS - " RS-TYPE
                               " IGNORED"
                       WHEN OTHER
                           ADD 1 TO WS-SCHED-CTR
                           MOVE RS-TYPE TO WS-SCHED-TYPE (WS-SCHED-CTR)
                           MOVE RS-YEARS
                               TO WS-SCHED-YEARS (WS-SCHED-CTR)
                           MOVE RS-ARCH-BASE
                               TO WS-SCHED-BASE (WS-SCHED-CTR)
                           MOVE ZERO TO WS-SCHED-LEN (WS-SCHED-CTR)
                           INSPECT RS-ARCH-BASE TALLYING
                               WS-SCHED-LEN (WS-SCHED-CTR)
                               FOR CHARACTERS BEFORE INITIAL SPACE
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * THE CATALOG IS HELD WHOLE SO IT CAN BE REWRITTEN WITHOUT THE
      * DESTROYED ENTRIES. A CATALOG TOO BIG FOR THE TABLE IS JUDGED
      * BUT NOT REWRITTEN, SO NO ENTRY PAST THE TABLE IS LOST.
      ******************************************************************
       400-LOAD-CATALOG-RTN.
           OPEN INPUT CAT-FILE
           IF WS-CAT-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 450-LOAD-CAT-ROW-RTN UNTIL WS-EOF
               CLOSE CAT-FILE
           END-IF.

       450-LOAD-CAT-ROW-RTN.
           READ CAT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-ENTRY-CTR < 200
                       ADD 1 TO WS-ENTRY-CTR
                       MOVE CAT-GEN-DATE TO WS-GEN-DATE (WS-ENTRY-CTR)
                       MOVE CAT-GEN-PATH TO WS-GEN-PATH (WS-ENTRY-CTR)
                       MOVE "Y" TO WS-GEN-KEEP-SW (WS-ENTRY-CTR)
                   ELSE
                       MOVE "Y" TO WS-CAT-FULL-SW
                   END-IF
           END-READ.

      ******************************************************************
      * IS THIS CATALOG ENTRY AN ANNUAL ARCHIVE ("<BASE>.YYYY") OF A
      * SCHEDULED BASE, AND HAS IT OUTLIVED ITS YEARS TO KEEP?
      ******************************************************************
       500-JUDGE-RTN.
           MOVE ZERO TO WS-PATH-LEN SUB2
           INSPECT WS-GEN-PATH (SUB1) TALLYING WS-PATH-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PATH-LEN > 5
               COMPUTE WS-BASE-LEN = WS-PATH-LEN - 5
               IF WS-GEN-PATH (SUB1) (WS-BASE-LEN + 1:1) = "."
                   AND WS-GEN-PATH (SUB1) (WS-BASE-LEN + 2:4) NUMERIC
                   MOVE WS-GEN-PATH (SUB1) (WS-BASE-LEN + 2:4)
                       TO WS-ARCH-YEAR
                   PERFORM 520-FIND-SCHED-RTN
               END-IF
           END-IF
           IF SUB2 > ZERO
               COMPUTE WS-ARCH-AGE = WS-BUS-YEAR - WS-ARCH-YEAR
               IF WS-ARCH-AGE > WS-SCHED-YEARS (SUB2)
                   ADD 1 TO WS-TOTAL-EXPIRED
                   MOVE WS-SCHED-TYPE (SUB2) TO WS-CUR-TYPE
                   MOVE WS-GEN-PATH (SUB1) TO WS-ARCH-FILE-PATH
                   PERFORM 600-SCAN-ARCHIVE-RTN
               END-IF
           END-IF.

       520-FIND-SCHED-RTN.
           PERFORM VARYING SUB3 FROM 1 BY 1
               UNTIL SUB3 > WS-SCHED-CTR OR SUB2 > ZERO
               IF WS-SCHED-LEN (SUB3) = WS-BASE-LEN
                   AND WS-SCHED-BASE (SUB3) (1:WS-BASE-LEN)
                       = WS-GEN-PATH (SUB1) (1:WS-BASE-LEN)
                   MOVE SUB3 TO SUB2
               END-IF
           END-PERFORM.

      ******************************************************************
      * READ THE EXPIRED ARCHIVE THROUGH, SPLITTING OUT EVERY HELD
      * RECORD, THEN DESTROY IT ONLY IF NOTHING WAS HELD.
      ******************************************************************
       600-SCAN-ARCHIVE-RTN.
           MOVE ZERO TO WS-REC-CTR WS-HELD-CTR
           MOVE SPACES TO WS-FIRST-HOLD-ID
           MOVE "N" TO WS-HELD-OPEN-SW
           EVALUATE WS-CUR-TYPE
               WHEN "AUDIT"
                   MOVE 48 TO WS-CUR-REC-LEN
               WHEN "SALES"
                   MOVE 19 TO WS-CUR-REC-LEN
               WHEN "TERM"
                   MOVE 12 TO WS-CUR-REC-LEN
               WHEN "RUNLOG"
                   MOVE 67 TO WS-CUR-REC-LEN
               WHEN OTHER
                   MOVE 110 TO WS-CUR-REC-LEN
           END-EVALUATE
           MOVE SPACES TO WS-HELD-FILE-PATH
           STRING WS-ARCH-FILE-PATH DELIMITED BY SPACE
               ".held" DELIMITED BY SIZE INTO WS-HELD-FILE-PATH
           MOVE WS-BUS-DATE TO CERT-DATE-OUT
           MOVE WS-CUR-TYPE TO CERT-TYPE-OUT
           MOVE WS-ARCH-YEAR TO CERT-YEAR-OUT
           MOVE WS-ARCH-FILE-PATH TO CERT-PATH-OUT
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = "00"
               MOVE "NOT FOUND" TO CERT-ACTION-OUT
               ADD 1 TO WS-TOTAL-FAILED
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 650-SCAN-ONE-RTN UNTIL WS-EOF
               CLOSE ARCH-FILE
               IF WS-HELD-OPEN
                   CLOSE HELD-FILE
               END-IF
               ADD WS-REC-CTR TO WS-TOTAL-RECS
               IF WS-HELD-CTR > ZERO
                   MOVE "REFUSED-HOLD" TO CERT-ACTION-OUT
                   ADD 1 TO WS-TOTAL-REFUSED
                   DISPLAY "ARCHIVE UNDER HOLD - KEPT: "
                       WS-ARCH-FILE-PATH
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-ARCH-FILE-PATH
                   IF RETURN-CODE = ZERO
                       MOVE "DESTROYED" TO CERT-ACTION-OUT
                       MOVE "N" TO WS-GEN-KEEP-SW (SUB1)
                       ADD 1 TO WS-TOTAL-DESTROYED
                       DISPLAY "ARCHIVE DESTROYED: " WS-ARCH-FILE-PATH
                   ELSE
                       MOVE "DELETE FAILED" TO CERT-ACTION-OUT
                       ADD 1 TO WS-TOTAL-FAILED
                   END-IF
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-REC-CTR TO CERT-RECS-OUT
           MOVE WS-HELD-CTR TO CERT-HELD-OUT
           MOVE WS-FIRST-HOLD-ID TO CERT-HOLD-ID-OUT
           WRITE CERT-REC FROM CERT-DTL-LINE.

       650-SCAN-ONE-RTN.
           READ ARCH-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-REC-CTR
                   PERFORM 700-RECORD-DATES-RTN
                   MOVE "N" TO WS-REC-HELD-SW
                   PERFORM 750-MATCH-HOLD-RTN
                       VARYING SUB3 FROM 1 BY 1
                       UNTIL SUB3 > WS-HOLD-CTR OR WS-REC-HELD
                   IF WS-REC-HELD
                       PERFORM 680-SPLIT-OUT-RTN
                   END-IF
           END-READ.

       680-SPLIT-OUT-RTN.
           IF NOT WS-HELD-OPEN
               OPEN OUTPUT HELD-FILE
               MOVE "Y" TO WS-HELD-OPEN-SW
           END-IF
           MOVE WS-CUR-REC-LEN TO WS-OUT-LEN
           MOVE ARCH-REC TO HELD-REC
           WRITE HELD-REC
           ADD 1 TO WS-HELD-CTR.

      ******************************************************************
      * THE DATES A RECORD COVERS, AND ITS ACCOUNT WHERE IT HAS ONE:
      *   AUDIT  - BUSINESS DATE (1:8), ACCOUNT (10:4)
      *   SALES  - THE MONTH, YY (7:2) MM (9:2)
      *   TERM   - THE YEAR, YY (3:2)
      *   RUNLOG - THE RUN DATE, YYMMDD (21:6)
      *   GLBAL  - THE PERIOD MONTH, YYYYMM (88:6)
      * A DATE THAT WILL NOT READ COVERS EVERY DATE, SO ANY DATE HOLD
      * KEEPS THE RECORD.
      ******************************************************************
       700-RECORD-DATES-RTN.
           MOVE SPACES TO WS-REC-ACCT
           MOVE "20" TO WS-DW-CC
           MOVE "01" TO WS-DW-MM WS-DW-DD
           MOVE "00" TO WS-DW-YY
           EVALUATE WS-CUR-TYPE
               WHEN "AUDIT"
                   MOVE ARCH-REC (1:8) TO WS-DATE-WORK
                   MOVE ARCH-REC (10:4) TO WS-REC-ACCT
               WHEN "SALES"
                   MOVE ARCH-REC (7:2) TO WS-DW-YY
                   MOVE ARCH-REC (9:2) TO WS-DW-MM
               WHEN "TERM"
                   MOVE ARCH-REC (3:2) TO WS-DW-YY
               WHEN "RUNLOG"
                   MOVE ARCH-REC (21:6) TO WS-DATE-WORK (3:6)
               WHEN OTHER
                   MOVE ARCH-REC (88:6) TO WS-DATE-WORK (1:6)
           END-EVALUATE
           IF WS-DATE-WORK NOT NUMERIC
               MOVE ZERO TO WS-REC-LOW
               MOVE 99999999 TO WS-REC-HIGH
           ELSE
               MOVE WS-DATE-WORK TO WS-REC-LOW
               MOVE WS-DATE-WORK TO WS-REC-HIGH
               EVALUATE WS-CUR-TYPE
                   WHEN "SALES"
                   WHEN "GLBAL"
                       MOVE "31" TO WS-REC-HIGH (7:2)
                   WHEN "TERM"
                       MOVE "1231" TO WS-REC-HIGH (5:4)
               END-EVALUATE
           END-IF.

      ******************************************************************
      * AN ACCOUNT HOLD ONLY MATCHES A RECORD CARRYING THAT ACCOUNT;
      * THE HOLD'S RANGE (OPEN-ENDED WHERE ZERO) MUST OVERLAP THE
      * RECORD'S DATES.
      ******************************************************************
       750-MATCH-HOLD-RTN.
           MOVE WS-HOLD-ROW (SUB3) TO WS-HOLD-WORK
           IF (HW-ACCT = SPACES OR HW-ACCT = WS-REC-ACCT)
               AND (HW-FROM-DATE = ZERO OR HW-FROM-DATE <= WS-REC-HIGH)
               AND (HW-TO-DATE = ZERO OR HW-TO-DATE >= WS-REC-LOW)
               MOVE "Y" TO WS-REC-HELD-SW
               IF WS-FIRST-HOLD-ID = SPACES
                   MOVE HW-HOLD-ID TO WS-FIRST-HOLD-ID
               END-IF
           END-IF.

      ******************************************************************
      * REWRITE THE CATALOG WITHOUT THE DESTROYED ARCHIVES. A CATALOG
      * LONGER THAN THE TABLE IS LEFT AS IT IS - ITS STALE ENTRIES
      * NAME FILES THAT ARE GONE, WHICH GEN-VERIFY REPORTS.
      ******************************************************************
       800-REWRITE-CATALOG-RTN.
           IF WS-CAT-FULL
               DISPLAY "CATALOG OVER 200 ENTRIES - NOT REWRITTEN"
           ELSE
               OPEN OUTPUT CAT-FILE
               PERFORM 850-WRITE-KEPT-RTN
                   VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ENTRY-CTR
               CLOSE CAT-FILE
           END-IF.

       850-WRITE-KEPT-RTN.
           IF WS-GEN-KEEP-SW (SUB1) = "Y"
               MOVE WS-GEN-DATE (SUB1) TO CAT-GEN-DATE
               MOVE WS-GEN-PATH (SUB1) TO CAT-GEN-PATH
               WRITE CAT-REC
           END-IF.

       900-RUN-LOG-RTN.
           MOVE WS-TOTAL-RECS TO WS-LOG-READ
           MOVE WS-TOTAL-DESTROYED TO WS-LOG-WRITTEN
           MOVE WS-TOTAL-REFUSED TO WS-LOG-REJECTED
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
