      *POSITION STRAIGHT AT ONE ACCOUNT'S RECORDS INSTEAD OF
      *READING EVERY POSTING SINCE THE FILE BEGAN. THE FLAT APPEND
      *REMAINS THE ARCHIVAL COPY THE YEAR-END CLOSE CUTS.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - THE AUDIT IMAGE IS
      *NOW 39 BYTES, SO THE HISTORY RECORD IS 48 AND THE INDEXED
      *HISTORY RECORD 56 (ACCOUNT PART OF THE KEY IS FOUR CHARACTERS).
      *FILE PATHS MAY BE OVERRIDDEN AT RUN TIME BY THE ARCH_AUDIT_PATH
      */ARCH_HIST_PATH ENVIRONMENT VARIABLES. THE BUSINESS DATE COMES
      *FROM ARCH_BUS_DATE (YYYYMMDD) AND FALLS BACK TO THE RUN DATE.
      *15-10-2026 GD - LIMIT-REJECTION HISTORY - WHEN ARCH_REJ_PATH AND
      *ARCH_LIMREJ_PATH ARE BOTH SET, THE NIGHT'S "EXCEEDS ACCOUNT
      *LIMIT" REJECTS ARE APPENDED TO A PERMANENT FILE STAMPED WITH
      *THE BUSINESS DATE (THE REJECT FILE ITSELF IS REWRITTEN EVERY
      *NIGHT). LIMIT-REVIEW COUNTS THEM PER ACCOUNT OVER ITS LOOKBACK.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-ARCHIVE.
       AUTHOR. GAETANO.
               ACCESS IS RANDOM
               RECORD KEY IS IXH-KEY
               FILE STATUS IS WS-IDXH-STATUS.
       SELECT REJ-FILE ASSIGN TO WS-REJ-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
       SELECT LIMREJ-FILE ASSIGN TO WS-LIMREJ-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMREJ-STATUS.
       DATA DIVISION.
      *
       FILE SECTION.
           COPY AUDITREC.
      *
       FD HIST-FILE
          RECORD CONTAINS 48 CHARACTERS.
          01 HIST-REC.
              02 HIST-BUS-DATE            PIC 9(8).
              02 FILLER                   PIC X VALUE SPACE.
              02 HIST-AUDIT-DATA          PIC X(39).
      *
       FD IDXH-FILE
          RECORD CONTAINS 56 CHARACTERS.
          01 IDXH-REC.
              02 IXH-KEY.
                  03 IXH-ACCT-NO          PIC X(4).
                  03 IXH-BUS-DATE         PIC 9(8).
                  03 IXH-SEQ              PIC 9(4).
              02 FILLER                   PIC X VALUE SPACE.
              02 IXH-AUDIT-DATA           PIC X(39).
      *
       FD REJ-FILE
          RECORD CONTAINS 65 CHARACTERS.
          01 REJ-REC.
              02 REJ-ACCT-NO              PIC X(4).
              02 FILLER                   PIC X(26).
              02 REJ-REASON               PIC X(25).
              02 FILLER                   PIC X(10).
      *
       FD LIMREJ-FILE
          RECORD CONTAINS 74 CHARACTERS.
          01 LIMREJ-REC.
              02 LRJ-BUS-DATE             PIC 9(8).
              02 FILLER                   PIC X VALUE SPACE.
              02 LRJ-REJECT-DATA          PIC X(65).
      *
       WORKING-STORAGE SECTION.
          01 WS-AUDIT-FILE-PATH         PIC X(80) VALUE
          01 WS-IDXH-DONE-SW            PIC X.
          01 WS-BUS-DATE                PIC 9(8).
          01 WS-ARCHIVE-CTR             PIC 9(5) VALUE ZERO.
          01 WS-REJ-FILE-PATH           PIC X(80) VALUE SPACES.
          01 WS-REJ-STATUS              PIC XX.
          01 WS-LIMREJ-FILE-PATH        PIC X(80) VALUE SPACES.
          01 WS-LIMREJ-STATUS           PIC XX.
          01 WS-LIMREJ-CTR              PIC 9(5) VALUE ZERO.
          01 WS-REJ-EOF-SW              PIC X.
               88 WS-REJ-EOF                    VALUE "Y".
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           END-IF
           DISPLAY "AUDIT RECORDS ARCHIVED: " WS-ARCHIVE-CTR
               " FOR BUSINESS DATE " WS-BUS-DATE
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ARCH_REJ_PATH"
           MOVE WS-ENV-HOLD TO WS-REJ-FILE-PATH
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ARCH_LIMREJ_PATH"
           MOVE WS-ENV-HOLD TO WS-LIMREJ-FILE-PATH
           IF WS-REJ-FILE-PATH NOT = SPACES
               AND WS-LIMREJ-FILE-PATH NOT = SPACES
               PERFORM 300-LIMIT-REJ-RTN
           END-IF
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

                   MOVE "Y" TO WS-IDXH-DONE-SW
           END-WRITE.

      ******************************************************************
      * LIMIT REJECTIONS - ONLY THE "EXCEEDS ACCOUNT LIMIT" ROWS OF
      * THE NIGHT'S REJECT FILE ARE KEPT. NO REJECT FILE (A CLEAN
      * NIGHT) IS NOT AN ERROR.
      ******************************************************************
       300-LIMIT-REJ-RTN.
           OPEN INPUT REJ-FILE
           IF WS-REJ-STATUS NOT = "00"
               DISPLAY "NO REJECT FILE - NO LIMIT REJECTIONS ARCHIVED"
           ELSE
               OPEN EXTEND LIMREJ-FILE
               IF WS-LIMREJ-STATUS = "35"
                   OPEN OUTPUT LIMREJ-FILE
               END-IF
               MOVE "N" TO WS-REJ-EOF-SW
               PERFORM 310-LIMIT-REJ-ONE-RTN UNTIL WS-REJ-EOF
               CLOSE REJ-FILE
               CLOSE LIMREJ-FILE
               DISPLAY "LIMIT REJECTIONS ARCHIVED: " WS-LIMREJ-CTR
           END-IF.

       310-LIMIT-REJ-ONE-RTN.
           READ REJ-FILE
               AT END
                   MOVE "Y" TO WS-REJ-EOF-SW
               NOT AT END
                   IF REJ-REASON = "EXCEEDS ACCOUNT LIMIT"
                       MOVE SPACES TO LIMREJ-REC
                       MOVE WS-BUS-DATE TO LRJ-BUS-DATE
                       MOVE REJ-REC TO LRJ-REJECT-DATA
                       WRITE LIMREJ-REC
                       ADD 1 TO WS-LIMREJ-CTR
                   END-IF
           END-READ.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
