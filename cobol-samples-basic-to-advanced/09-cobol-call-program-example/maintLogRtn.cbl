      ******************************************************************
      *15-10-2026 GD - SHARED REFERENCE-DATA MAINTENANCE LOG. THE
      *REFERENCE MASTER MAINTENANCE PROGRAMS (CREDIT LIMITS, BRANCHES,
      *RATES, QUOTAS, STANDING ORDERS, RELATIONSHIPS, OPERATORS, RUN
      *PARAMETERS, DEDUCTIONS, LEAVE RULES, COURSES, ROSTER) CALL
      *THIS ROUTINE AFTER EVERY ADD, CHANGE AND DELETE WITH THE
      *SIGNED-ON OPERATOR, THEIR PROGRAM-ID, THE FILE, THE ACTION,
      *THE RECORD KEY AND THE BEFORE AND AFTER IMAGES; ONE
      *TIMESTAMPED ROW (COPYBOOK MNTLOG) IS APPENDED TO THE ONE LOG
      *MAINT-LOG-REPORT READS. THE LOG PATH COMES FROM MAINTLOG_PATH -
      *WHEN IT IS NOT SET (A STANDALONE LESSON RUN) THE CALL IS A
      *QUIET NO-OP, THE SAME CONTRACT ALERT-RTN KEEPS. THE DATE IS
      *THE BUSINESS DATE FROM BUS-DATE-RTN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-LOG-RTN.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT LOG-FILE ASSIGN TO WS-LOG-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOG-FILE
           RECORD CONTAINS 296 CHARACTERS.
           01 LOG-REC.
           COPY MNTLOG.
       WORKING-STORAGE SECTION.
           01 WS-LOG-FILE-PATH           PIC X(80) VALUE SPACES.
           01 WS-LOG-STATUS              PIC XX.
           01 WS-TIME-HOLD               PIC 9(8).
           01 WS-BUS-DATE                PIC 9(8).
       LINKAGE SECTION.
           01 LK-OPERATOR                PIC X(5).
           01 LK-PROGRAM                 PIC X(20).
           01 LK-FILE                    PIC X(8).
           01 LK-ACTION                  PIC X.
           01 LK-KEY                     PIC X(20).
           01 LK-BEFORE                  PIC X(110).
           01 LK-AFTER                   PIC X(110).
       PROCEDURE DIVISION USING LK-OPERATOR LK-PROGRAM LK-FILE
           LK-ACTION LK-KEY LK-BEFORE LK-AFTER.
       100-MAIN-RTN.
           MOVE SPACES TO WS-LOG-FILE-PATH
           ACCEPT WS-LOG-FILE-PATH FROM ENVIRONMENT "MAINTLOG_PATH"
           IF WS-LOG-FILE-PATH NOT = SPACES
               PERFORM 200-APPEND-RTN
           END-IF
           EXIT PROGRAM.

       200-APPEND-RTN.
           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF
           IF WS-LOG-STATUS = "00"
               MOVE SPACES TO LOG-REC
               CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
               MOVE WS-BUS-DATE TO ML-DATE
               ACCEPT WS-TIME-HOLD FROM TIME
               MOVE WS-TIME-HOLD (1:6) TO ML-TIME
               MOVE LK-OPERATOR TO ML-OPERATOR
               MOVE LK-PROGRAM TO ML-PROGRAM
               MOVE LK-FILE TO ML-FILE
               MOVE LK-ACTION TO ML-ACTION
               MOVE LK-KEY TO ML-KEY
               MOVE LK-BEFORE TO ML-BEFORE
               MOVE LK-AFTER TO ML-AFTER
               WRITE LOG-REC
               CLOSE LOG-FILE
           END-IF.
