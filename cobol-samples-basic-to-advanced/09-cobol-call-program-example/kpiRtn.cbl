      ******************************************************************
      *15-10-2026 GD - SHARED KPI SUBPROGRAM. THE MONTH-END RUNS THAT
      *PRODUCE A MANAGEMENT FIGURE - TRIAL-BALANCE, AGED-RECEIVABLES,
      *FEE-ASSESSMENT, COMMISSION-RUN, NIGHT-BALANCE - CALL THIS TO
      *APPEND IT (MONTH, KPI CODE, QUALIFIER, SIGNED VALUE) TO ONE
      *PERMANENT KPI FILE (COPYBOOK KPIREC), SO KPI-PACK BUILDS THE
      *MONTH-END DOCUMENT, WITH LAST MONTH AND LAST YEAR BESIDE IT,
      *FROM ONE FILE INSTEAD OF A DOZEN PRINTED REPORTS. THE PATH
      *COMES FROM KPI_PATH - WHEN IT IS NOT SET THE CALL IS A QUIET
      *NO-OP, AS WITH THE RUN LOG. ENTERING THIS PROGRAM CLEARS THE
      *SHARED RETURN-CODE, SO CALLERS POST BEFORE THEY SET THEIRS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPI-RTN.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT KPI-FILE ASSIGN TO WS-KPI-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KPI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KPI-FILE
           RECORD CONTAINS 69 CHARACTERS.
           01 KPI-REC.
           COPY KPIREC.
       WORKING-STORAGE SECTION.
           01 WS-KPI-FILE-PATH           PIC X(80) VALUE SPACES.
           01 WS-KPI-STATUS              PIC XX.
           01 WS-STAMP.
               02 WS-STAMP-DATE          PIC 9(6).
               02 WS-STAMP-TIME          PIC 9(6).
           01 WS-TIME-HOLD               PIC 9(8).
       LINKAGE SECTION.
           01 LK-PROGRAM-ID              PIC X(20).
           01 LK-MONTH                   PIC 9(6).
           01 LK-CODE                    PIC X(8).
           01 LK-QUAL                    PIC X(4).
           01 LK-VALUE                   PIC S9(11)V99.
       PROCEDURE DIVISION USING LK-PROGRAM-ID LK-MONTH LK-CODE
           LK-QUAL LK-VALUE.
       100-MAIN-RTN.
           MOVE SPACES TO WS-KPI-FILE-PATH
           ACCEPT WS-KPI-FILE-PATH FROM ENVIRONMENT "KPI_PATH"
           IF WS-KPI-FILE-PATH NOT = SPACES
               PERFORM 200-APPEND-RTN
           END-IF
           EXIT PROGRAM.

       200-APPEND-RTN.
           OPEN EXTEND KPI-FILE
           IF WS-KPI-STATUS = "35"
               OPEN OUTPUT KPI-FILE
           END-IF
           IF WS-KPI-STATUS = "00"
               ACCEPT WS-STAMP-DATE FROM DATE
               ACCEPT WS-TIME-HOLD FROM TIME
               MOVE WS-TIME-HOLD (1:6) TO WS-STAMP-TIME
               MOVE SPACES TO KPI-REC
               MOVE LK-MONTH TO KP-MONTH
               MOVE LK-CODE TO KP-CODE
               MOVE LK-QUAL TO KP-QUAL
               IF LK-VALUE < ZERO
                   MOVE "-" TO KP-SIGN
               END-IF
               MOVE LK-VALUE TO KP-VALUE
               MOVE LK-PROGRAM-ID TO KP-PROGRAM
               MOVE WS-STAMP TO KP-STAMP
               WRITE KPI-REC
               CLOSE KPI-FILE
           END-IF.
