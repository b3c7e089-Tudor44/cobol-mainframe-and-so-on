      * 22-08-2026 GD - THE EMPLOYEE RECORD NOW ALSO CARRIES THE
      * DEPARTMENT AND THE HOURLY RATE (DOLLARS AND CENTS) FOR THE
      * WEEKLY PAYROLL RUN - RECORD CONTAINS 29
      * 15-10-2026 GD - THE EMPLOYEE RECORD NOW ENDS WITH THE
      * DIRECT-DEPOSIT ACCOUNT - RECORD CONTAINS 41. IT IS LEFT BLANK
      * HERE; EMP-MAINT SETS IT.
      * 15-10-2026 GD - THE EMPLOYEE RECORD NOW ENDS WITH THE
      * TIME-CLOCK BADGE - RECORD CONTAINS 47. IT IS LEFT BLANK HERE;
      * EMP-MAINT SETS IT.
      ******************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. LES2-READWRITE.
        DATA DIVISION.
        FILE SECTION.
        FD EMP-FILE
            RECORD CONTAINS 47 CHARACTERS.
            01 EMP-REC.
               02 EMP-REC-NAME  PIC X(20).
               02 EMP-REC-NUM   PIC 99.
               02 EMP-REC-DEPT  PIC X(3).
               02 EMP-REC-RATE  PIC 99V99.
               02 EMP-REC-HIRE  PIC 9(8).
               02 EMP-REC-DD-ACCT PIC X(4).
               02 EMP-REC-BADGE   PIC X(6).
        WORKING-STORAGE SECTION.
               01 WS-EMP-FILE-PATH PIC X(80) VALUE "EMPLOYEE.txt".
               01 WS-ENV-HOLD PIC X(80).
           ELSE
               MOVE ZERO TO EMP-REC-RATE
           END-IF
           MOVE SPACES TO EMP-REC-DD-ACCT
           MOVE SPACES TO EMP-REC-BADGE
           WRITE EMP-REC
           DISPLAY "ENTER YOUR CHOICE YES OR NO: "
           ACCEPT WS-CHOICE
