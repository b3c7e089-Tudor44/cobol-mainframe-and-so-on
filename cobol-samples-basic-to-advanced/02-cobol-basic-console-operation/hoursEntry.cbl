      ******************************************************************
      * 15-10-2026 GD - EMPLOYEE RECORD IS NOW 47 BYTES - THE
      * TIME-CLOCK BADGE ON THE END; NO FIELD MOVES.
      * 15-10-2026 GD - EMPLOYEE RECORD IS NOW 41 BYTES - THE
      * DIRECT-DEPOSIT ACCOUNT ON THE END; NO FIELD MOVES.
      * 02-09-2026 GD - TYPED HOURS - THE RECORD NOW CARRIES A TYPE
      * BYTE (SPACE/W = WORKED, V = VACATION TAKEN, S = SICK TAKEN)
      * SO LEAVE IS CAPTURED ALONGSIDE WORKED TIME AND THE PAYROLL
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
        FD HOURS-FILE
            RECORD CONTAINS 12 CHARACTERS.
            01 HOURS-REC.
