      * FILE PATHS MAY BE OVERRIDDEN AT RUN TIME BY THE
      * HCREC_TERR_PATH/HCREC_EMP_PATH/HCREC_OUT_PATH ENVIRONMENT
      * VARIABLES
      * 15-10-2026 GD - EMPLOYEE RECORD NOW 47 BYTES (DIRECT-DEPOSIT
      * ACCOUNT AND TIME-CLOCK BADGE) AS IN EMP-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEADCOUNT-RECON.
               02 LAST-NAME-IN         PIC X(12).
               02 FIRST-NAME-IN        PIC X(8).
       FD EMP-FILE
           RECORD CONTAINS 47 CHARACTERS.
           01 EMP-REC.
               02 EMP-REC-NAME  PIC X(20).
               02 EMP-REC-NUM   PIC 99.
               02 EMP-REC-DEPT  PIC X(3).
               02 EMP-REC-RATE  PIC 99V99.
               02 EMP-REC-HIRE  PIC 9(8).
               02 EMP-REC-DD-ACCT PIC X(4).
               02 EMP-REC-BADGE PIC X(6).
       FD RECON-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 RECON-REC         PIC X(80).
