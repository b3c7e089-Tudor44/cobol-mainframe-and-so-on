      *GRADE RECORD WHOSE ID IS NOT ON THE ROSTER IS REPORTED AS AN
      *EXCEPTION (AND STILL GRADED UNDER ITS FOUR-CHARACTER STUB).
      *WITH NO ROSTER CONFIGURED THE REPORT RUNS AS BEFORE.
      *15-10-2026 GD - THE ROSTER ROW IS NOW 32 BYTES - THE STUDENT'S
      *RECEIVABLE ACCOUNT FOLLOWS THE STATUS. NOT USED HERE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       FD CSV-FILE.
           01 CSV-REC         PIC X(40).
       FD ROSTER-FILE
           RECORD CONTAINS 32 CHARACTERS.
           01 ROSTER-REC.
              02 ROS-ID            PIC X(2).
              02 ROS-NAME          PIC X(25).
              02 ROS-STATUS        PIC X.
              02 ROS-ACCT          PIC X(4).
       FD TERMHIST-FILE
           RECORD CONTAINS 12 CHARACTERS.
           01 TERMHIST-REC.
