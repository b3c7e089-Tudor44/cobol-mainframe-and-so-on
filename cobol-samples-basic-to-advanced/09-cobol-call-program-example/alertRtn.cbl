      ******************************************************************
      *15-10-2026 GD - THE ALERT RECORD IS CLEARED TO SPACES BEFORE IT
      *IS BUILT - A VALUE CLAUSE IN THE FILE SECTION NEVER SET THE
      *SEPARATOR BYTES, SO THEY WENT OUT AS LOW-VALUES.
      *02-09-2026 GD - SHARED ALERT SUBPROGRAM. TONIGHT'S PROBLEMS
      *WERE ANNOUNCED BY DISPLAY LINES BURIED IN A DOZEN SYSOUT
      *FILES. A NIGHTLY PROGRAM THAT NEEDS A HUMAN NOW CALLS THIS
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALERT-STATUS = "00"
               MOVE SPACES TO ALERT-REC
               CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
               MOVE WS-BUS-DATE TO AL-DATE
               ACCEPT WS-TIME-HOLD FROM TIME
