      ******************************************************************
      *15-10-2026 GD - EMPLOYEE RECORD IS NOW 47 BYTES - THE
      *TIME-CLOCK BADGE ON THE END; NO FIELD MOVES.
      *15-10-2026 GD - EMPLOYEE RECORD IS NOW 41 BYTES - THE
      *DIRECT-DEPOSIT ACCOUNT ON THE END. A DIRECT-DEPOSIT ACCOUNT
      *NOT ON THE INDEXED MASTER IS AN EXCEPTION, AS FOR A CUSTOMER
      *ROW.
      *15-10-2026 GD - "W" (CHARGED OFF) IS NOW A VALID STATUS BYTE ON
      *THE INDEXED AND RELATIVE MASTERS.
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 155 BYTES - STATEMENT
      *DELIVERY PREFERENCE AND E-MAIL ADDRESS ON THE END; NO FIELD
      *MOVES.
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 104 BYTES - RETURNED-MAIL
      *STATUS AND DATE ON THE END; NO FIELD MOVES.
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 95 BYTES - TAX ID AND
      *BACKUP-WITHHOLDING STATUS ON THE END; NO FIELD MOVES.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS ON THE INDEXED MASTER
      *(43) AND THE CUSTOMER MASTER (85); THE CUSTOMER CHECK MATCHES ON
      *ALL FOUR DIGITS AND THE ACCOUNT SET HOLDS 999 ACCOUNTS.
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *02-09-2026 GD - NIGHTLY MASTER-FILE INTEGRITY AUDIT. PRE-FLIGHT
      *CHECKS THE TRANSACTION INPUTS BUT NOTHING EVER AUDITED THE
      *MASTERS THEMSELVES - A STATUS BYTE THAT IS NOT A/C/F/SPACE, A
       FILE SECTION.
      *
       FD IDX-FILE
          RECORD CONTAINS 43 CHARACTERS.
          01 IN-REC.
          COPY ACCTREC REPLACING ==ACCT-NO== BY ==ACCT-NO-IN==
                                  ==AMT-DUE== BY ==AMT-DUE-IN==
                                  ==BRANCH-CODE== BY ==BRANCH-IN==
                                  ==ACCT-NAME== BY ==ACCT-NAME-IN==
                                  ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                  ==ACCT-NO-PICTURE== BY ==9(4)==
                                  ==AMT-DUE-PICTURE== BY ==9(4)V99==.
      *
       FD REL-FILE.
                                  ==AMT-DUE-PICTURE== BY ==9(4)V99==.
      *
       FD CUST-FILE
          RECORD CONTAINS 155 CHARACTERS.
          01 CUST-REC.
              02 CUST-ACCT-NO            PIC 9(4).
              02 CUST-NAME               PIC X(20).
              02 CUST-ADDRESS            PIC X(25).
              02 CUST-CITY-STATE         PIC X(20).
              02 CUST-PHONE              PIC X(10).
              02 CUST-OPEN-DATE          PIC 9(6).
              02 CUST-TAX-ID             PIC X(9).
              02 CUST-WH-STATUS          PIC X.
              02 CUST-MAIL-STATUS        PIC X.
                  88 CUST-MAIL-RETURNED  VALUE "R".
              02 CUST-MAIL-RET-DATE      PIC 9(8).
              02 CUST-DELIV-PREF         PIC X.
                  88 CUST-DELIV-ELEC     VALUE "E".
                  88 CUST-DELIV-BOTH     VALUE "B".
              02 CUST-EMAIL              PIC X(50).
      *
       FD SLSP-FILE
          RECORD CONTAINS 45 CHARACTERS.
              02 QTA-MONTH-QUOTA        PIC 9(6).
      *
       FD EMP-FILE
          RECORD CONTAINS 47 CHARACTERS.
          01 EMP-REC.
              02 EMP-REC-NAME           PIC X(20).
              02 EMP-REC-NUM            PIC 99.
              02 EMP-REC-DEPT           PIC X(3).
              02 EMP-REC-RATE           PIC 99V99.
              02 EMP-REC-HIRE           PIC 9(8).
              02 EMP-REC-DD-ACCT        PIC X(4).
              02 EMP-REC-BADGE          PIC X(6).
      *
       FD RPT-FILE
          RECORD CONTAINS 80 CHARACTERS.
          01 WS-LOG-TIME-HOLD PIC 9(8).
      *   THE INDEXED MASTER'S ACCOUNT SET, FOR THE CUSTOMER CHECK.
          01 WS-ACCT-SET-TABLE.
              02 WS-SET-ACCT OCCURS 999 TIMES PIC X(4).
          01 WS-SET-CTR                 PIC 9(3) VALUE ZERO.
          01 WS-SET-IDX                 PIC 9(4).
      *   THE QUOTA FILE'S DEPARTMENTS, FOR THE SALESPERSON CHECK.
          01 WS-DEPT-SET-TABLE.
              02 WS-SET-DEPT OCCURS 20 TIMES PIC X(2).
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   IF WS-SET-CTR < 999
                       ADD 1 TO WS-SET-CTR
                       MOVE ACCT-NO-IN TO WS-SET-ACCT (WS-SET-CTR)
                   END-IF
                   MOVE ACCT-NO-IN TO EXC-KEY-OUT
                   IF ACCT-STAT-IN NOT = "A" AND ACCT-STAT-IN NOT = "C"
                       AND ACCT-STAT-IN NOT = "F"
                       AND ACCT-STAT-IN NOT = "W"
                       AND ACCT-STAT-IN NOT = SPACE
                       MOVE "STATUS BYTE NOT A/C/F/W/SPACE"
                           TO EXC-TEXT-OUT
                       PERFORM 190-EXCEPTION-RTN
                   END-IF
                   MOVE ACCT-NO-RL TO EXC-KEY-OUT
                   IF ACCT-STAT-RL NOT = "A" AND ACCT-STAT-RL NOT = "C"
                       AND ACCT-STAT-RL NOT = "F"
                       AND ACCT-STAT-RL NOT = "W"
                       AND ACCT-STAT-RL NOT = SPACE
                       MOVE "STATUS BYTE NOT A/C/F/W/SPACE"
                           TO EXC-TEXT-OUT
                       PERFORM 190-EXCEPTION-RTN
                   END-IF
                   PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                       UNTIL WS-SET-IDX > WS-SET-CTR
                       IF WS-SET-ACCT (WS-SET-IDX)
                           = CUST-REC (1:4)
                           MOVE "Y" TO WS-FOUND-SW
                           MOVE WS-SET-CTR TO WS-SET-IDX
                       END-IF
                       MOVE "PAY RATE IS NOT NUMERIC" TO EXC-TEXT-OUT
                       PERFORM 190-EXCEPTION-RTN
                   END-IF
                   IF EMP-REC-DD-ACCT NOT = SPACES
                       AND WS-IDX-FILE-PATH NOT = SPACES
                       MOVE "N" TO WS-FOUND-SW
                       PERFORM 660-MATCH-DD-ACCT-RTN
                           VARYING WS-SET-IDX FROM 1 BY 1
                           UNTIL WS-SET-IDX > WS-SET-CTR OR WS-FOUND
                       IF NOT WS-FOUND
                           MOVE "DIRECT DEPOSIT TO AN UNKNOWN ACCOUNT"
                               TO EXC-TEXT-OUT
                           PERFORM 190-EXCEPTION-RTN
                       END-IF
                   END-IF
           END-READ.

       660-MATCH-DD-ACCT-RTN.
           IF WS-SET-ACCT (WS-SET-IDX) = EMP-REC-DD-ACCT
               MOVE "Y" TO WS-FOUND-SW
           END-IF.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
