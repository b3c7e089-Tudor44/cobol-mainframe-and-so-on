      ******************************************************************
      * 15-10-2026 GD - THE YTD FILE (61 BYTES) AND THE WEEKLY CONTROL
      * LINES (50 BYTES) NOW CARRY TAXABLE WAGES AND TAX WITHHELD.
      * BOTH ARE PROVED WITH GROSS AND NET AND PRINT ON THE
      * STATEMENT - THE SAME YEAR-TO-DATE FIGURES QTR-TAX-SUMMARY
      * SHOWS PER EMPLOYEE FOR THE FOURTH QUARTER. A ROW WRITTEN
      * BEFORE THE CHANGE COUNTS BOTH AS ZERO.
      * 15-10-2026 GD - EMPLOYEE RECORD IS NOW 47 BYTES - THE
      * TIME-CLOCK BADGE ON THE END; NO FIELD MOVES.
      * 15-10-2026 GD - EMPLOYEE RECORD IS NOW 41 BYTES - THE
      * DIRECT-DEPOSIT ACCOUNT ON THE END; NO FIELD MOVES.
      * 02-09-2026 GD - ANNUAL EARNINGS STATEMENTS. YEAR-END EARNINGS
      * USED TO MEAN RE-ADDING FIFTY-TWO PRINTED REGISTERS. THIS
      * YEAR-END RUN FIRST PROVES THE YEAR: THE SUM OF THE WEEKLY
        DATA DIVISION.
        FILE SECTION.
        FD YTD-FILE
            RECORD CONTAINS 61 CHARACTERS.
            01 YTD-REC.
               02 YTD-EMP       PIC 99.
               02 YTD-GROSS     PIC 9(8)V99.
               02 YTD-DED       PIC 9(8)V99.
               02 YTD-NET       PIC 9(8)V99.
               02 YTD-WEEKS     PIC 9(3).
               02 YTD-TAXABLE   PIC 9(8)V99.
               02 YTD-TAX       PIC 9(8)V99.
        FD PCTL-FILE
            RECORD CONTAINS 50 CHARACTERS.
            01 PCTL-REC.
               02 PC-WEEK       PIC 9(6).
               02 PC-GROSS      PIC 9(9)V99.
               02 PC-NET        PIC 9(9)V99.
               02 PC-TAXABLE    PIC 9(9)V99.
               02 PC-TAX        PIC 9(9)V99.
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
        FD OUT-FILE
            RECORD CONTAINS 80 CHARACTERS.
            01 OUT-REC           PIC X(80).
               01 WS-CTL-NET PIC 9(11)V99 VALUE ZERO.
               01 WS-YTD-GROSS-TOT PIC 9(11)V99 VALUE ZERO.
               01 WS-YTD-NET-TOT PIC 9(11)V99 VALUE ZERO.
               01 WS-CTL-TAXABLE PIC 9(11)V99 VALUE ZERO.
               01 WS-CTL-TAX PIC 9(11)V99 VALUE ZERO.
               01 WS-YTD-TAXABLE-TOT PIC 9(11)V99 VALUE ZERO.
               01 WS-YTD-TAX-TOT PIC 9(11)V99 VALUE ZERO.
               01 WS-STMT-CTR PIC 9(3) VALUE ZERO.
               01 STMT-HD-LINE.
                   02 FILLER PIC X(26) VALUE
                   02 SD-NET-OUT PIC Z,ZZZ,ZZ9.99.
                   02 FILLER PIC X(13) VALUE "  WEEKS PAID ".
                   02 SD-WEEKS-OUT PIC ZZ9.
               01 STMT-DTL3-LINE.
                   02 FILLER PIC X(3) VALUE SPACES.
                   02 FILLER PIC X(7) VALUE "TAXABLE".
                   02 SD-TAXABLE-OUT PIC Z,ZZZ,ZZ9.99.
                   02 FILLER PIC X(16) VALUE "  TAX WITHHELD  ".
                   02 SD-TAX-OUT PIC Z,ZZZ,ZZ9.99.
        PROCEDURE DIVISION.
        100-MAIN-RTN.
         MOVE SPACES TO WS-ENV-HOLD
                     NOT AT END
                         ADD PC-GROSS TO WS-CTL-GROSS
                         ADD PC-NET TO WS-CTL-NET
                         IF PC-TAXABLE NUMERIC
                             ADD PC-TAXABLE TO WS-CTL-TAXABLE
                         END-IF
                         IF PC-TAX NUMERIC
                             ADD PC-TAX TO WS-CTL-TAX
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE PCTL-FILE
                     NOT AT END
                         ADD YTD-GROSS TO WS-YTD-GROSS-TOT
                         ADD YTD-NET TO WS-YTD-NET-TOT
                         IF YTD-TAXABLE NUMERIC
                             ADD YTD-TAXABLE TO WS-YTD-TAXABLE-TOT
                         END-IF
                         IF YTD-TAX NUMERIC
                             ADD YTD-TAX TO WS-YTD-TAX-TOT
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE YTD-FILE
             DISPLAY "WEEKLIES " WS-CTL-GROSS "/" WS-CTL-NET
                 " BUT YTD " WS-YTD-GROSS-TOT "/" WS-YTD-NET-TOT
             MOVE 8 TO RETURN-CODE
         ELSE
         IF WS-CTL-TAXABLE NOT = WS-YTD-TAXABLE-TOT
             OR WS-CTL-TAX NOT = WS-YTD-TAX-TOT
             DISPLAY "WEEKLY TAXABLE/TAX " WS-CTL-TAXABLE "/"
                 WS-CTL-TAX " BUT YTD " WS-YTD-TAXABLE-TOT "/"
                 WS-YTD-TAX-TOT
             MOVE 8 TO RETURN-CODE
         ELSE
             DISPLAY "YEAR PROVED - WEEKLIES EQUAL THE YTD FILE"
         END-IF
         END-IF.

        300-LOAD-EMPLOYEES-RTN.
         MOVE YTD-NET TO SD-NET-OUT
         MOVE YTD-WEEKS TO SD-WEEKS-OUT
         WRITE OUT-REC FROM STMT-DTL2-LINE AFTER ADVANCING 1 LINES
         IF YTD-TAXABLE NOT NUMERIC
             MOVE ZERO TO YTD-TAXABLE
         END-IF
         IF YTD-TAX NOT NUMERIC
             MOVE ZERO TO YTD-TAX
         END-IF
         MOVE YTD-TAXABLE TO SD-TAXABLE-OUT
         MOVE YTD-TAX TO SD-TAX-OUT
         WRITE OUT-REC FROM STMT-DTL3-LINE AFTER ADVANCING 1 LINES
         ADD 1 TO WS-STMT-CTR.
