      ******************************************************************
      *15-10-2026 GD - KPI FIGURES - EACH RUN POSTS THE FOUR BUCKET
      *TOTALS (AGING) AND THE RECEIVABLES PER BRANCH (RECEIVBL) FOR
      *THE BUSINESS DATE'S MONTH THROUGH KPI-RTN; THE MONTH-END RUN'S
      *ROWS ARE THE ONES THE KPI PACK KEEPS.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - MASTER IS 43 BYTES
      *AND THE DETAIL LINE PRINTS THE WIDER ACCOUNT.
      *15-10-2026 GD - RECORD WIDENED FOR THE ACCT-PRODUCT CODE NOW ON
      *THE END OF ACCTREC; NO FIELD MOVES.
      *22-08-2026 GD - NIGHTLY AGED RECEIVABLES REPORT. NOW THAT THE
      *ACCOUNT MASTER CARRIES LAST-ACT-DATE, THIS REPORT BREAKS TOTAL
      *RECEIVABLES INTO CURRENT / 30 / 60 / 90-PLUS DAY BUCKETS WITH A
       FILE SECTION.
      *
       FD IN-FILE
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
       FD BRM-FILE
                  03 WS-BUCKET-TOTAL    PIC 9(7)V99.
          01 WS-BUCKET-IDX              PIC 9.
          01 WS-GRAND-TOTAL             PIC 9(7)V99 VALUE ZERO.
      *   RECEIVABLES BY BRANCH FOR THE KPI PACK.
          01 WS-RB-TABLE.
              02 WS-RB-ENTRY OCCURS 10 TIMES.
                  03 WS-RB-CODE         PIC X(2).
                  03 WS-RB-TOTAL        PIC 9(7)V99.
          01 WS-RB-CTR                  PIC 99 VALUE ZERO.
          01 WS-RB-IDX                  PIC 99.
          01 WS-KPI-PROGRAM             PIC X(20)
              VALUE "AGED-RECEIVABLES".
          01 WS-KPI-MONTH               PIC 9(6).
          01 WS-KPI-CODE                PIC X(8).
          01 WS-KPI-QUAL                PIC X(4).
          01 WS-KPI-VALUE               PIC S9(11)V99.
          01 HD-LINE1.
              02 FILLER                 PIC X(25) VALUE SPACES.
              02 FILLER                 PIC X(23)
              02 FILLER                 PIC X(11) VALUE SPACES.
          01 DTL-LINE.
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 DTL-ACCT-OUT           PIC ZZZ9.
              02 FILLER                 PIC X(8) VALUE SPACES.
              02 DTL-AMT-OUT            PIC Z,ZZ9.99.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-DATE-OUT           PIC 9(8).
               END-READ
           END-PERFORM
           PERFORM 800-BUCKET-TOTALS-RTN
           PERFORM 870-KPI-RTN
           CLOSE IN-FILE
           CLOSE AGE-RPT-FILE
           PERFORM 900-RUN-LOG-RTN
           END-IF
           ADD 1 TO WS-BUCKET-CTR (WS-BUCKET-IDX)
           ADD AMT-DUE-IN TO WS-BUCKET-TOTAL (WS-BUCKET-IDX)
           ADD AMT-DUE-IN TO WS-GRAND-TOTAL
           PERFORM 260-BRANCH-TOTAL-RTN.

       260-BRANCH-TOTAL-RTN.
           MOVE ZERO TO WS-RB-IDX
           PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
               UNTIL WS-BRM-IDX > WS-RB-CTR
               IF WS-RB-CODE (WS-BRM-IDX) = BRANCH-IN
                   MOVE WS-BRM-IDX TO WS-RB-IDX
                   MOVE WS-RB-CTR TO WS-BRM-IDX
               END-IF
           END-PERFORM
           IF WS-RB-IDX = ZERO AND WS-RB-CTR < 10
               ADD 1 TO WS-RB-CTR
               MOVE WS-RB-CTR TO WS-RB-IDX
               MOVE BRANCH-IN TO WS-RB-CODE (WS-RB-IDX)
               MOVE ZERO TO WS-RB-TOTAL (WS-RB-IDX)
           END-IF
           IF WS-RB-IDX > ZERO
               ADD AMT-DUE-IN TO WS-RB-TOTAL (WS-RB-IDX)
           END-IF.

       300-DTL-RTN.
           IF WS-LINE-CTR > 20
                   AFTER ADVANCING 1 LINES
           END-IF.

      ******************************************************************
      * THE RUN'S FIGURES FOR THE KPI PACK - THE BUCKET TOTALS UNDER
      * AGING AND ONE RECEIVBL ROW PER BRANCH.
      ******************************************************************
       870-KPI-RTN.
           MOVE WS-RUN-DATE (1:6) TO WS-KPI-MONTH
           MOVE "AGING" TO WS-KPI-CODE
           PERFORM 880-KPI-BUCKET-RTN
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4
           MOVE "RECEIVBL" TO WS-KPI-CODE
           PERFORM 890-KPI-BRANCH-RTN
               VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-CTR.

       880-KPI-BUCKET-RTN.
           EVALUATE WS-BUCKET-IDX
               WHEN 1
                   MOVE "CUR" TO WS-KPI-QUAL
               WHEN 2
                   MOVE "30" TO WS-KPI-QUAL
               WHEN 3
                   MOVE "60" TO WS-KPI-QUAL
               WHEN OTHER
                   MOVE "90" TO WS-KPI-QUAL
           END-EVALUATE
           MOVE WS-BUCKET-TOTAL (WS-BUCKET-IDX) TO WS-KPI-VALUE
           CALL 'KPI-RTN' USING WS-KPI-PROGRAM WS-KPI-MONTH
               WS-KPI-CODE WS-KPI-QUAL WS-KPI-VALUE.

       890-KPI-BRANCH-RTN.
           MOVE WS-RB-CODE (WS-RB-IDX) TO WS-KPI-QUAL
           MOVE WS-RB-TOTAL (WS-RB-IDX) TO WS-KPI-VALUE
           CALL 'KPI-RTN' USING WS-KPI-PROGRAM WS-KPI-MONTH
               WS-KPI-CODE WS-KPI-QUAL WS-KPI-VALUE.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
