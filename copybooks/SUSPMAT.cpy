      ******************************************************************
      * Copybook:SUSPMAT
      * Purpose: SUSPENSE MATCH SUGGESTION - ONE ROW PER ITEM ON THE
      *          SUSPENSE FILE, WRITTEN EACH NIGHT BY SUSPENSE-MATCH AND
      *          READ BY SUSPENSE-REVIEW, WHICH SHOWS THE CANDIDATES
      *          ALONGSIDE THE ITEM. THE ITEM IS IDENTIFIED BY ITS
      *          ACCOUNT, TRACE AND AMOUNT AS THEY STAND ON THE
      *          SUSPENSE FILE. SM-NAME IS THE DEPOSITOR NAME THE BANK
      *          FEED CARRIED FOR THE ITEM, KEPT HERE FROM NIGHT TO
      *          NIGHT BECAUSE THE FEED NAME FILE ONLY HOLDS TONIGHT'S.
      *
      *          UP TO THREE CANDIDATE ACCOUNTS, BEST SCORE FIRST.
      *          SM-C-SCORE IS 1-99; SM-C-REASON HOLDS ONE LETTER PER
      *          REASON THE ACCOUNT WAS PUT FORWARD:
      *          "T" = TRANSPOSED DIGITS OF THE SUSPENDED NUMBER
      *          "O" = SUSPENDED NUMBER WITH ONE DIGIT DIFFERENT
      *          "N" = ACCT-NAME IS THE DEPOSITOR NAME
      *          "S" = STANDING ORDER FOR THE SAME AMOUNT AND TYPE
      *          "P" = RECENT POSTING OF THE SAME AMOUNT AND TYPE
      *
      *          SM-CONF VALUES:
      *          "H" = EXACTLY ONE CANDIDATE AT OR ABOVE THE HIGH-
      *                CONFIDENCE SCORE - LISTED SEPARATELY AND OFFERED
      *                FIRST FOR QUICK CONFIRMATION
      *          "R" = RANKED CANDIDATES, NONE SINGLED OUT
      *          "N" = NO CANDIDATE FOUND
      *
      * 15-10-2026 GD - NEW. 160 BYTES.
      ******************************************************************
               02 SM-ACCT-NO                   PIC X(4).
               02 SM-TRACE                     PIC X(9).
               02 SM-AMT-DUE                   PIC 9(4)V99.
               02 SM-TRANS-TYPE                PIC X.
               02 SM-NAME                      PIC X(40).
               02 SM-CONF                      PIC X.
                   88 SM-HIGH                      VALUE "H".
                   88 SM-RANKED                    VALUE "R".
                   88 SM-NONE                      VALUE "N".
               02 SM-CAND-CTR                  PIC 9.
               02 SM-CAND OCCURS 3 TIMES.
                   03 SM-C-ACCT                PIC X(4).
                   03 SM-C-SCORE               PIC 9(3).
                   03 SM-C-REASON              PIC X(5).
                   03 SM-C-NAME                PIC X(20).
               02 FILLER                       PIC X(2).
