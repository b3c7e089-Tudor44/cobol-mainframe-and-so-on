      ******************************************************************
      *15-10-2026 GD - SANCTIONS-LIST SCREENING. NOTHING CHECKED OUR
      *CUSTOMERS AGAINST THE GOVERNMENT SANCTIONS LIST - A LISTED
      *PERSON COULD BE ADDED THROUGH CUST-MAST-MAINT, SIGN ON SOMEONE
      *ELSE'S ACCOUNT OR BE NAMED ON THE BANK FEED AND NO ONE WOULD
      *KNOW. EVERY NIGHT THIS STEP LOADS THE PUBLISHED LIST FILE
      *(SANCT_LIST_PATH) AND SCREENS EVERY NAME ON THE CUSTOMER
      *MASTER, EVERY CURRENT JOINT OWNER, SIGNER AND ATTORNEY ON THE
      *ACCOUNT-PARTY FILE (ACCTPARTY_PATH) AND THE DAY'S NEW NAMES -
      *THE PARTIES BANK-IMPORT FOUND ON TONIGHT'S FEED
      *(SANCT_FEED_PATH). BOTH SIDES ARE COMPARED UPPER CASE WITH THE
      *PUNCTUATION DROPPED AND ONE SPACE BETWEEN WORDS. MATCH RULES:
      *  E EXACT      - THE NAMES ARE THE SAME.
      *  W WORD ORDER - THE SAME WORDS IN ANOTHER ORDER (SURNAME
      *                 FIRST ON ONE SIDE AND NOT THE OTHER).
      *  C CLOSE      - AT MOST SANCT_CLOSE LETTERS APART (ADDED,
      *                 DROPPED OR CHANGED; DEFAULT 2, 1 FOR NAMES OF
      *                 TEN LETTERS OR FEWER, AND NOT TRIED BELOW FIVE)
      *                 EITHER AS WRITTEN OR WITH THE WORDS IN ORDER.
      *EVERY MATCH GOES TO THE REVIEW QUEUE (COPYBOOK SANCTHIT,
      *SANCT_QUEUE_PATH) FOR SANCTION-REVIEW UNLESS IT IS ALREADY
      *THERE OR A COMPLIANCE OPERATOR HAS ALREADY DECIDED IT - THE
      *DECISION FILE (COPYBOOK SANCTDEC, SANCT_DEC_PATH) REMEMBERS
      *CLEARED FALSE POSITIVES SO THEY DO NOT COME BACK EVERY NIGHT.
      *THE SCREENING REPORT (SANCT_RPT_PATH) LISTS TONIGHT'S NEW HITS
      *AND THE COUNTS. NEW HITS END RC 4 WITH A WARNING ON THE ALERT
      *FILE. A LIST THAT IS MISSING OR FAILS ITS TRAILER COUNT
      *SCREENS NOTHING AND RAISES A CRITICAL ALERT (RC 4, SO THE
      *POSTING NIGHT GOES ON); A CUSTOMER MASTER THAT WILL NOT OPEN
      *ENDS RC 8. THE STEP HOLDS NO STATE OF ITS OWN AND MAY SIMPLY BE
      *RERUN.
      *LIST FILE ROWS: "H" HEADER (LIST DATE, PUBLISHER), "D" ONE
      *NAME OF A LISTED ENTRY (ENTRY ID, "P" PRIMARY OR "A" ALIAS,
      *NAME, SANCTIONS PROGRAM), "T" TRAILER (COUNT OF D ROWS).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCTION-SCREEN.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT LIST-FILE ASSIGN TO WS-LIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
       SELECT CUST-FILE ASSIGN TO WS-CUST-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CUST-ACCT-NO
               FILE STATUS IS WS-STATUS.
       SELECT PARTY-FILE ASSIGN TO WS-PTY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTY-STATUS.
       SELECT FEED-NAME-FILE ASSIGN TO WS-FEED-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
       SELECT QUEUE-FILE ASSIGN TO WS-QUEUE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
       SELECT DEC-FILE ASSIGN TO WS-DEC-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
       SELECT SCR-RPT-FILE ASSIGN TO WS-RPT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD LIST-FILE
          RECORD CONTAINS 80 CHARACTERS.
          01 LIST-REC.
              02 LS-REC-TYPE             PIC X.
                  88 LS-HEADER           VALUE "H".
                  88 LS-DETAIL           VALUE "D".
                  88 LS-TRAILER          VALUE "T".
              02 LS-ENTRY-ID             PIC X(10).
              02 LS-NAME-TYPE            PIC X.
              02 LS-NAME                 PIC X(40).
              02 LS-PROGRAM              PIC X(10).
              02 FILLER                  PIC X(18).
          01 LIST-HDR-REC.
              02 FILLER                  PIC X.
              02 LH-LIST-DATE            PIC 9(8).
              02 LH-PUBLISHER            PIC X(20).
              02 FILLER                  PIC X(51).
          01 LIST-TRL-REC.
              02 FILLER                  PIC X.
              02 LT-COUNT                PIC 9(8).
              02 FILLER                  PIC X(71).
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
       FD PARTY-FILE
          RECORD CONTAINS 47 CHARACTERS.
          01 PARTY-REC.
          COPY PARTYREC.
      *
       FD FEED-NAME-FILE
          RECORD CONTAINS 53 CHARACTERS.
          01 FEED-NAME-REC.
          COPY FEEDNAME.
      *
       FD QUEUE-FILE
          RECORD CONTAINS 130 CHARACTERS.
          01 QUEUE-REC.
          COPY SANCTHIT.
      *
       FD DEC-FILE
          RECORD CONTAINS 130 CHARACTERS.
          01 DEC-REC.
          COPY SANCTDEC.
      *
       FD SCR-RPT-FILE
          RECORD CONTAINS 80 CHARACTERS.
          01 SCR-RPT-REC               PIC X(80).
      *
       WORKING-STORAGE SECTION.
          01 WS-LIST-FILE-PATH          PIC X(80) VALUE
              "/Users/gaetanodorsi/SanctionsList.txt".
          01 WS-CUST-FILE-PATH          PIC X(80) VALUE
              "/Users/gaetanodorsi/CustMast.txt".
          01 WS-PTY-FILE-PATH           PIC X(80) VALUE SPACES.
          01 WS-FEED-FILE-PATH          PIC X(80) VALUE SPACES.
          01 WS-QUEUE-FILE-PATH         PIC X(80) VALUE
              "/Users/gaetanodorsi/SanctionsQueue.txt".
          01 WS-DEC-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/SanctionsDecisions.txt".
          01 WS-RPT-FILE-PATH           PIC X(80) VALUE
              "/Users/gaetanodorsi/SanctionsScreen.txt".
          01 WS-ENV-HOLD                PIC X(80).
          01 WS-LOG-PROGRAM  PIC X(20) VALUE "SANCTION-SCREEN".
          01 WS-LOG-START.
              02 WS-LOG-START-DATE  PIC 9(6).
              02 WS-LOG-START-TIME  PIC 9(6).
          01 WS-LOG-READ     PIC 9(6).
          01 WS-LOG-WRITTEN  PIC 9(6).
          01 WS-LOG-REJECTED PIC 9(6).
          01 WS-LOG-RC       PIC 9(2).
          01 WS-LOG-TIME-HOLD PIC 9(8).
          01 WS-ALERT-SEV               PIC X.
          01 WS-ALERT-MSG               PIC X(60).
          01 WS-STATUS                  PIC XX.
          01 WS-LIST-STATUS             PIC XX.
          01 WS-PTY-STATUS              PIC XX.
          01 WS-FEED-STATUS             PIC XX.
          01 WS-QUEUE-STATUS            PIC XX.
          01 WS-DEC-STATUS              PIC XX.
          01 WS-EOF-SW                  PIC X.
              88 WS-EOF                        VALUE "Y".
          01 WS-LIST-OK-SW              PIC X VALUE "Y".
              88 WS-LIST-OK                    VALUE "Y".
          01 WS-HDR-SEEN-SW             PIC X VALUE "N".
          01 WS-TRL-SEEN-SW             PIC X VALUE "N".
          01 WS-RUN-DATE                PIC 9(8).
          01 WS-LIST-DATE               PIC 9(8) VALUE ZERO.
          01 WS-LIST-TRL-COUNT          PIC 9(8) VALUE ZERO.
          01 WS-LIST-READ-CTR           PIC 9(8) VALUE ZERO.
          01 WS-CLOSE-MAX               PIC 9 VALUE 2.
          01 WS-LINE-CTR                PIC 99 VALUE 99.
      *   THE LIST, EACH NAME HELD AS COMPARED AND WITH ITS WORDS IN
      *   ORDER FOR THE WORD-ORDER AND CLOSE RULES.
          01 WS-LT-TABLE.
              02 WS-LT-ENTRY OCCURS 3000 TIMES.
                  03 WS-LT-ID           PIC X(10).
                  03 WS-LT-PROGRAM      PIC X(10).
                  03 WS-LT-NAME         PIC X(40).
                  03 WS-LT-LEN          PIC 99.
                  03 WS-LT-WORDS        PIC 99.
                  03 WS-LT-SORTED       PIC X(40).
          01 WS-LT-CTR                  PIC 9(4) VALUE ZERO.
          01 WS-LT-IDX                  PIC 9(4).
      *   DECIDED MATCHES FROM THE DECISION FILE.
          01 WS-DT-TABLE.
              02 WS-DT-ENTRY OCCURS 2000 TIMES.
                  03 WS-DT-ACCT-NO      PIC X(4).
                  03 WS-DT-NAME         PIC X(40).
                  03 WS-DT-LIST-ID      PIC X(10).
                  03 WS-DT-DECISION     PIC X.
          01 WS-DT-CTR                  PIC 9(4) VALUE ZERO.
          01 WS-DT-IDX                  PIC 9(4).
          01 WS-DT-FOUND                PIC 9(4).
      *   ITEMS ALREADY WAITING ON THE QUEUE, PLUS TONIGHT'S.
          01 WS-QT-TABLE.
              02 WS-QT-ENTRY OCCURS 2000 TIMES.
                  03 WS-QT-ACCT-NO      PIC X(4).
                  03 WS-QT-NAME         PIC X(40).
                  03 WS-QT-LIST-ID      PIC X(10).
          01 WS-QT-CTR                  PIC 9(4) VALUE ZERO.
          01 WS-QT-LOADED               PIC 9(4) VALUE ZERO.
          01 WS-QT-IDX                  PIC 9(4).
          01 WS-QT-FOUND                PIC 9(4).
      *   THE NAME BEING SCREENED.
          01 WS-SC-SOURCE               PIC X.
          01 WS-SC-ACCT-NO              PIC X(4).
          01 WS-SC-REF                  PIC X(9).
          01 WS-SC-NAME                 PIC X(40).
          01 WS-SC-LEN                  PIC 99.
          01 WS-SC-WORDS                PIC 99.
          01 WS-SC-SORTED               PIC X(40).
          01 WS-MATCH                   PIC X.
          01 WS-DIST-MAX                PIC 9.
          01 WS-LEN-DIFF                PIC S99.
      *   NAME NORMALIZING - IN, OUT, WORDS AND THE SORTED FORM.
          01 WS-NM-IN                   PIC X(40).
          01 WS-NM-OUT                  PIC X(40).
          01 WS-NM-LEN                  PIC 99.
          01 WS-NM-SORTED               PIC X(40).
          01 WS-NM-IDX                  PIC 99.
          01 WS-NM-CHAR                 PIC X.
          01 WS-NM-GAP-SW               PIC X.
          01 WS-WD-TABLE.
              02 WS-WD-ENTRY OCCURS 10 TIMES.
                  03 WS-WD-TEXT         PIC X(40).
          01 WS-WD-CTR                  PIC 99.
          01 WS-WD-IDX                  PIC 99.
          01 WS-WD-IDX2                 PIC 99.
          01 WS-WD-POS                  PIC 99.
          01 WS-WD-HOLD                 PIC X(40).
          01 WS-SORT-PTR                PIC 99.
      *   LETTERS-APART (EDIT DISTANCE) OF WS-DA AGAINST WS-DB, ONE
      *   ROW OF THE TABLE AT A TIME; GIVES UP AS SOON AS A WHOLE ROW
      *   IS FURTHER APART THAN WS-DIST-MAX.
          01 WS-DA                      PIC X(40).
          01 WS-DA-LEN                  PIC 99.
          01 WS-DB                      PIC X(40).
          01 WS-DB-LEN                  PIC 99.
          01 WS-DIST                    PIC 99.
          01 WS-DP-PREV-ROW.
              02 WS-DP-PREV OCCURS 41 TIMES PIC 99.
          01 WS-DP-CURR-ROW.
              02 WS-DP-CURR OCCURS 41 TIMES PIC 99.
          01 WS-DP-I                    PIC 99.
          01 WS-DP-J                    PIC 99.
          01 WS-DP-COST                 PIC 99.
          01 WS-DP-CELL                 PIC 99.
          01 WS-DP-ROW-MIN              PIC 99.
      *   COUNTS.
          01 WS-CUST-CTR                PIC 9(6) VALUE ZERO.
          01 WS-PARTY-CTR               PIC 9(6) VALUE ZERO.
          01 WS-FEED-CTR                PIC 9(6) VALUE ZERO.
          01 WS-NEW-HIT-CTR             PIC 9(6) VALUE ZERO.
          01 WS-EXACT-CTR               PIC 9(6) VALUE ZERO.
          01 WS-WORD-CTR                PIC 9(6) VALUE ZERO.
          01 WS-CLOSE-CTR               PIC 9(6) VALUE ZERO.
          01 WS-QUEUED-CTR              PIC 9(6) VALUE ZERO.
          01 WS-CLEARED-CTR             PIC 9(6) VALUE ZERO.
          01 WS-CONFIRMED-CTR           PIC 9(6) VALUE ZERO.
          01 WS-TBL-FULL-CTR            PIC 9(6) VALUE ZERO.
          01 HD-LINE1.
              02 FILLER                 PIC X(18) VALUE SPACES.
              02 FILLER                 PIC X(34)
                  VALUE "SANCTIONS SCREENING REPORT".
              02 FILLER                 PIC X(5) VALUE SPACES.
              02 HD-DATE-OUT            PIC 9(8).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(5) VALUE "PAGE ".
              02 PAGE-OUT               PIC 999 VALUE ZERO.
              02 FILLER                 PIC X(5) VALUE SPACES.
          01 HD-LINE2.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(11) VALUE "LIST DATED ".
              02 HD-LIST-DATE-OUT       PIC 9(8).
              02 FILLER                 PIC X(3) VALUE SPACES.
              02 FILLER                 PIC X(13) VALUE "LISTED NAMES ".
              02 HD-LIST-CTR-OUT        PIC Z,ZZ9.
              02 FILLER                 PIC X(3) VALUE SPACES.
              02 FILLER                 PIC X(20)
                  VALUE "CLOSE MATCH WITHIN: ".
              02 HD-CLOSE-OUT           PIC 9.
              02 FILLER                 PIC X(14) VALUE SPACES.
          01 HD-LINE3.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(3) VALUE "SRC".
              02 FILLER                 PIC X(1) VALUE SPACES.
              02 FILLER                 PIC X(4) VALUE "ACCT".
              02 FILLER                 PIC X(1) VALUE SPACES.
              02 FILLER                 PIC X(9) VALUE "REFERENCE".
              02 FILLER                 PIC X(1) VALUE SPACES.
              02 FILLER                 PIC X(13) VALUE "SCREENED NAME".
              02 FILLER                 PIC X(9) VALUE SPACES.
              02 FILLER                 PIC X(10) VALUE "LIST ENTRY".
              02 FILLER                 PIC X(1) VALUE SPACES.
              02 FILLER                 PIC X(11) VALUE "LISTED NAME".
              02 FILLER                 PIC X(9) VALUE SPACES.
              02 FILLER                 PIC X(5) VALUE "MATCH".
              02 FILLER                 PIC X(1) VALUE SPACES.
          01 DTL-LINE.
              02 FILLER                 PIC X(3) VALUE SPACES.
              02 DTL-SOURCE-OUT         PIC X.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-ACCT-OUT           PIC X(4).
              02 FILLER                 PIC X(1) VALUE SPACES.
              02 DTL-REF-OUT            PIC X(9).
              02 FILLER                 PIC X(1) VALUE SPACES.
              02 DTL-NAME-OUT           PIC X(21).
              02 FILLER                 PIC X(1) VALUE SPACES.
              02 DTL-LIST-ID-OUT        PIC X(10).
              02 FILLER                 PIC X(1) VALUE SPACES.
              02 DTL-LIST-NAME-OUT      PIC X(20).
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 DTL-MATCH-OUT          PIC X.
              02 FILLER                 PIC X(1) VALUE SPACES.
              02 DTL-DIST-OUT           PIC 9.
              02 FILLER                 PIC X(1) VALUE SPACES.
          01 NONE-LINE.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(40)
                  VALUE "NO NEW SANCTIONS HITS TONIGHT.".
              02 FILLER                 PIC X(38) VALUE SPACES.
          01 NOT-SCREENED-LINE.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 FILLER                 PIC X(50)
                  VALUE "SANCTIONS LIST NOT USABLE - NOTHING SCREENED.".
              02 FILLER                 PIC X(28) VALUE SPACES.
          01 TOT-LINE.
              02 FILLER                 PIC X(2) VALUE SPACES.
              02 TL-LABEL-OUT           PIC X(36).
              02 TL-COUNT-OUT           PIC ZZZ,ZZ9.
              02 FILLER                 PIC X(35) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SANCT_LIST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-LIST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SANCT_CUST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CUST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "ACCTPARTY_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PTY-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SANCT_FEED_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-FEED-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SANCT_QUEUE_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-QUEUE-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SANCT_DEC_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-DEC-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SANCT_RPT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "SANCT_CLOSE"
           IF WS-ENV-HOLD (1:1) IS NUMERIC
               MOVE WS-ENV-HOLD (1:1) TO WS-CLOSE-MAX
           END-IF
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-RUN-DATE
           OPEN OUTPUT SCR-RPT-FILE
           PERFORM 150-LOAD-LIST-RTN
           IF NOT WS-LIST-OK
               PERFORM 500-HDG-RTN
               WRITE SCR-RPT-REC FROM NOT-SCREENED-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE SCR-RPT-FILE
               MOVE "C" TO WS-ALERT-SEV
               MOVE "SANCTIONS LIST NOT USABLE - NO NAMES SCREENED"
                   TO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-LOG-PROGRAM
                   WS-ALERT-MSG
               MOVE 4 TO RETURN-CODE
               PERFORM 900-RUN-LOG-RTN
               STOP RUN
           END-IF
           PERFORM 170-LOAD-DECISIONS-RTN
           PERFORM 180-LOAD-QUEUE-RTN
           OPEN EXTEND QUEUE-FILE
           IF WS-QUEUE-STATUS = "35"
               OPEN OUTPUT QUEUE-FILE
           END-IF
           PERFORM 500-HDG-RTN
           PERFORM 200-SCREEN-CUSTOMERS-RTN
           IF RETURN-CODE = 8
               CLOSE QUEUE-FILE
               CLOSE SCR-RPT-FILE
               PERFORM 900-RUN-LOG-RTN
               STOP RUN
           END-IF
           IF WS-PTY-FILE-PATH NOT = SPACES
               PERFORM 250-SCREEN-PARTIES-RTN
           END-IF
           IF WS-FEED-FILE-PATH NOT = SPACES
               PERFORM 270-SCREEN-FEED-RTN
           END-IF
           CLOSE QUEUE-FILE
           IF WS-NEW-HIT-CTR = ZERO
               WRITE SCR-RPT-REC FROM NONE-LINE AFTER ADVANCING 1 LINES
           END-IF
           PERFORM 800-TOTALS-RTN
           CLOSE SCR-RPT-FILE
           IF WS-NEW-HIT-CTR > ZERO
               MOVE "W" TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-MSG
               STRING "NEW SANCTIONS HITS QUEUED FOR REVIEW: "
                   WS-NEW-HIT-CTR DELIMITED BY SIZE
                   INTO WS-ALERT-MSG
               CALL 'ALERT-RTN' USING WS-ALERT-SEV WS-LOG-PROGRAM
                   WS-ALERT-MSG
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "LISTED NAMES LOADED     : " WS-LT-CTR
           DISPLAY "CUSTOMER NAMES SCREENED : " WS-CUST-CTR
           DISPLAY "PARTY NAMES SCREENED    : " WS-PARTY-CTR
           DISPLAY "FEED NAMES SCREENED     : " WS-FEED-CTR
           DISPLAY "NEW HITS QUEUED         : " WS-NEW-HIT-CTR
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

      ******************************************************************
      * THE PUBLISHED LIST. A LIST WITH NO HEADER OR TRAILER, A
      * TRAILER COUNT THAT DISAGREES WITH THE NAMES READ, OR MORE
      * NAMES THAN THE TABLE HOLDS IS NOT USED AT ALL - SCREENING
      * AGAINST PART OF A LIST WOULD CLEAR NAMES IT NEVER SAW.
      ******************************************************************
       150-LOAD-LIST-RTN.
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "SANCTIONS LIST NOT AVAILABLE - STATUS "
                   WS-LIST-STATUS
               MOVE "N" TO WS-LIST-OK-SW
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 160-LOAD-ONE-LIST-RTN UNTIL WS-EOF
               CLOSE LIST-FILE
               IF WS-HDR-SEEN-SW NOT = "Y"
                   OR WS-TRL-SEEN-SW NOT = "Y"
                   DISPLAY "SANCTIONS LIST HAS NO HEADER OR TRAILER"
                   MOVE "N" TO WS-LIST-OK-SW
               END-IF
               IF WS-TRL-SEEN-SW = "Y"
                   AND WS-LIST-TRL-COUNT NOT = WS-LIST-READ-CTR
                   DISPLAY "SANCTIONS LIST TRAILER COUNT "
                       WS-LIST-TRL-COUNT " BUT " WS-LIST-READ-CTR
                       " NAMES READ"
                   MOVE "N" TO WS-LIST-OK-SW
               END-IF
               IF WS-LIST-READ-CTR > 3000
                   DISPLAY "SANCTIONS LIST HAS " WS-LIST-READ-CTR
                       " NAMES - THE TABLE HOLDS 3000"
                   MOVE "N" TO WS-LIST-OK-SW
               END-IF
           END-IF.

       160-LOAD-ONE-LIST-RTN.
           READ LIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN LS-HEADER
                           MOVE "Y" TO WS-HDR-SEEN-SW
                           MOVE LH-LIST-DATE TO WS-LIST-DATE
                       WHEN LS-TRAILER
                           MOVE "Y" TO WS-TRL-SEEN-SW
                           MOVE LT-COUNT TO WS-LIST-TRL-COUNT
                       WHEN LS-DETAIL
                           ADD 1 TO WS-LIST-READ-CTR
                           IF WS-LT-CTR < 3000
                               PERFORM 165-ADD-LISTED-RTN
                           END-IF
                   END-EVALUATE
           END-READ.

       165-ADD-LISTED-RTN.
           MOVE LS-NAME TO WS-NM-IN
           PERFORM 600-NORMALIZE-RTN
           IF WS-NM-LEN > ZERO
               ADD 1 TO WS-LT-CTR
               MOVE LS-ENTRY-ID TO WS-LT-ID (WS-LT-CTR)
               MOVE LS-PROGRAM TO WS-LT-PROGRAM (WS-LT-CTR)
               MOVE WS-NM-OUT TO WS-LT-NAME (WS-LT-CTR)
               MOVE WS-NM-LEN TO WS-LT-LEN (WS-LT-CTR)
               MOVE WS-WD-CTR TO WS-LT-WORDS (WS-LT-CTR)
               MOVE WS-NM-SORTED TO WS-LT-SORTED (WS-LT-CTR)
           END-IF.

      ******************************************************************
      * EVERY DECISION EVER TAKEN. NO FILE MEANS NOTHING DECIDED YET.
      ******************************************************************
       170-LOAD-DECISIONS-RTN.
           OPEN INPUT DEC-FILE
           IF WS-DEC-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 175-LOAD-ONE-DEC-RTN UNTIL WS-EOF
               CLOSE DEC-FILE
           END-IF.

       175-LOAD-ONE-DEC-RTN.
           READ DEC-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-DT-CTR < 2000
                       ADD 1 TO WS-DT-CTR
                       MOVE SD-ACCT-NO TO WS-DT-ACCT-NO (WS-DT-CTR)
                       MOVE SD-NAME TO WS-DT-NAME (WS-DT-CTR)
                       MOVE SD-LIST-ID TO WS-DT-LIST-ID (WS-DT-CTR)
                       MOVE SD-DECISION TO WS-DT-DECISION (WS-DT-CTR)
                   ELSE
                       DISPLAY "DECISION TABLE FULL - ACCOUNT "
                           SD-ACCT-NO " " SD-LIST-ID " NOT LOADED"
                   END-IF
           END-READ.

       180-LOAD-QUEUE-RTN.
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 185-LOAD-ONE-QUEUE-RTN UNTIL WS-EOF
               CLOSE QUEUE-FILE
           END-IF
           MOVE WS-QT-CTR TO WS-QT-LOADED.

       185-LOAD-ONE-QUEUE-RTN.
           READ QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-QT-CTR < 2000
                       ADD 1 TO WS-QT-CTR
                       MOVE SQ-ACCT-NO TO WS-QT-ACCT-NO (WS-QT-CTR)
                       MOVE SQ-NAME TO WS-QT-NAME (WS-QT-CTR)
                       MOVE SQ-LIST-ID TO WS-QT-LIST-ID (WS-QT-CTR)
                   END-IF
           END-READ.

      ******************************************************************
      * EVERY NAME ON THE CUSTOMER MASTER.
      ******************************************************************
       200-SCREEN-CUSTOMERS-RTN.
           OPEN INPUT CUST-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 210-SCREEN-ONE-CUST-RTN UNTIL WS-EOF
               CLOSE CUST-FILE
           END-IF.

       210-SCREEN-ONE-CUST-RTN.
           READ CUST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CUST-CTR
                   MOVE "C" TO WS-SC-SOURCE
                   MOVE CUST-ACCT-NO TO WS-SC-ACCT-NO
                   MOVE SPACES TO WS-SC-REF
                   MOVE CUST-NAME TO WS-NM-IN
                   PERFORM 300-SCREEN-NAME-RTN
           END-READ.

      ******************************************************************
      * EVERY JOINT OWNER, SIGNER AND ATTORNEY STILL ON AN ACCOUNT.
      * THE PRIMARY OWNER IS THE CUSTOMER MASTER NAME, ALREADY DONE.
      ******************************************************************
       250-SCREEN-PARTIES-RTN.
           OPEN INPUT PARTY-FILE
           IF WS-PTY-STATUS NOT = "00"
               DISPLAY "ACCOUNT-PARTY FILE NOT AVAILABLE - STATUS "
                   WS-PTY-STATUS " - PARTIES NOT SCREENED"
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 260-SCREEN-ONE-PARTY-RTN UNTIL WS-EOF
               CLOSE PARTY-FILE
           END-IF.

       260-SCREEN-ONE-PARTY-RTN.
           READ PARTY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF NOT PTY-PRIMARY
                       AND (PTY-END-DATE = ZERO
                           OR PTY-END-DATE NOT < WS-RUN-DATE)
                       ADD 1 TO WS-PARTY-CTR
                       MOVE "P" TO WS-SC-SOURCE
                       MOVE PTY-ACCT-NO TO WS-SC-ACCT-NO
                       MOVE PTY-PARTY-ID TO WS-SC-REF
                       MOVE PTY-NAME TO WS-NM-IN
                       PERFORM 300-SCREEN-NAME-RTN
                   END-IF
           END-READ.

      ******************************************************************
      * THE PARTIES NAMED ON TONIGHT'S BANK FEED.
      ******************************************************************
       270-SCREEN-FEED-RTN.
           OPEN INPUT FEED-NAME-FILE
           IF WS-FEED-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 280-SCREEN-ONE-FEED-RTN UNTIL WS-EOF
               CLOSE FEED-NAME-FILE
           END-IF.

       280-SCREEN-ONE-FEED-RTN.
           READ FEED-NAME-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FEED-CTR
                   MOVE "B" TO WS-SC-SOURCE
                   MOVE FN-ACCT-NO TO WS-SC-ACCT-NO
                   MOVE FN-TRACE TO WS-SC-REF
                   MOVE FN-NAME TO WS-NM-IN
                   PERFORM 300-SCREEN-NAME-RTN
           END-READ.

      ******************************************************************
      * ONE NAME AGAINST THE WHOLE LIST.
      ******************************************************************
       300-SCREEN-NAME-RTN.
           PERFORM 600-NORMALIZE-RTN
           IF WS-NM-LEN > ZERO
               MOVE WS-NM-OUT TO WS-SC-NAME
               MOVE WS-NM-LEN TO WS-SC-LEN
               MOVE WS-WD-CTR TO WS-SC-WORDS
               MOVE WS-NM-SORTED TO WS-SC-SORTED
               PERFORM 320-MATCH-ONE-RTN
                   VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-CTR
           END-IF.

      ******************************************************************
      * THE MATCH RULES, STRONGEST FIRST. THE CLOSE RULE ALLOWS ONE
      * LETTER FOR A SHORT NAME, NONE BELOW FIVE LETTERS (EVERY
      * THREE-LETTER NAME IS ONE LETTER FROM A HUNDRED OTHERS), AND
      * IS ONLY TRIED WHEN THE LENGTHS ARE NEAR ENOUGH TO SUCCEED.
      ******************************************************************
       320-MATCH-ONE-RTN.
           MOVE SPACE TO WS-MATCH
           MOVE ZERO TO WS-DIST
           EVALUATE TRUE
               WHEN WS-LT-NAME (WS-LT-IDX) = WS-SC-NAME
                   MOVE "E" TO WS-MATCH
               WHEN WS-LT-SORTED (WS-LT-IDX) = WS-SC-SORTED
                   MOVE "W" TO WS-MATCH
               WHEN OTHER
                   MOVE WS-CLOSE-MAX TO WS-DIST-MAX
                   IF WS-SC-LEN NOT > 10
                       OR WS-LT-LEN (WS-LT-IDX) NOT > 10
                       IF WS-DIST-MAX > 1
                           MOVE 1 TO WS-DIST-MAX
                       END-IF
                   END-IF
                   COMPUTE WS-LEN-DIFF =
                       WS-SC-LEN - WS-LT-LEN (WS-LT-IDX)
                   IF WS-LEN-DIFF < ZERO
                       COMPUTE WS-LEN-DIFF = ZERO - WS-LEN-DIFF
                   END-IF
                   IF WS-SC-LEN < 5 OR WS-LT-LEN (WS-LT-IDX) < 5
                       MOVE ZERO TO WS-DIST-MAX
                   END-IF
                   IF WS-DIST-MAX > ZERO
                       AND WS-LEN-DIFF NOT > WS-DIST-MAX
                       PERFORM 330-CLOSE-RULE-RTN
                   END-IF
           END-EVALUATE
           IF WS-MATCH NOT = SPACE
               PERFORM 350-RECORD-HIT-RTN
           END-IF.

       330-CLOSE-RULE-RTN.
           MOVE WS-SC-NAME TO WS-DA
           MOVE WS-SC-LEN TO WS-DA-LEN
           MOVE WS-LT-NAME (WS-LT-IDX) TO WS-DB
           MOVE WS-LT-LEN (WS-LT-IDX) TO WS-DB-LEN
           PERFORM 700-DISTANCE-RTN
           IF WS-DIST NOT > WS-DIST-MAX
               MOVE "C" TO WS-MATCH
           ELSE
               IF WS-SC-WORDS > 1 OR WS-LT-WORDS (WS-LT-IDX) > 1
                   MOVE WS-SC-SORTED TO WS-DA
                   MOVE WS-LT-SORTED (WS-LT-IDX) TO WS-DB
                   PERFORM 700-DISTANCE-RTN
                   IF WS-DIST NOT > WS-DIST-MAX
                       MOVE "C" TO WS-MATCH
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * A MATCH ALREADY DECIDED OR ALREADY WAITING IS COUNTED, NOT
      * QUEUED AGAIN; A SECOND NAME OF THE SAME LIST ENTRY MATCHING
      * THE SAME NAME TONIGHT IS NEITHER. A DECISION COVERS EVERY
      * NAME (PRIMARY AND ALIASES) OF THE LIST ENTRY DECIDED.
      ******************************************************************
       350-RECORD-HIT-RTN.
           MOVE ZERO TO WS-DT-FOUND
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DT-CTR OR WS-DT-FOUND > ZERO
               IF WS-DT-ACCT-NO (WS-DT-IDX) = WS-SC-ACCT-NO
                   AND WS-DT-NAME (WS-DT-IDX) = WS-SC-NAME
                   AND WS-DT-LIST-ID (WS-DT-IDX) = WS-LT-ID (WS-LT-IDX)
                   MOVE WS-DT-IDX TO WS-DT-FOUND
               END-IF
           END-PERFORM
           IF WS-DT-FOUND > ZERO
               IF WS-DT-DECISION (WS-DT-FOUND) = "X"
                   ADD 1 TO WS-CLEARED-CTR
               ELSE
                   ADD 1 TO WS-CONFIRMED-CTR
               END-IF
           ELSE
               MOVE ZERO TO WS-QT-FOUND
               PERFORM VARYING WS-QT-IDX FROM 1 BY 1
                   UNTIL WS-QT-IDX > WS-QT-CTR OR WS-QT-FOUND > ZERO
                   IF WS-QT-ACCT-NO (WS-QT-IDX) = WS-SC-ACCT-NO
                       AND WS-QT-NAME (WS-QT-IDX) = WS-SC-NAME
                       AND WS-QT-LIST-ID (WS-QT-IDX)
                           = WS-LT-ID (WS-LT-IDX)
                       MOVE WS-QT-IDX TO WS-QT-FOUND
                   END-IF
               END-PERFORM
               IF WS-QT-FOUND > ZERO
                   IF WS-QT-FOUND NOT > WS-QT-LOADED
                       ADD 1 TO WS-QUEUED-CTR
                   END-IF
               ELSE
                   PERFORM 400-QUEUE-HIT-RTN
               END-IF
           END-IF.

       400-QUEUE-HIT-RTN.
           MOVE SPACES TO QUEUE-REC
           MOVE WS-RUN-DATE TO SQ-FOUND-DATE
           MOVE WS-SC-SOURCE TO SQ-SOURCE
           MOVE WS-SC-ACCT-NO TO SQ-ACCT-NO
           MOVE WS-SC-REF TO SQ-REF
           MOVE WS-SC-NAME TO SQ-NAME
           MOVE WS-LT-ID (WS-LT-IDX) TO SQ-LIST-ID
           MOVE WS-LT-NAME (WS-LT-IDX) TO SQ-LIST-NAME
           MOVE WS-LT-PROGRAM (WS-LT-IDX) TO SQ-PROGRAM
           MOVE WS-MATCH TO SQ-MATCH
           MOVE WS-DIST TO SQ-DISTANCE
           IF WS-MATCH NOT = "C"
               MOVE ZERO TO SQ-DISTANCE
           END-IF
           WRITE QUEUE-REC
           ADD 1 TO WS-NEW-HIT-CTR
           EVALUATE WS-MATCH
               WHEN "E"
                   ADD 1 TO WS-EXACT-CTR
               WHEN "W"
                   ADD 1 TO WS-WORD-CTR
               WHEN OTHER
                   ADD 1 TO WS-CLOSE-CTR
           END-EVALUATE
           IF WS-QT-CTR < 2000
               ADD 1 TO WS-QT-CTR
               MOVE WS-SC-ACCT-NO TO WS-QT-ACCT-NO (WS-QT-CTR)
               MOVE WS-SC-NAME TO WS-QT-NAME (WS-QT-CTR)
               MOVE WS-LT-ID (WS-LT-IDX) TO WS-QT-LIST-ID (WS-QT-CTR)
           ELSE
               ADD 1 TO WS-TBL-FULL-CTR
           END-IF
           IF WS-LINE-CTR > 50
               PERFORM 500-HDG-RTN
           END-IF
           MOVE SQ-SOURCE TO DTL-SOURCE-OUT
           MOVE SQ-ACCT-NO TO DTL-ACCT-OUT
           MOVE SQ-REF TO DTL-REF-OUT
           MOVE SQ-NAME TO DTL-NAME-OUT
           MOVE SQ-LIST-ID TO DTL-LIST-ID-OUT
           MOVE SQ-LIST-NAME TO DTL-LIST-NAME-OUT
           MOVE SQ-MATCH TO DTL-MATCH-OUT
           MOVE SQ-DISTANCE TO DTL-DIST-OUT
           WRITE SCR-RPT-REC FROM DTL-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-LINE-CTR.

       500-HDG-RTN.
           ADD 1 TO PAGE-OUT
           MOVE WS-RUN-DATE TO HD-DATE-OUT
           MOVE WS-LIST-DATE TO HD-LIST-DATE-OUT
           MOVE WS-LT-CTR TO HD-LIST-CTR-OUT
           MOVE WS-CLOSE-MAX TO HD-CLOSE-OUT
           WRITE SCR-RPT-REC FROM HD-LINE1 AFTER ADVANCING PAGE
           WRITE SCR-RPT-REC FROM HD-LINE2 AFTER ADVANCING 2 LINES
           WRITE SCR-RPT-REC FROM HD-LINE3 AFTER ADVANCING 2 LINES
           MOVE SPACES TO SCR-RPT-REC
           WRITE SCR-RPT-REC AFTER ADVANCING 1 LINES
           MOVE 6 TO WS-LINE-CTR.

      ******************************************************************
      * UPPER CASE, PUNCTUATION TO SPACES, ONE SPACE BETWEEN WORDS,
      * LEFT JUSTIFIED - AND A SECOND FORM WITH THE WORDS SORTED SO
      * "SMITH JOHN" AND "JOHN SMITH" COMPARE EQUAL. A NAME OF MORE
      * THAN TEN WORDS KEEPS ITS LAST WORDS IN THE TENTH.
      ******************************************************************
       600-NORMALIZE-RTN.
           INSPECT WS-NM-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,-'/&()"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ        "
           MOVE SPACES TO WS-NM-OUT
           MOVE SPACES TO WS-WD-TABLE
           MOVE ZERO TO WS-NM-LEN
           MOVE ZERO TO WS-WD-CTR
           MOVE ZERO TO WS-WD-POS
           MOVE "Y" TO WS-NM-GAP-SW
           PERFORM 610-NORMALIZE-CHAR-RTN
               VARYING WS-NM-IDX FROM 1 BY 1 UNTIL WS-NM-IDX > 40
           PERFORM 620-SORT-WORDS-RTN
               VARYING WS-WD-IDX FROM 1 BY 1
               UNTIL WS-WD-IDX NOT < WS-WD-CTR
           MOVE SPACES TO WS-NM-SORTED
           MOVE 1 TO WS-SORT-PTR
           PERFORM 640-JOIN-WORD-RTN
               VARYING WS-WD-IDX FROM 1 BY 1
               UNTIL WS-WD-IDX > WS-WD-CTR.

       610-NORMALIZE-CHAR-RTN.
           MOVE WS-NM-IN (WS-NM-IDX:1) TO WS-NM-CHAR
           IF WS-NM-CHAR = SPACE
               MOVE "Y" TO WS-NM-GAP-SW
           ELSE
               IF WS-NM-GAP-SW = "Y"
                   IF WS-NM-LEN > ZERO
                       ADD 1 TO WS-NM-LEN
                   END-IF
                   IF WS-WD-CTR < 10
                       ADD 1 TO WS-WD-CTR
                       MOVE ZERO TO WS-WD-POS
                   END-IF
                   MOVE "N" TO WS-NM-GAP-SW
               END-IF
               ADD 1 TO WS-NM-LEN
               MOVE WS-NM-CHAR TO WS-NM-OUT (WS-NM-LEN:1)
               IF WS-WD-POS < 40
                   ADD 1 TO WS-WD-POS
                   MOVE WS-NM-CHAR
                       TO WS-WD-TEXT (WS-WD-CTR) (WS-WD-POS:1)
               END-IF
           END-IF.

       620-SORT-WORDS-RTN.
           PERFORM 630-SORT-PASS-RTN
               VARYING WS-WD-IDX2 FROM 1 BY 1
               UNTIL WS-WD-IDX2 > WS-WD-CTR - WS-WD-IDX.

       630-SORT-PASS-RTN.
           IF WS-WD-TEXT (WS-WD-IDX2) > WS-WD-TEXT (WS-WD-IDX2 + 1)
               MOVE WS-WD-TEXT (WS-WD-IDX2) TO WS-WD-HOLD
               MOVE WS-WD-TEXT (WS-WD-IDX2 + 1)
                   TO WS-WD-TEXT (WS-WD-IDX2)
               MOVE WS-WD-HOLD TO WS-WD-TEXT (WS-WD-IDX2 + 1)
           END-IF.

       640-JOIN-WORD-RTN.
           IF WS-WD-IDX > 1 AND WS-SORT-PTR < 40
               ADD 1 TO WS-SORT-PTR
           END-IF
           IF WS-SORT-PTR NOT > 40
               STRING WS-WD-TEXT (WS-WD-IDX) DELIMITED BY SPACE
                   INTO WS-NM-SORTED WITH POINTER WS-SORT-PTR
           END-IF.

      ******************************************************************
      * LETTERS APART - THE FEWEST SINGLE-LETTER ADDITIONS, DROPS AND
      * CHANGES THAT TURN WS-DA INTO WS-DB. ROW I OF THE TABLE HOLDS
      * THE DISTANCE FROM THE FIRST I LETTERS OF WS-DA TO EVERY
      * PREFIX OF WS-DB; ONLY THE PREVIOUS ROW IS KEPT. ENTRY J + 1
      * STANDS FOR A PREFIX OF J LETTERS. WHEN EVERY ENTRY OF A ROW IS
      * ALREADY OVER THE LIMIT THE ANSWER CAN ONLY GROW, SO THE WORK
      * STOPS THERE WITH THE LIMIT PLUS ONE.
      ******************************************************************
       700-DISTANCE-RTN.
           PERFORM VARYING WS-DP-J FROM 0 BY 1
               UNTIL WS-DP-J > WS-DB-LEN
               MOVE WS-DP-J TO WS-DP-PREV (WS-DP-J + 1)
           END-PERFORM
           MOVE ZERO TO WS-DP-ROW-MIN
           PERFORM 710-DISTANCE-ROW-RTN
               VARYING WS-DP-I FROM 1 BY 1
               UNTIL WS-DP-I > WS-DA-LEN
                   OR WS-DP-ROW-MIN > WS-DIST-MAX
           IF WS-DP-ROW-MIN > WS-DIST-MAX
               COMPUTE WS-DIST = WS-DIST-MAX + 1
           ELSE
               MOVE WS-DP-PREV (WS-DB-LEN + 1) TO WS-DIST
           END-IF.

       710-DISTANCE-ROW-RTN.
           MOVE WS-DP-I TO WS-DP-CURR (1)
           MOVE WS-DP-I TO WS-DP-ROW-MIN
           PERFORM 720-DISTANCE-CELL-RTN
               VARYING WS-DP-J FROM 1 BY 1
               UNTIL WS-DP-J > WS-DB-LEN
           MOVE WS-DP-CURR-ROW TO WS-DP-PREV-ROW.

       720-DISTANCE-CELL-RTN.
           IF WS-DA (WS-DP-I:1) = WS-DB (WS-DP-J:1)
               MOVE ZERO TO WS-DP-COST
           ELSE
               MOVE 1 TO WS-DP-COST
           END-IF
           COMPUTE WS-DP-CELL = WS-DP-PREV (WS-DP-J) + WS-DP-COST
           IF WS-DP-PREV (WS-DP-J + 1) + 1 < WS-DP-CELL
               COMPUTE WS-DP-CELL = WS-DP-PREV (WS-DP-J + 1) + 1
           END-IF
           IF WS-DP-CURR (WS-DP-J) + 1 < WS-DP-CELL
               COMPUTE WS-DP-CELL = WS-DP-CURR (WS-DP-J) + 1
           END-IF
           MOVE WS-DP-CELL TO WS-DP-CURR (WS-DP-J + 1)
           IF WS-DP-CELL < WS-DP-ROW-MIN
               MOVE WS-DP-CELL TO WS-DP-ROW-MIN
           END-IF.

       800-TOTALS-RTN.
           MOVE SPACES TO SCR-RPT-REC
           WRITE SCR-RPT-REC AFTER ADVANCING 2 LINES
           MOVE "CUSTOMER MASTER NAMES SCREENED" TO TL-LABEL-OUT
           MOVE WS-CUST-CTR TO TL-COUNT-OUT
           WRITE SCR-RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "ACCOUNT PARTY NAMES SCREENED" TO TL-LABEL-OUT
           MOVE WS-PARTY-CTR TO TL-COUNT-OUT
           WRITE SCR-RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "BANK FEED NAMES SCREENED" TO TL-LABEL-OUT
           MOVE WS-FEED-CTR TO TL-COUNT-OUT
           WRITE SCR-RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "NEW HITS QUEUED - EXACT" TO TL-LABEL-OUT
           MOVE WS-EXACT-CTR TO TL-COUNT-OUT
           WRITE SCR-RPT-REC FROM TOT-LINE AFTER ADVANCING 2 LINES
           MOVE "NEW HITS QUEUED - WORD ORDER" TO TL-LABEL-OUT
           MOVE WS-WORD-CTR TO TL-COUNT-OUT
           WRITE SCR-RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "NEW HITS QUEUED - CLOSE" TO TL-LABEL-OUT
           MOVE WS-CLOSE-CTR TO TL-COUNT-OUT
           WRITE SCR-RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "HITS ALREADY WAITING FOR REVIEW" TO TL-LABEL-OUT
           MOVE WS-QUEUED-CTR TO TL-COUNT-OUT
           WRITE SCR-RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "HITS CLEARED EARLIER - SUPPRESSED" TO TL-LABEL-OUT
           MOVE WS-CLEARED-CTR TO TL-COUNT-OUT
           WRITE SCR-RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           MOVE "HITS CONFIRMED EARLIER" TO TL-LABEL-OUT
           MOVE WS-CONFIRMED-CTR TO TL-COUNT-OUT
           WRITE SCR-RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           IF WS-TBL-FULL-CTR > ZERO
               MOVE "QUEUED BEYOND THE CHECK TABLE" TO TL-LABEL-OUT
               MOVE WS-TBL-FULL-CTR TO TL-COUNT-OUT
               WRITE SCR-RPT-REC FROM TOT-LINE AFTER ADVANCING 1 LINES
           END-IF.

       900-RUN-LOG-RTN.
           COMPUTE WS-LOG-READ = WS-CUST-CTR + WS-PARTY-CTR
               + WS-FEED-CTR
           MOVE WS-NEW-HIT-CTR TO WS-LOG-WRITTEN
           MOVE ZERO TO WS-LOG-REJECTED
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
