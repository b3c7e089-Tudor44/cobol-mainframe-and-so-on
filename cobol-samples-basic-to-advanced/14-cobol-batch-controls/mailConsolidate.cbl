      ******************************************************************
      *15-10-2026 GD - CUSTOMER MASTER IS NOW 155 BYTES - STATEMENT
      *DELIVERY PREFERENCE AND E-MAIL ADDRESS ON THE END; NO FIELD
      *MOVES.
      *15-10-2026 GD - NIGHT MAIL CONSOLIDATION. EVERY LETTER RUN
      *PRINTED ITS OWN FILE - STATEMENTS, DUNNING, CONFIRMATIONS, RATE
      *NOTICES, ESCHEAT NOTICES, NSF NOTICES, MATURITY NOTICES AND
      *INTEREST STATEMENTS - SO A CUSTOMER WITH THREE ACCOUNTS COULD
      *GET FIVE ENVELOPES IN A WEEK AND THE MAIL ROOM SORTED BY HAND
      *FOR THE POSTAL DISCOUNT. THOSE RUNS NOW ALSO SPOOL EVERY
      *PRINTED LINE THROUGH MAIL-SPOOL-RTN (COPYBOOK MAILSPL). THIS
      *END-OF-NIGHT STEP READS THE SPOOL, LOOKS EACH PIECE'S ACCOUNT
      *UP ON THE CUSTOMER MASTER, AND HOUSEHOLDS THE PIECES GOING TO
      *THE SAME ADDRESS (CUST-ADDRESS AND CUST-CITY-STATE ALIKE) INTO
      *ONE PACKAGE. THE PACKAGES COME OUT AS ONE PRINT STREAM IN
      *PRESORT ORDER - BY THE ZIP CODE AT THE END OF CUST-CITY-STATE
      *(FIVE DIGITS, OR ZIP+4 OF WHICH THE FIRST FIVE COUNT) - EACH
      *PACKAGE OPENING WITH A COVER SHEET CARRYING THE PACKAGE NUMBER
      *AND THE ADDRESS FOR THE WINDOW. A PIECE WHOSE ACCOUNT HAS NO
      *CUSTOMER ROW, OR WHOSE CITY/STATE CARRIES NO ZIP, CANNOT BE
      *PRESORTED AND GOES TO THE BACK OF THE STREAM UNDER ZIP 99999.
      *THE MANIFEST SHOWS PACKAGES AND PIECES PER ZIP, THEN PIECES
      *SPOOLED AGAINST PIECES PACKAGED FOR EVERY SOURCE RUN SO EVERY
      *LETTER IS ACCOUNTED FOR. RC 4 WHEN A PIECE COULD NOT BE
      *PRESORTED, RC 8 WHEN A SOURCE RUN DOES NOT BALANCE.
      *FILE PATHS FROM MAILCON_SPOOL_PATH / MAILCON_CUST_PATH /
      *MAILCON_OUT_PATH / MAILCON_MAN_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL-CONSOLIDATE.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT SPOOL-FILE ASSIGN TO WS-SPOOL-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOL-STATUS.
       SELECT CUST-FILE ASSIGN TO WS-CUST-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CUST-ACCT-NO
           FILE STATUS IS WS-CUST-STATUS.
       SELECT PRINT-FILE ASSIGN TO WS-PRINT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MAN-FILE ASSIGN TO WS-MAN-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SORT-FILE ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
       FD SPOOL-FILE
           RECORD CONTAINS 115 CHARACTERS.
           01 SPOOL-REC.
           COPY MAILSPL.
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
       FD PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 PRINT-REC                  PIC X(80).
       FD MAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
           01 MAN-REC                    PIC X(80).
       SD SORT-FILE.
           01 SORT-REC.
               02 SRT-ZIP                PIC X(5).
               02 SRT-HOUSE.
                   03 SRT-H-ADDRESS      PIC X(25).
                   03 SRT-H-CITY         PIC X(20).
               02 SRT-RUN-DATE           PIC 9(8).
               02 SRT-SOURCE             PIC X(8).
               02 SRT-RUN-TIME           PIC 9(6).
               02 SRT-PIECE-NO           PIC 9(5).
               02 SRT-LINE-NO            PIC 9(3).
               02 SRT-ACCT-NO            PIC X(4).
               02 SRT-NAME               PIC X(20).
               02 SRT-SPACING            PIC 9.
               02 SRT-TEXT               PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-SPOOL-FILE-PATH         PIC X(80) VALUE
               "/Users/gaetanodorsi/MailSpool.txt".
           01 WS-CUST-FILE-PATH          PIC X(80) VALUE
               "/Users/gaetanodorsi/CustMast.txt".
           01 WS-PRINT-FILE-PATH         PIC X(80) VALUE
               "/Users/gaetanodorsi/MailStream.txt".
           01 WS-MAN-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/MailManifest.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-SPOOL-STATUS            PIC XX.
           01 WS-CUST-STATUS             PIC XX.
           01 WS-CUST-OPEN-SW            PIC X VALUE "N".
               88 WS-CUST-MASTER-OPEN           VALUE "Y".
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 WS-FIRST-SW                PIC X VALUE "Y".
               88 WS-FIRST-RECORD               VALUE "Y".
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-LOG-PROGRAM  PIC X(20) VALUE "MAIL-CONSOLIDATE".
           01 WS-LOG-START.
               02 WS-LOG-START-DATE  PIC 9(6).
               02 WS-LOG-START-TIME  PIC 9(6).
           01 WS-LOG-READ     PIC 9(6).
           01 WS-LOG-WRITTEN  PIC 9(6).
           01 WS-LOG-REJECTED PIC 9(6).
           01 WS-LOG-RC       PIC 9(2).
           01 WS-LOG-TIME-HOLD PIC 9(8).
      *    THE PIECE BEING SPOOLED IN AND WHERE IT IS MAILED.
           01 WS-PC-KEY.
               02 WS-PC-RUN-DATE         PIC 9(8).
               02 WS-PC-SOURCE           PIC X(8).
               02 WS-PC-RUN-TIME         PIC 9(6).
               02 WS-PC-PIECE-NO         PIC 9(5).
           01 WS-NEW-KEY.
               02 WS-NK-RUN-DATE         PIC 9(8).
               02 WS-NK-SOURCE           PIC X(8).
               02 WS-NK-RUN-TIME         PIC 9(6).
               02 WS-NK-PIECE-NO         PIC 9(5).
           01 WS-PC-ZIP                  PIC X(5).
           01 WS-PC-ADDRESS              PIC X(25).
           01 WS-PC-CITY                 PIC X(20).
           01 WS-PC-NAME                 PIC X(20).
           01 WS-ZIP-POS                 PIC 99.
           01 WS-ZIP-START               PIC 99.
      *    THE PACKAGE AND PIECE BEING PRINTED.
           01 WS-PKG-ZIP                 PIC X(5) VALUE SPACES.
           01 WS-PKG-HOUSE               PIC X(45) VALUE SPACES.
           01 WS-OUT-KEY.
               02 WS-OK-RUN-DATE         PIC 9(8).
               02 WS-OK-SOURCE           PIC X(8).
               02 WS-OK-RUN-TIME         PIC 9(6).
               02 WS-OK-PIECE-NO         PIC 9(5).
           01 WS-SRT-KEY.
               02 WS-SK-RUN-DATE         PIC 9(8).
               02 WS-SK-SOURCE           PIC X(8).
               02 WS-SK-RUN-TIME         PIC 9(6).
               02 WS-SK-PIECE-NO         PIC 9(5).
      *    ONE ROW PER SOURCE RUN FOUND ON THE SPOOL.
           01 WS-RUN-TABLE.
               02 WS-RUN-ENTRY OCCURS 50 TIMES.
                   03 WS-RN-SOURCE       PIC X(8).
                   03 WS-RN-RUN-DATE     PIC 9(8).
                   03 WS-RN-RUN-TIME     PIC 9(6).
                   03 WS-RN-SPOOLED      PIC 9(6).
                   03 WS-RN-PACKAGED     PIC 9(6).
           01 WS-RUN-CTR                 PIC 99 VALUE ZERO.
           01 WS-RUN-IDX                 PIC 99.
           01 WS-SCAN-IDX                PIC 99.
           01 WS-LINE-READ-CTR           PIC 9(6) VALUE ZERO.
           01 WS-PIECE-IN-CTR            PIC 9(6) VALUE ZERO.
           01 WS-PIECE-OUT-CTR           PIC 9(6) VALUE ZERO.
           01 WS-PKG-CTR                 PIC 9(6) VALUE ZERO.
           01 WS-NOZIP-CTR               PIC 9(6) VALUE ZERO.
           01 WS-UNBAL-CTR               PIC 99 VALUE ZERO.
           01 WS-TABLE-FULL-CTR          PIC 9(6) VALUE ZERO.
           01 WS-SAVED-CTR               PIC 9(6) VALUE ZERO.
           01 WS-ZIP-PKG-CTR             PIC 9(6) VALUE ZERO.
           01 WS-ZIP-PIECE-CTR           PIC 9(6) VALUE ZERO.
           01 MAN-HD-LINE1.
               02 FILLER             PIC X(10) VALUE SPACES.
               02 FILLER             PIC X(34)
                   VALUE "NIGHT MAIL MANIFEST - PRESORTED  ".
               02 MAN-HD-DATE        PIC 9(8).
               02 FILLER             PIC X(28) VALUE SPACES.
           01 MAN-ZIP-HD-LINE.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 FILLER             PIC X(30)
                   VALUE "ZIP      PACKAGES      PIECES".
               02 FILLER             PIC X(45) VALUE SPACES.
           01 MAN-ZIP-LINE.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 MZ-ZIP-OUT         PIC X(5).
               02 FILLER             PIC X(5) VALUE SPACES.
               02 MZ-PKG-OUT         PIC ZZZ,ZZ9.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 MZ-PIECE-OUT       PIC ZZZ,ZZ9.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 MZ-NOTE-OUT        PIC X(20).
               02 FILLER             PIC X(24) VALUE SPACES.
           01 MAN-RUN-HD-LINE.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 FILLER             PIC X(50) VALUE
               "SOURCE    RUN DATE  RUN TIME   SPOOLED  PACKAGED".
               02 FILLER             PIC X(25) VALUE SPACES.
           01 MAN-RUN-LINE.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 MR-SOURCE-OUT      PIC X(8).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 MR-DATE-OUT        PIC 9(8).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 MR-TIME-OUT        PIC 9(6).
               02 FILLER             PIC X(3) VALUE SPACES.
               02 MR-SPOOLED-OUT     PIC ZZZ,ZZ9.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 MR-PACKAGED-OUT    PIC ZZZ,ZZ9.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 MR-FLAG-OUT        PIC X(16).
               02 FILLER             PIC X(11) VALUE SPACES.
           01 MAN-TOT-LINE1.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 FILLER             PIC X(8) VALUE "PIECES: ".
               02 MT-PIECE-OUT       PIC ZZZ,ZZ9.
               02 FILLER             PIC X(12) VALUE "  PACKAGES: ".
               02 MT-PKG-OUT         PIC ZZZ,ZZ9.
               02 FILLER             PIC X(19)
                   VALUE "  ENVELOPES SAVED: ".
               02 MT-SAVED-OUT       PIC ZZZ,ZZ9.
               02 FILLER             PIC X(15) VALUE SPACES.
           01 MAN-TOT-LINE2.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 FILLER             PIC X(40)
                   VALUE "PIECES NOT PRESORTED (NO ADDRESS/ZIP): ".
               02 MT-NOZIP-OUT       PIC ZZZ,ZZ9.
               02 FILLER             PIC X(28) VALUE SPACES.
           01 MAN-NONE-LINE.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 FILLER             PIC X(40)
                   VALUE "NO MAIL WAS SPOOLED FOR THIS NIGHT".
               02 FILLER             PIC X(35) VALUE SPACES.
      *    THE COVER SHEET OPENING EACH PACKAGE.
           01 PKG-LINE1.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 FILLER             PIC X(8) VALUE "PACKAGE ".
               02 PKG-NO-OUT         PIC 9(6).
               02 FILLER             PIC X(7) VALUE "   ZIP ".
               02 PKG-ZIP-OUT        PIC X(5).
               02 FILLER             PIC X(49) VALUE SPACES.
           01 PKG-ADDR-LINE.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 PKG-ADDR-OUT       PIC X(25).
               02 FILLER             PIC X(50) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           ACCEPT WS-LOG-START-DATE FROM DATE
           ACCEPT WS-LOG-TIME-HOLD FROM TIME
           MOVE WS-LOG-TIME-HOLD (1:6) TO WS-LOG-START-TIME
           PERFORM 150-GET-PARMS-RTN
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           OPEN INPUT SPOOL-FILE
           IF WS-SPOOL-STATUS = "35"
               MOVE "Y" TO WS-EOF-SW
           ELSE
               IF WS-SPOOL-STATUS NOT = "00"
                   DISPLAY "MAIL SPOOL NOT AVAILABLE - STATUS "
                       WS-SPOOL-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 900-RUN-LOG-RTN
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-SW
           ELSE
               DISPLAY "CUSTOMER MASTER NOT AVAILABLE - STATUS "
                   WS-CUST-STATUS " - NOTHING CAN BE PRESORTED"
           END-IF
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT MAN-FILE
           MOVE WS-BUS-DATE TO MAN-HD-DATE
           WRITE MAN-REC FROM MAN-HD-LINE1 AFTER ADVANCING PAGE
           WRITE MAN-REC FROM MAN-ZIP-HD-LINE AFTER ADVANCING 2 LINES
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ZIP
               ON ASCENDING KEY SRT-HOUSE
               ON ASCENDING KEY SRT-RUN-DATE
               ON ASCENDING KEY SRT-SOURCE
               ON ASCENDING KEY SRT-RUN-TIME
               ON ASCENDING KEY SRT-PIECE-NO
               ON ASCENDING KEY SRT-LINE-NO
               INPUT PROCEDURE 200-LOAD-SPOOL-RTN
               OUTPUT PROCEDURE 400-PACKAGE-RTN
           IF WS-SPOOL-STATUS NOT = "35"
               CLOSE SPOOL-FILE
           END-IF
           IF WS-CUST-MASTER-OPEN
               CLOSE CUST-FILE
           END-IF
           PERFORM 600-MANIFEST-RTN
           CLOSE PRINT-FILE
           CLOSE MAN-FILE
           DISPLAY "MAIL PIECES: " WS-PIECE-OUT-CTR
               "  PACKAGES: " WS-PKG-CTR
               "  NOT PRESORTED: " WS-NOZIP-CTR
           PERFORM 900-RUN-LOG-RTN
           STOP RUN.

       150-GET-PARMS-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "MAILCON_SPOOL_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-SPOOL-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "MAILCON_CUST_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-CUST-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "MAILCON_OUT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-PRINT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "MAILCON_MAN_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-MAN-FILE-PATH
           END-IF.

      ******************************************************************
      * INPUT SIDE - EVERY SPOOLED LINE IS RELEASED CARRYING ITS
      * PIECE'S ZIP AND HOUSEHOLD, WORKED OUT ONCE PER PIECE.
      ******************************************************************
       200-LOAD-SPOOL-RTN.
           PERFORM 250-LOAD-ONE-RTN UNTIL WS-EOF.

       250-LOAD-ONE-RTN.
           READ SPOOL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-LINE-READ-CTR
                   MOVE MS-RUN-DATE TO WS-NK-RUN-DATE
                   MOVE MS-SOURCE TO WS-NK-SOURCE
                   MOVE MS-RUN-TIME TO WS-NK-RUN-TIME
                   MOVE MS-PIECE-NO TO WS-NK-PIECE-NO
                   IF WS-FIRST-RECORD OR WS-NEW-KEY NOT = WS-PC-KEY
                       MOVE "N" TO WS-FIRST-SW
                       MOVE WS-NEW-KEY TO WS-PC-KEY
                       PERFORM 300-NEW-PIECE-RTN
                   END-IF
                   MOVE WS-PC-ZIP TO SRT-ZIP
                   MOVE WS-PC-ADDRESS TO SRT-H-ADDRESS
                   MOVE WS-PC-CITY TO SRT-H-CITY
                   MOVE MS-RUN-DATE TO SRT-RUN-DATE
                   MOVE MS-SOURCE TO SRT-SOURCE
                   MOVE MS-RUN-TIME TO SRT-RUN-TIME
                   MOVE MS-PIECE-NO TO SRT-PIECE-NO
                   MOVE MS-LINE-NO TO SRT-LINE-NO
                   MOVE MS-ACCT-NO TO SRT-ACCT-NO
                   MOVE WS-PC-NAME TO SRT-NAME
                   MOVE MS-SPACING TO SRT-SPACING
                   MOVE MS-TEXT TO SRT-TEXT
                   RELEASE SORT-REC
           END-READ.

      ******************************************************************
      * A NEW PIECE - WHERE IT GOES AND WHICH SOURCE RUN SPOOLED IT.
      * NO CUSTOMER ROW MEANS NO ADDRESS TO HOUSEHOLD ON: THE PIECE
      * TRAVELS ALONE UNDER ZIP 99999, KEYED BY ITS ACCOUNT.
      ******************************************************************
       300-NEW-PIECE-RTN.
           ADD 1 TO WS-PIECE-IN-CTR
           MOVE "99999" TO WS-PC-ZIP
           MOVE SPACES TO WS-PC-ADDRESS
           MOVE SPACES TO WS-PC-CITY
           MOVE SPACES TO WS-PC-NAME
           IF WS-CUST-MASTER-OPEN AND MS-ACCT-NO IS NUMERIC
               MOVE MS-ACCT-NO TO CUST-ACCT-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-ADDRESS TO WS-PC-ADDRESS
                       MOVE CUST-CITY-STATE TO WS-PC-CITY
                       MOVE CUST-NAME TO WS-PC-NAME
                       PERFORM 320-ZIP-RTN
               END-READ
           END-IF
           IF WS-PC-ADDRESS = SPACES
               STRING "NO ADDRESS - ACCOUNT " MS-ACCT-NO
                   DELIMITED BY SIZE INTO WS-PC-ADDRESS
           END-IF
           IF WS-PC-ZIP = "99999"
               ADD 1 TO WS-NOZIP-CTR
           END-IF
           PERFORM 350-FIND-RUN-RTN
           IF WS-RUN-IDX > ZERO
               ADD 1 TO WS-RN-SPOOLED (WS-RUN-IDX)
           END-IF.

      ******************************************************************
      * THE ZIP IS THE LAST WORD OF CUST-CITY-STATE - FIVE DIGITS, OR
      * FIVE DIGITS, A HYPHEN AND FOUR. ANYTHING ELSE LEAVES 99999.
      ******************************************************************
       320-ZIP-RTN.
           PERFORM VARYING WS-ZIP-POS FROM 20 BY -1
               UNTIL WS-ZIP-POS < 5
               OR CUST-CITY-STATE (WS-ZIP-POS:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-ZIP-POS >= 10
               COMPUTE WS-ZIP-START = WS-ZIP-POS - 9
               IF CUST-CITY-STATE (WS-ZIP-START:5) IS NUMERIC
                   AND CUST-CITY-STATE (WS-ZIP-START + 5:1) = "-"
                   AND CUST-CITY-STATE (WS-ZIP-START + 6:4) IS NUMERIC
                   MOVE CUST-CITY-STATE (WS-ZIP-START:5) TO WS-PC-ZIP
               END-IF
           END-IF
           IF WS-PC-ZIP = "99999" AND WS-ZIP-POS >= 5
               COMPUTE WS-ZIP-START = WS-ZIP-POS - 4
               IF CUST-CITY-STATE (WS-ZIP-START:5) IS NUMERIC
                   MOVE CUST-CITY-STATE (WS-ZIP-START:5) TO WS-PC-ZIP
               END-IF
           END-IF.

      ******************************************************************
      * THE SOURCE-RUN ROW FOR WS-PC-KEY, ADDED WHEN FIRST SEEN.
      ******************************************************************
       350-FIND-RUN-RTN.
           MOVE ZERO TO WS-RUN-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-RUN-CTR
               IF WS-RN-SOURCE (WS-SCAN-IDX) = WS-PC-SOURCE
                   AND WS-RN-RUN-DATE (WS-SCAN-IDX) = WS-PC-RUN-DATE
                   AND WS-RN-RUN-TIME (WS-SCAN-IDX) = WS-PC-RUN-TIME
                   MOVE WS-SCAN-IDX TO WS-RUN-IDX
                   MOVE WS-RUN-CTR TO WS-SCAN-IDX
               END-IF
           END-PERFORM
           IF WS-RUN-IDX = ZERO
               IF WS-RUN-CTR < 50
                   ADD 1 TO WS-RUN-CTR
                   MOVE WS-RUN-CTR TO WS-RUN-IDX
                   MOVE WS-PC-SOURCE TO WS-RN-SOURCE (WS-RUN-IDX)
                   MOVE WS-PC-RUN-DATE TO WS-RN-RUN-DATE (WS-RUN-IDX)
                   MOVE WS-PC-RUN-TIME TO WS-RN-RUN-TIME (WS-RUN-IDX)
                   MOVE ZERO TO WS-RN-SPOOLED (WS-RUN-IDX)
                   MOVE ZERO TO WS-RN-PACKAGED (WS-RUN-IDX)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-CTR
               END-IF
           END-IF.

      ******************************************************************
      * OUTPUT SIDE - ZIP, THEN HOUSEHOLD, THEN PIECE. A NEW HOUSEHOLD
      * OPENS A PACKAGE WITH ITS COVER SHEET; EACH PIECE KEEPS ITS OWN
      * PAGE BREAKS AND LINE SPACING AS THE SOURCE RUN PRINTED IT.
      ******************************************************************
       400-PACKAGE-RTN.
           MOVE "N" TO WS-EOF-SW
           MOVE "Y" TO WS-FIRST-SW
           PERFORM 450-PACKAGE-ONE-RTN UNTIL WS-EOF
           IF NOT WS-FIRST-RECORD
               PERFORM 550-ZIP-LINE-RTN
           END-IF.

       450-PACKAGE-ONE-RTN.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF WS-FIRST-RECORD
                       OR SRT-ZIP NOT = WS-PKG-ZIP
                       OR SRT-HOUSE NOT = WS-PKG-HOUSE
                       PERFORM 500-NEW-PACKAGE-RTN
                   END-IF
                   MOVE SRT-RUN-DATE TO WS-SK-RUN-DATE
                   MOVE SRT-SOURCE TO WS-SK-SOURCE
                   MOVE SRT-RUN-TIME TO WS-SK-RUN-TIME
                   MOVE SRT-PIECE-NO TO WS-SK-PIECE-NO
                   IF WS-SRT-KEY NOT = WS-OUT-KEY
                       MOVE WS-SRT-KEY TO WS-OUT-KEY
                       PERFORM 520-NEW-PIECE-OUT-RTN
                   END-IF
                   IF SRT-SPACING = ZERO
                       WRITE PRINT-REC FROM SRT-TEXT
                           AFTER ADVANCING PAGE
                   ELSE
                       WRITE PRINT-REC FROM SRT-TEXT
                           AFTER ADVANCING SRT-SPACING LINES
                   END-IF
           END-RETURN.

       500-NEW-PACKAGE-RTN.
           IF NOT WS-FIRST-RECORD AND SRT-ZIP NOT = WS-PKG-ZIP
               PERFORM 550-ZIP-LINE-RTN
           END-IF
           MOVE "N" TO WS-FIRST-SW
           MOVE SRT-ZIP TO WS-PKG-ZIP
           MOVE SRT-HOUSE TO WS-PKG-HOUSE
           MOVE LOW-VALUES TO WS-OUT-KEY
           ADD 1 TO WS-PKG-CTR
           ADD 1 TO WS-ZIP-PKG-CTR
           MOVE WS-PKG-CTR TO PKG-NO-OUT
           MOVE SRT-ZIP TO PKG-ZIP-OUT
           WRITE PRINT-REC FROM PKG-LINE1 AFTER ADVANCING PAGE
           MOVE SRT-NAME TO PKG-ADDR-OUT
           WRITE PRINT-REC FROM PKG-ADDR-LINE AFTER ADVANCING 3 LINES
           MOVE SRT-H-ADDRESS TO PKG-ADDR-OUT
           WRITE PRINT-REC FROM PKG-ADDR-LINE AFTER ADVANCING 1 LINES
           MOVE SRT-H-CITY TO PKG-ADDR-OUT
           WRITE PRINT-REC FROM PKG-ADDR-LINE AFTER ADVANCING 1 LINES.

       520-NEW-PIECE-OUT-RTN.
           ADD 1 TO WS-PIECE-OUT-CTR
           ADD 1 TO WS-ZIP-PIECE-CTR
           MOVE SRT-SOURCE TO WS-PC-SOURCE
           MOVE SRT-RUN-DATE TO WS-PC-RUN-DATE
           MOVE SRT-RUN-TIME TO WS-PC-RUN-TIME
           PERFORM 350-FIND-RUN-RTN
           IF WS-RUN-IDX > ZERO
               ADD 1 TO WS-RN-PACKAGED (WS-RUN-IDX)
           END-IF.

       550-ZIP-LINE-RTN.
           MOVE WS-PKG-ZIP TO MZ-ZIP-OUT
           MOVE WS-ZIP-PKG-CTR TO MZ-PKG-OUT
           MOVE WS-ZIP-PIECE-CTR TO MZ-PIECE-OUT
           IF WS-PKG-ZIP = "99999"
               MOVE "NOT PRESORTED" TO MZ-NOTE-OUT
           ELSE
               MOVE SPACES TO MZ-NOTE-OUT
           END-IF
           WRITE MAN-REC FROM MAN-ZIP-LINE AFTER ADVANCING 1 LINES
           MOVE ZERO TO WS-ZIP-PKG-CTR
           MOVE ZERO TO WS-ZIP-PIECE-CTR.

      ******************************************************************
      * THE PIECE ACCOUNT - EVERY SOURCE RUN'S SPOOLED PIECES AGAINST
      * THE PIECES PACKAGED, THEN THE NIGHT'S TOTALS.
      ******************************************************************
       600-MANIFEST-RTN.
           IF WS-PIECE-IN-CTR = ZERO
               WRITE MAN-REC FROM MAN-NONE-LINE AFTER ADVANCING 1 LINES
           END-IF
           WRITE MAN-REC FROM MAN-RUN-HD-LINE AFTER ADVANCING 3 LINES
           PERFORM 650-RUN-LINE-RTN
               VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > WS-RUN-CTR
           IF WS-PIECE-OUT-CTR > WS-PKG-CTR
               COMPUTE WS-SAVED-CTR = WS-PIECE-OUT-CTR - WS-PKG-CTR
           END-IF
           MOVE WS-PIECE-OUT-CTR TO MT-PIECE-OUT
           MOVE WS-PKG-CTR TO MT-PKG-OUT
           MOVE WS-SAVED-CTR TO MT-SAVED-OUT
           WRITE MAN-REC FROM MAN-TOT-LINE1 AFTER ADVANCING 2 LINES
           MOVE WS-NOZIP-CTR TO MT-NOZIP-OUT
           WRITE MAN-REC FROM MAN-TOT-LINE2 AFTER ADVANCING 1 LINES
           IF WS-NOZIP-CTR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-UNBAL-CTR > ZERO OR WS-TABLE-FULL-CTR > ZERO
               OR WS-PIECE-IN-CTR NOT = WS-PIECE-OUT-CTR
               DISPLAY "MAIL MANIFEST OUT OF BALANCE - SPOOLED "
                   WS-PIECE-IN-CTR " PACKAGED " WS-PIECE-OUT-CTR
               MOVE 8 TO RETURN-CODE
           END-IF.

       650-RUN-LINE-RTN.
           MOVE WS-RN-SOURCE (WS-RUN-IDX) TO MR-SOURCE-OUT
           MOVE WS-RN-RUN-DATE (WS-RUN-IDX) TO MR-DATE-OUT
           MOVE WS-RN-RUN-TIME (WS-RUN-IDX) TO MR-TIME-OUT
           MOVE WS-RN-SPOOLED (WS-RUN-IDX) TO MR-SPOOLED-OUT
           MOVE WS-RN-PACKAGED (WS-RUN-IDX) TO MR-PACKAGED-OUT
           IF WS-RN-SPOOLED (WS-RUN-IDX)
               = WS-RN-PACKAGED (WS-RUN-IDX)
               MOVE SPACES TO MR-FLAG-OUT
           ELSE
               MOVE "*OUT OF BALANCE*" TO MR-FLAG-OUT
               ADD 1 TO WS-UNBAL-CTR
           END-IF
           WRITE MAN-REC FROM MAN-RUN-LINE AFTER ADVANCING 1 LINES.

      ******************************************************************
      * APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG VIA
      * THE COMMON RUN-LOG-RTN SUBPROGRAM (NO-OP WHEN RUNLOG_PATH IS
      * NOT SET, AS IN A STANDALONE LESSON RUN).
      ******************************************************************
       900-RUN-LOG-RTN.
           MOVE WS-LINE-READ-CTR TO WS-LOG-READ
           MOVE WS-PIECE-OUT-CTR TO WS-LOG-WRITTEN
           MOVE WS-NOZIP-CTR TO WS-LOG-REJECTED
           MOVE RETURN-CODE TO WS-LOG-RC
           CALL 'RUN-LOG-RTN' USING BY CONTENT WS-LOG-PROGRAM
               WS-LOG-START WS-LOG-READ WS-LOG-WRITTEN
               WS-LOG-REJECTED WS-LOG-RC.
