      ******************************************************************
      *15-10-2026 GD - THE OLD LAYOUTS ARE THE FILES AS THEY STAND ON
      *DISK, FROM BEFORE THE PRODUCT CODE - THE ACCOUNT-MASTER IMAGE
      *IS 39 BYTES THERE. WHEREVER ONE IS CARRIED (MST, BKP, JRNL,
      *DREG, ARCH, IDXM) IT IS WIDENED TO FOUR-DIGIT ACCOUNT AND GAINS
      *THE TWO-BYTE PRODUCT CODE, BLANK, SO ONE RUN BRINGS THE FILE
      *STRAIGHT TO THE CURRENT LAYOUT.
      *15-10-2026 GD - CDLV - THE CUSTOMER MASTER GROWS FROM 104 TO 155
      *BYTES FOR THE STATEMENT DELIVERY PREFERENCE AND E-MAIL ADDRESS.
      *THE PREFERENCE IS WRITTEN "P" (PAPER, AS EVERY CUSTOMER GETS
      *TODAY) AND THE ADDRESS BLANK - NOBODY IS ENROLLED UNTIL
      *PAPERLESS-ENROLL RECORDS IT.
      *15-10-2026 GD - CRML - THE CUSTOMER MASTER GROWS FROM 95 TO 104
      *BYTES FOR THE RETURNED-MAIL STATUS AND THE DATE IT WAS SET. THE
      *NEW FIELDS ARE WRITTEN BLANK AND ZERO (GOOD ADDRESS) - NOTHING
      *IS MARKED RETURNED UNTIL RETURNED-MAIL ENTRY RECORDS IT.
      *15-10-2026 GD - CTAX - THE CUSTOMER MASTER GROWS FROM 85 TO 95
      *BYTES FOR THE TAX ID AND BACKUP-WITHHOLDING STATUS. THE NEW
      *FIELDS ARE WRITTEN BLANK (NOT YET REVIEWED - NOT WITHHELD) FOR
      *CUST-MAST-MAINT TO FILL IN AS THE TAX FORMS ARE CHECKED. RUN IT
      *ON ITS OWN PATH PAIR LIKE ANY OTHER KIND.
      *15-10-2026 GD - ONE-TIME TWO-DIGIT TO FOUR-DIGIT ACCOUNT NUMBER
      *FILE CONVERSION. THE RECORD LAYOUTS NOW CARRY A FOUR-DIGIT
      *ACCOUNT NUMBER (THE WIDTH THE RELATIVE MASTER'S SLOT ALWAYS
      *HAD); THIS UTILITY WIDENS THE FILES ALREADY ON DISK ONCE. A
      *NUMERIC ACCOUNT IS LEFT-ZERO-PADDED ("07" BECOMES "0007"), A
      *BLANK ONE STAYS BLANK, AND ANYTHING ELSE (A SUSPENDED ITEM'S
      *UNREADABLE ACCOUNT) IS KEPT LEFT-JUSTIFIED AS KEYED. BATCH
      *HEADERS, TRAILERS AND THE NOBUSINESS MARKER ON A TRANSACTION
      *FILE, AND THE "**" TRAILER ON A MASTER BACKUP, COPY ACROSS
      *UNCHANGED. EACH CONVERSION READS THE OLD-LAYOUT FILE AND
      *WRITES THE NEW-LAYOUT FILE TO A SEPARATE PATH - NOTHING IS
      *CONVERTED IN PLACE, SO A BAD RUN JUST RERUNS. A FILE WHOSE PATH
      *PAIR IS NOT SET IS SKIPPED, SO ONE KIND CAN BE RUN SEVERAL
      *TIMES OVER (PENDING, DUPLICATE, RELEASE AND HAND-OFF FILES ARE
      *ALL TRAN).
      *THE RELATIVE INQUIRY MASTER NEEDS NO CONVERSION - THE NIGHTLY
      *CREATE-RELATIVE-FILE STEP REBUILDS IT FROM THE CONVERTED
      *SEQUENTIAL MASTER. THE SEQ-UPDATE CHECKPOINT AND THE
      *PEND-MAINT SUMMARY ARE REWRITTEN EVERY RUN AND ARE NOT CARRIED
      *ACROSS - CUT OVER ON A NIGHT THAT ENDED CLEAN.
      *CONVERSIONS AND THEIR PATH PAIRS (ACONV_<X>_IN/_OUT):
      *  MST  SEQUENTIAL ACCOUNT MASTER      39 -> 43
      *  BKP  INDEXED MASTER BACKUP          43 -> 45
      *  HIST PERMANENT AUDIT HISTORY        46 -> 48
      *  TRAN TRANSACTION-LAYOUT FILES       30 -> 34
      *  SUSP SUSPENSE FILE                  34 -> 36
      *  REJ  REJECT AND CARRY-FORWARD       63 -> 65
      *  PARK PARKED CORRECTIONS             43 -> 47
      *  HOLD BRANCH HOLDS FILE              17 -> 19
      *  LIM  CREDIT-LIMIT MASTER            17 -> 19
      *  STO  STANDING-ORDER MASTER          26 -> 28
      *  CYC  STATEMENT-CYCLE ASSIGNMENTS     4 ->  6
      *  REL  CUSTOMER RELATIONSHIPS          9 -> 11
      *  MNT  SEQ-UPDATE MAINTENANCE REG     26 -> 28
      *  JRNL INDEXED-MASTER JOURNAL        101 -> 109
      *  DREG DELETE REGISTER                48 -> 52
      *  ARCH DORMANT-PURGE ARCHIVE          46 -> 50
      *  CTL  CONFIRMATION CONTROL FILE      22 -> 24
      *  TRK  ESCHEAT TRACK FILE             18 -> 20
      *  RMT  ESCHEAT REMITTANCE FILE        60 -> 60
      *  LIST ACCOUNT SELECTION/REQUEST       2 ->  4
      *  IDXM INDEXED ACCOUNT MASTER         39 -> 43
      *  CUST CUSTOMER MASTER (INDEXED)      83 -> 85
      *  IDXH INDEXED AUDIT HISTORY          52 -> 56
      *  CTAX CUSTOMER MASTER TAX FIELDS     85 -> 95
      *  CRML CUSTOMER MASTER RETURNED MAIL  95 -> 104
      *  CDLV CUSTOMER MASTER DELIVERY PREF 104 -> 155
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-CONVERT.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT OLD-FILE ASSIGN TO WS-IN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
       SELECT NEW-FILE ASSIGN TO WS-OUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OLD-IDXM-FILE ASSIGN TO WS-IN-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS O-ACCT-NO
           ALTERNATE RECORD KEY IS O-ACCT-NAME
               WITH DUPLICATES
           FILE STATUS IS WS-IN-STATUS.
       SELECT NEW-IDXM-FILE ASSIGN TO WS-OUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS N-ACCT-NO
           ALTERNATE RECORD KEY IS N-ACCT-NAME
               WITH DUPLICATES
           FILE STATUS IS WS-OUT-STATUS.
       SELECT OLD-CUST-FILE ASSIGN TO WS-IN-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OC-ACCT-NO
           FILE STATUS IS WS-IN-STATUS.
       SELECT NEW-CUST-FILE ASSIGN TO WS-OUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NC-ACCT-NO
           FILE STATUS IS WS-OUT-STATUS.
       SELECT OLD-CTAX-FILE ASSIGN TO WS-IN-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OT-ACCT-NO
           FILE STATUS IS WS-IN-STATUS.
       SELECT NEW-CTAX-FILE ASSIGN TO WS-OUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NT-ACCT-NO
           FILE STATUS IS WS-OUT-STATUS.
       SELECT OLD-CRML-FILE ASSIGN TO WS-IN-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OR-ACCT-NO
           FILE STATUS IS WS-IN-STATUS.
       SELECT NEW-CRML-FILE ASSIGN TO WS-OUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NR-ACCT-NO
           FILE STATUS IS WS-OUT-STATUS.
       SELECT OLD-CDLV-FILE ASSIGN TO WS-IN-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OD-ACCT-NO
           FILE STATUS IS WS-IN-STATUS.
       SELECT NEW-CDLV-FILE ASSIGN TO WS-OUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ND-ACCT-NO
           FILE STATUS IS WS-OUT-STATUS.
       SELECT OLD-IDXH-FILE ASSIGN TO WS-IN-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OH-KEY
           FILE STATUS IS WS-IN-STATUS.
       SELECT NEW-IDXH-FILE ASSIGN TO WS-OUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NH-KEY
           FILE STATUS IS WS-OUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OLD-FILE
           RECORD CONTAINS 1 TO 120 CHARACTERS.
           01 OLD-REC                    PIC X(120).
       FD NEW-FILE
           RECORD CONTAINS 1 TO 120 CHARACTERS
           RECORD VARYING DEPENDING ON WS-OUT-LEN.
           01 NEW-REC                    PIC X(120).
      *    THE OLD INDEXED MASTER PREDATES ACCT-PRODUCT, SO ITS
      *    FIELDS ARE SPELLED OUT RATHER THAN COPIED FROM ACCTREC.
       FD OLD-IDXM-FILE
           RECORD CONTAINS 39 CHARACTERS.
           01 OLD-IDXM-REC.
               02 O-ACCT-NO              PIC 9(2).
               02 O-AMT-DUE              PIC 9(4)V99.
               02 O-LAST-ACT             PIC 9(8).
               02 O-ACCT-STAT            PIC X.
               02 O-BRANCH               PIC X(2).
               02 O-ACCT-NAME            PIC X(20).
       FD NEW-IDXM-FILE
           RECORD CONTAINS 43 CHARACTERS.
           01 NEW-IDXM-REC.
           COPY ACCTREC REPLACING ==ACCT-NO== BY ==N-ACCT-NO==
                                   ==AMT-DUE== BY ==N-AMT-DUE==
                           ==LAST-ACT-DATE== BY ==N-LAST-ACT==
                           ==ACCT-STATUS== BY ==N-ACCT-STAT==
                           ==BRANCH-CODE== BY ==N-BRANCH==
                           ==ACCT-NAME== BY ==N-ACCT-NAME==
                           ==ACCT-PRODUCT== BY ==N-ACCT-PROD==
                           ==BRANCH-CODE-PICTURE== BY ==X(2)==
                                   ==ACCT-NO-PICTURE== BY ==9(4)==
                                   ==AMT-DUE-PICTURE== BY ==9(4)V99==.
       FD OLD-CUST-FILE
           RECORD CONTAINS 83 CHARACTERS.
           01 OLD-CUST-REC.
               02 OC-ACCT-NO             PIC 9(2).
               02 OC-REST                PIC X(81).
       FD NEW-CUST-FILE
           RECORD CONTAINS 85 CHARACTERS.
           01 NEW-CUST-REC.
               02 NC-ACCT-NO             PIC 9(4).
               02 NC-REST                PIC X(81).
       FD OLD-CTAX-FILE
           RECORD CONTAINS 85 CHARACTERS.
           01 OLD-CTAX-REC.
               02 OT-ACCT-NO             PIC 9(4).
               02 OT-REST                PIC X(81).
       FD NEW-CTAX-FILE
           RECORD CONTAINS 95 CHARACTERS.
           01 NEW-CTAX-REC.
               02 NT-ACCT-NO             PIC 9(4).
               02 NT-REST                PIC X(81).
               02 NT-TAX-ID              PIC X(9).
               02 NT-WH-STATUS           PIC X.
       FD OLD-CRML-FILE
           RECORD CONTAINS 95 CHARACTERS.
           01 OLD-CRML-REC.
               02 OR-ACCT-NO             PIC 9(4).
               02 OR-REST                PIC X(91).
       FD NEW-CRML-FILE
           RECORD CONTAINS 104 CHARACTERS.
           01 NEW-CRML-REC.
               02 NR-ACCT-NO             PIC 9(4).
               02 NR-REST                PIC X(91).
               02 NR-MAIL-STATUS         PIC X.
               02 NR-MAIL-RET-DATE       PIC 9(8).
       FD OLD-CDLV-FILE
           RECORD CONTAINS 104 CHARACTERS.
           01 OLD-CDLV-REC.
               02 OD-ACCT-NO             PIC 9(4).
               02 OD-REST                PIC X(100).
       FD NEW-CDLV-FILE
           RECORD CONTAINS 155 CHARACTERS.
           01 NEW-CDLV-REC.
               02 ND-ACCT-NO             PIC 9(4).
               02 ND-REST                PIC X(100).
               02 ND-DELIV-PREF          PIC X.
               02 ND-EMAIL               PIC X(50).
       FD OLD-IDXH-FILE
           RECORD CONTAINS 52 CHARACTERS.
           01 OLD-IDXH-REC.
               02 OH-KEY                 PIC X(14).
               02 OH-REST                PIC X(38).
       FD NEW-IDXH-FILE
           RECORD CONTAINS 56 CHARACTERS.
           01 NEW-IDXH-REC.
               02 NH-KEY                 PIC X(16).
               02 NH-REST                PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-IN-PATH                 PIC X(80).
           01 WS-OUT-PATH                PIC X(80).
           01 WS-IN-STATUS               PIC XX.
           01 WS-OUT-STATUS              PIC XX.
           01 WS-OUT-LEN                 PIC 9(3).
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-EOF-SW                  PIC X.
               88 WS-EOF                        VALUE "Y".
           01 WS-FILE-KIND               PIC X(4).
           01 WS-READ-CTR                PIC 9(6).
           01 WS-TOTAL-CTR               PIC 9(6) VALUE ZERO.
           01 WS-ENV-IN-NAME             PIC X(20).
           01 WS-ENV-OUT-NAME            PIC X(20).
      *    ACCOUNT WIDENING WORK - THE OLD TWO BYTES IN, THE NEW FOUR
      *    OUT.
           01 WS-A2                      PIC X(2).
           01 WS-A4                      PIC X(4).
      *    ONE-ACCOUNT RECORDS: WHERE THE ACCOUNT SITS AND HOW LONG
      *    THE OLD RECORD IS; EVERYTHING BEHIND IT SHIFTS TWO BYTES.
           01 WS-ACCT-POS                PIC 9(3).
           01 WS-OLD-LEN                 PIC 9(3).
           01 WS-REST-LEN                PIC 9(3).
           01 WS-FROM-POS                PIC 9(3).
           01 WS-TO-POS                  PIC 9(3).
      *    TRANSACTION IMAGE WORK - ACCT(2) AMT(6) TYPE(1) DATE(8)
      *    BR(2) TGT(2) TRACE(9) IN, BOTH ACCOUNTS FOUR WIDE OUT.
           01 WS-T30                     PIC X(30).
           01 WS-T34                     PIC X(34).
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           MOVE "MST " TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "BKP " TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "HIST" TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "TRAN" TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "SUSP" TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "REJ " TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "PARK" TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "HOLD" TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "LIM " TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "STO " TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "CYC " TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "REL " TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "MNT " TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "JRNL" TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "DREG" TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "ARCH" TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "CTL " TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "TRK " TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "RMT " TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "LIST" TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "IDXM" TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "CUST" TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "IDXH" TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "CTAX" TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "CRML" TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           MOVE "CDLV" TO WS-FILE-KIND
           PERFORM 200-CONVERT-FILE-RTN
           DISPLAY "RECORDS CONVERTED IN ALL: " WS-TOTAL-CTR
           STOP RUN.

       200-CONVERT-FILE-RTN.
           MOVE SPACES TO WS-ENV-IN-NAME WS-ENV-OUT-NAME
           STRING "ACONV_" WS-FILE-KIND DELIMITED BY SPACE
               "_IN" DELIMITED BY SIZE INTO WS-ENV-IN-NAME
           STRING "ACONV_" WS-FILE-KIND DELIMITED BY SPACE
               "_OUT" DELIMITED BY SIZE INTO WS-ENV-OUT-NAME
           MOVE SPACES TO WS-IN-PATH
           ACCEPT WS-IN-PATH FROM ENVIRONMENT WS-ENV-IN-NAME
           MOVE SPACES TO WS-OUT-PATH
           ACCEPT WS-OUT-PATH FROM ENVIRONMENT WS-ENV-OUT-NAME
           IF WS-IN-PATH = SPACES OR WS-OUT-PATH = SPACES
               CONTINUE
           ELSE
               MOVE ZERO TO WS-READ-CTR
               EVALUATE WS-FILE-KIND
                   WHEN "IDXM"
                       PERFORM 600-CONV-IDXM-FILE-RTN
                   WHEN "CUST"
                       PERFORM 620-CONV-CUST-FILE-RTN
                   WHEN "IDXH"
                       PERFORM 640-CONV-IDXH-FILE-RTN
                   WHEN "CTAX"
                       PERFORM 660-CONV-CTAX-FILE-RTN
                   WHEN "CRML"
                       PERFORM 680-CONV-CRML-FILE-RTN
                   WHEN "CDLV"
                       PERFORM 700-CONV-CDLV-FILE-RTN
                   WHEN OTHER
                       PERFORM 250-CONV-FLAT-FILE-RTN
               END-EVALUATE
           END-IF.

       250-CONV-FLAT-FILE-RTN.
           OPEN INPUT OLD-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-FILE-KIND
                   " INPUT NOT AVAILABLE - SKIPPED"
           ELSE
               OPEN OUTPUT NEW-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM 300-ONE-RECORD-RTN UNTIL WS-EOF
               CLOSE NEW-FILE
               CLOSE OLD-FILE
               DISPLAY WS-FILE-KIND " CONVERTED - RECORDS "
                   WS-READ-CTR
               ADD WS-READ-CTR TO WS-TOTAL-CTR
           END-IF.

       300-ONE-RECORD-RTN.
           READ OLD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   MOVE SPACES TO NEW-REC
                   EVALUATE WS-FILE-KIND
                       WHEN "MST "
                           MOVE 1 TO WS-ACCT-POS
                           MOVE 39 TO WS-OLD-LEN
                           PERFORM 370-ONE-ACCT-RTN
                           PERFORM 380-ADD-PRODUCT-RTN
                       WHEN "BKP "
                           PERFORM 400-CONV-BKP-RTN
                       WHEN "HIST"
                           MOVE 10 TO WS-ACCT-POS
                           MOVE 46 TO WS-OLD-LEN
                           PERFORM 370-ONE-ACCT-RTN
                       WHEN "TRAN"
                           PERFORM 410-CONV-TRAN-RTN
                       WHEN "SUSP"
                           MOVE 1 TO WS-ACCT-POS
                           MOVE 34 TO WS-OLD-LEN
                           PERFORM 370-ONE-ACCT-RTN
                       WHEN "REJ "
                           MOVE 1 TO WS-ACCT-POS
                           MOVE 63 TO WS-OLD-LEN
                           PERFORM 370-ONE-ACCT-RTN
                       WHEN "PARK"
                           PERFORM 420-CONV-PARK-RTN
                       WHEN "HOLD"
                           MOVE 1 TO WS-ACCT-POS
                           MOVE 17 TO WS-OLD-LEN
                           PERFORM 370-ONE-ACCT-RTN
                       WHEN "LIM "
                           MOVE 1 TO WS-ACCT-POS
                           MOVE 17 TO WS-OLD-LEN
                           PERFORM 370-ONE-ACCT-RTN
                       WHEN "STO "
                           MOVE 1 TO WS-ACCT-POS
                           MOVE 26 TO WS-OLD-LEN
                           PERFORM 370-ONE-ACCT-RTN
                       WHEN "CYC "
                           MOVE 1 TO WS-ACCT-POS
                           MOVE 4 TO WS-OLD-LEN
                           PERFORM 370-ONE-ACCT-RTN
                       WHEN "REL "
                           MOVE 7 TO WS-ACCT-POS
                           MOVE 9 TO WS-OLD-LEN
                           PERFORM 370-ONE-ACCT-RTN
                       WHEN "MNT "
                           MOVE 8 TO WS-ACCT-POS
                           MOVE 26 TO WS-OLD-LEN
                           PERFORM 370-ONE-ACCT-RTN
                       WHEN "JRNL"
                           PERFORM 430-CONV-JRNL-RTN
                       WHEN "DREG"
                           MOVE 10 TO WS-ACCT-POS
                           MOVE 48 TO WS-OLD-LEN
                           PERFORM 370-ONE-ACCT-RTN
                           PERFORM 380-ADD-PRODUCT-RTN
                       WHEN "ARCH"
                           MOVE 8 TO WS-ACCT-POS
                           MOVE 46 TO WS-OLD-LEN
                           PERFORM 370-ONE-ACCT-RTN
                           PERFORM 380-ADD-PRODUCT-RTN
                       WHEN "CTL "
                           MOVE 5 TO WS-ACCT-POS
                           MOVE 22 TO WS-OLD-LEN
                           PERFORM 370-ONE-ACCT-RTN
                       WHEN "TRK "
                           MOVE 1 TO WS-ACCT-POS
                           MOVE 18 TO WS-OLD-LEN
                           PERFORM 370-ONE-ACCT-RTN
                       WHEN "RMT "
      *                    THE TRAILING FILLER ABSORBS THE TWO BYTES
                           MOVE 8 TO WS-ACCT-POS
                           MOVE 60 TO WS-OLD-LEN
                           PERFORM 370-ONE-ACCT-RTN
                           MOVE 60 TO WS-OUT-LEN
                       WHEN "LIST"
                           MOVE 1 TO WS-ACCT-POS
                           MOVE 2 TO WS-OLD-LEN
                           PERFORM 370-ONE-ACCT-RTN
                   END-EVALUATE
                   WRITE NEW-REC
           END-READ.

      ******************************************************************
      * ONE ACCOUNT NUMBER, TWO BYTES TO FOUR - NUMERIC IS ZERO-PADDED
      * ON THE LEFT, ANYTHING ELSE (SPACES INCLUDED) STAYS AS KEYED.
      ******************************************************************
       350-WIDEN-RTN.
           IF WS-A2 IS NUMERIC
               MOVE "00" TO WS-A4 (1:2)
               MOVE WS-A2 TO WS-A4 (3:2)
           ELSE
               MOVE WS-A2 TO WS-A4
           END-IF.

      *    TRANSACTION IMAGE: ACCT(2) AMT(6) TYPE(1) DATE(8) BR(2)
      *    TGT(2) TRACE(9). HEADER, TRAILER AND NOBUSINESS RECORDS
      *    ARE NOT POSTINGS AND COPY ACROSS AS THEY ARE.
       360-WIDEN-TRANS-RTN.
           MOVE SPACES TO WS-T34
           IF WS-T30 (1:2) = "HD" OR WS-T30 (1:2) = "TR"
                   OR WS-T30 (1:10) = "NOBUSINESS"
               MOVE WS-T30 TO WS-T34 (1:30)
           ELSE
               MOVE WS-T30 (1:2) TO WS-A2
               PERFORM 350-WIDEN-RTN
               MOVE WS-A4 TO WS-T34 (1:4)
               MOVE WS-T30 (3:17) TO WS-T34 (5:17)
               MOVE WS-T30 (20:2) TO WS-A2
               PERFORM 350-WIDEN-RTN
               MOVE WS-A4 TO WS-T34 (22:4)
               MOVE WS-T30 (22:9) TO WS-T34 (26:9)
           END-IF.

      *    ANY RECORD WITH ONE ACCOUNT AT WS-ACCT-POS: THE BYTES AHEAD
      *    OF IT STAY PUT, THE BYTES BEHIND IT MOVE TWO TO THE RIGHT.
       370-ONE-ACCT-RTN.
           MOVE OLD-REC (WS-ACCT-POS:2) TO WS-A2
           PERFORM 350-WIDEN-RTN
           IF WS-ACCT-POS > 1
               COMPUTE WS-REST-LEN = WS-ACCT-POS - 1
               MOVE OLD-REC (1:WS-REST-LEN) TO NEW-REC (1:WS-REST-LEN)
           END-IF
           MOVE WS-A4 TO NEW-REC (WS-ACCT-POS:4)
           COMPUTE WS-REST-LEN = WS-OLD-LEN - WS-ACCT-POS - 1
           IF WS-REST-LEN > ZERO
               COMPUTE WS-FROM-POS = WS-ACCT-POS + 2
               COMPUTE WS-TO-POS = WS-ACCT-POS + 4
               MOVE OLD-REC (WS-FROM-POS:WS-REST-LEN)
                   TO NEW-REC (WS-TO-POS:WS-REST-LEN)
           END-IF
           COMPUTE WS-OUT-LEN = WS-OLD-LEN + 2.

      *    A RECORD ENDING IN AN ACCOUNT-MASTER IMAGE: THE IMAGE'S
      *    PRODUCT CODE FOLLOWS IT, BLANK (NEW-REC STARTS AS SPACES).
       380-ADD-PRODUCT-RTN.
           ADD 2 TO WS-OUT-LEN.

      *    MASTER BACKUP: IMAGE(39) SPARE(4), OR THE "**" TRAILER.
      *    THE NEW RECORD IS IMAGE(43) SPARE(2).
       400-CONV-BKP-RTN.
           IF OLD-REC (1:2) = "**"
               MOVE OLD-REC (1:43) TO NEW-REC (1:43)
           ELSE
               MOVE 1 TO WS-ACCT-POS
               MOVE 39 TO WS-OLD-LEN
               PERFORM 370-ONE-ACCT-RTN
           END-IF
           MOVE 45 TO WS-OUT-LEN.

      *    TRANSACTION-LAYOUT FILE: ONE TRANSACTION IMAGE(30)
       410-CONV-TRAN-RTN.
           MOVE 34 TO WS-OUT-LEN
           MOVE OLD-REC (1:30) TO WS-T30
           PERFORM 360-WIDEN-TRANS-RTN
           MOVE WS-T34 TO NEW-REC (1:34).

      *    PARKED CORRECTION: DATE(6) SP INIT(5) SP TRANS IMAGE(30)
       420-CONV-PARK-RTN.
           MOVE 47 TO WS-OUT-LEN
           MOVE OLD-REC (1:13) TO NEW-REC (1:13)
           MOVE OLD-REC (14:30) TO WS-T30
           PERFORM 360-WIDEN-TRANS-RTN
           MOVE WS-T34 TO NEW-REC (14:34).

      *    JOURNAL: DATE(6) SP TIME(6) SP ACTION(1) SP BEFORE(39) SP
      *    AFTER(39) SP OPER(5). EACH IMAGE COMES OUT 43 WIDE - ITS
      *    ACCOUNT FOUR DIGITS, ITS PRODUCT CODE BLANK - SO BEFORE
      *    SITS AT 17, AFTER AT 61 AND THE OPERATOR AT 105.
       430-CONV-JRNL-RTN.
           MOVE 109 TO WS-OUT-LEN
           MOVE OLD-REC (1:16) TO NEW-REC (1:16)
           MOVE OLD-REC (17:2) TO WS-A2
           PERFORM 350-WIDEN-RTN
           MOVE WS-A4 TO NEW-REC (17:4)
           MOVE OLD-REC (19:37) TO NEW-REC (21:37)
           MOVE OLD-REC (57:2) TO WS-A2
           PERFORM 350-WIDEN-RTN
           MOVE WS-A4 TO NEW-REC (61:4)
           MOVE OLD-REC (59:37) TO NEW-REC (65:37)
           MOVE OLD-REC (97:5) TO NEW-REC (105:5).

      ******************************************************************
      * THE INDEXED FILES ARE READ IN KEY ORDER AND LOADED INTO A NEW
      * FILE IN KEY ORDER - ZERO-PADDING A NUMERIC KEY DOES NOT CHANGE
      * ITS PLACE IN THE SEQUENCE.
      ******************************************************************
       600-CONV-IDXM-FILE-RTN.
           OPEN INPUT OLD-IDXM-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-FILE-KIND
                   " INPUT NOT AVAILABLE - SKIPPED"
           ELSE
               OPEN OUTPUT NEW-IDXM-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM 610-IDXM-ONE-RTN UNTIL WS-EOF
               CLOSE NEW-IDXM-FILE
               CLOSE OLD-IDXM-FILE
               DISPLAY WS-FILE-KIND " CONVERTED - RECORDS "
                   WS-READ-CTR
               ADD WS-READ-CTR TO WS-TOTAL-CTR
           END-IF.

       610-IDXM-ONE-RTN.
           READ OLD-IDXM-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   MOVE O-ACCT-NO TO N-ACCT-NO
                   MOVE OLD-IDXM-REC (3:37) TO NEW-IDXM-REC (5:37)
                   MOVE SPACES TO N-ACCT-PROD
                   WRITE NEW-IDXM-REC
                       INVALID KEY
                           DISPLAY "IDXM WRITE ERROR " N-ACCT-NO
                               " STATUS " WS-OUT-STATUS
                   END-WRITE
           END-READ.

       620-CONV-CUST-FILE-RTN.
           OPEN INPUT OLD-CUST-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-FILE-KIND
                   " INPUT NOT AVAILABLE - SKIPPED"
           ELSE
               OPEN OUTPUT NEW-CUST-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM 630-CUST-ONE-RTN UNTIL WS-EOF
               CLOSE NEW-CUST-FILE
               CLOSE OLD-CUST-FILE
               DISPLAY WS-FILE-KIND " CONVERTED - RECORDS "
                   WS-READ-CTR
               ADD WS-READ-CTR TO WS-TOTAL-CTR
           END-IF.

       630-CUST-ONE-RTN.
           READ OLD-CUST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   MOVE OC-ACCT-NO TO NC-ACCT-NO
                   MOVE OC-REST TO NC-REST
                   WRITE NEW-CUST-REC
                       INVALID KEY
                           DISPLAY "CUST WRITE ERROR " NC-ACCT-NO
                               " STATUS " WS-OUT-STATUS
                   END-WRITE
           END-READ.

       640-CONV-IDXH-FILE-RTN.
           OPEN INPUT OLD-IDXH-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-FILE-KIND
                   " INPUT NOT AVAILABLE - SKIPPED"
           ELSE
               OPEN OUTPUT NEW-IDXH-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM 650-IDXH-ONE-RTN UNTIL WS-EOF
               CLOSE NEW-IDXH-FILE
               CLOSE OLD-IDXH-FILE
               DISPLAY WS-FILE-KIND " CONVERTED - RECORDS "
                   WS-READ-CTR
               ADD WS-READ-CTR TO WS-TOTAL-CTR
           END-IF.

      *    KEYED HISTORY: ACCT(2) DATE(8) SEQ(4) SP AUDIT IMAGE(37),
      *    THE IMAGE OPENING WITH THE ACCOUNT AGAIN
       650-IDXH-ONE-RTN.
           READ OLD-IDXH-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   MOVE SPACES TO NEW-IDXH-REC
                   MOVE OLD-IDXH-REC (1:2) TO WS-A2
                   PERFORM 350-WIDEN-RTN
                   MOVE WS-A4 TO NEW-IDXH-REC (1:4)
                   MOVE OLD-IDXH-REC (3:13) TO NEW-IDXH-REC (5:13)
                   MOVE OLD-IDXH-REC (16:2) TO WS-A2
                   PERFORM 350-WIDEN-RTN
                   MOVE WS-A4 TO NEW-IDXH-REC (18:4)
                   MOVE OLD-IDXH-REC (18:35) TO NEW-IDXH-REC (22:35)
                   WRITE NEW-IDXH-REC
                       INVALID KEY
                           DISPLAY "IDXH WRITE ERROR " NH-KEY
                               " STATUS " WS-OUT-STATUS
                   END-WRITE
           END-READ.

       660-CONV-CTAX-FILE-RTN.
           OPEN INPUT OLD-CTAX-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-FILE-KIND
                   " INPUT NOT AVAILABLE - SKIPPED"
           ELSE
               OPEN OUTPUT NEW-CTAX-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM 670-CTAX-ONE-RTN UNTIL WS-EOF
               CLOSE NEW-CTAX-FILE
               CLOSE OLD-CTAX-FILE
               DISPLAY WS-FILE-KIND " CONVERTED - RECORDS "
                   WS-READ-CTR
               ADD WS-READ-CTR TO WS-TOTAL-CTR
           END-IF.

       670-CTAX-ONE-RTN.
           READ OLD-CTAX-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   MOVE OT-ACCT-NO TO NT-ACCT-NO
                   MOVE OT-REST TO NT-REST
                   MOVE SPACES TO NT-TAX-ID
                   MOVE SPACES TO NT-WH-STATUS
                   WRITE NEW-CTAX-REC
                       INVALID KEY
                           DISPLAY "CTAX WRITE ERROR " NT-ACCT-NO
                               " STATUS " WS-OUT-STATUS
                   END-WRITE
           END-READ.

       680-CONV-CRML-FILE-RTN.
           OPEN INPUT OLD-CRML-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-FILE-KIND
                   " INPUT NOT AVAILABLE - SKIPPED"
           ELSE
               OPEN OUTPUT NEW-CRML-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM 690-CRML-ONE-RTN UNTIL WS-EOF
               CLOSE NEW-CRML-FILE
               CLOSE OLD-CRML-FILE
               DISPLAY WS-FILE-KIND " CONVERTED - RECORDS "
                   WS-READ-CTR
               ADD WS-READ-CTR TO WS-TOTAL-CTR
           END-IF.

       690-CRML-ONE-RTN.
           READ OLD-CRML-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   MOVE OR-ACCT-NO TO NR-ACCT-NO
                   MOVE OR-REST TO NR-REST
                   MOVE SPACES TO NR-MAIL-STATUS
                   MOVE ZERO TO NR-MAIL-RET-DATE
                   WRITE NEW-CRML-REC
                       INVALID KEY
                           DISPLAY "CRML WRITE ERROR " NR-ACCT-NO
                               " STATUS " WS-OUT-STATUS
                   END-WRITE
           END-READ.

       700-CONV-CDLV-FILE-RTN.
           OPEN INPUT OLD-CDLV-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY WS-FILE-KIND
                   " INPUT NOT AVAILABLE - SKIPPED"
           ELSE
               OPEN OUTPUT NEW-CDLV-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM 710-CDLV-ONE-RTN UNTIL WS-EOF
               CLOSE NEW-CDLV-FILE
               CLOSE OLD-CDLV-FILE
               DISPLAY WS-FILE-KIND " CONVERTED - RECORDS "
                   WS-READ-CTR
               ADD WS-READ-CTR TO WS-TOTAL-CTR
           END-IF.

       710-CDLV-ONE-RTN.
           READ OLD-CDLV-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-CTR
                   MOVE OD-ACCT-NO TO ND-ACCT-NO
                   MOVE OD-REST TO ND-REST
                   MOVE "P" TO ND-DELIV-PREF
                   MOVE SPACES TO ND-EMAIL
                   WRITE NEW-CDLV-REC
                       INVALID KEY
                           DISPLAY "CDLV WRITE ERROR " ND-ACCT-NO
                               " STATUS " WS-OUT-STATUS
                   END-WRITE
           END-READ.
