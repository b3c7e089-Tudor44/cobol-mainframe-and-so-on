      ******************************************************************
      *15-10-2026 GD - ACCOUNT RATE-OVERRIDE MAINTENANCE. MARKETING'S
      *PROMOTIONAL RATES (AN EXTRA HALF POINT FOR SIX MONTHS AND THE
      *LIKE) USED TO MEAN HAND-EDITING THE ACCOUNT'S INTEREST INPUT.
      *THE OVERRIDE FILE THIS PROGRAM MAINTAINS CARRIES ONE ROW PER
      *PROMOTION - ACCOUNT, OVERRIDE RATE (FOUR DECIMALS, .0550 =
      *5.5 PERCENT), START DATE, EXPIRY DATE AND A TWO-CHARACTER
      *REASON CODE. COMPOUND-INTEREST APPLIES THE RATE WHILE THE
      *BUSINESS DATE IS BETWEEN START AND EXPIRY AND GOES BACK TO THE
      *RATE-MASTER BAND RATE BY ITSELF ONCE THE ROW HAS EXPIRED.
      *ACTIONS: A = ADD A ROW, L = LIST THE FILE, X = EXPIRY LISTING -
      *EVERY OVERRIDE EXPIRING WITHIN RATEOVR_EXPIRY_DAYS (DEFAULT 30)
      *OF THE BUSINESS DATE, WRITTEN TO RATEOVR_RPT_PATH.
      *RATEOVR_ACTION PRESETS ONE ACTION AND ENDS THE RUN AFTER IT, SO
      *THE NIGHTLY STREAM CAN RUN THE EXPIRY LISTING UNATTENDED.
      *FILE PATH FROM RATEOVR_OVR_PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-OVERRIDE-MAINT.
       AUTHOR. GAETANO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       SELECT OVR-FILE ASSIGN TO WS-OVR-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVR-STATUS.
       SELECT RPT-FILE ASSIGN TO WS-RPT-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD OVR-FILE
           RECORD CONTAINS 27 CHARACTERS.
           01 OVR-REC.
               02 OV-ACCT-NO             PIC 9(5).
               02 OV-RATE                PIC V9(4).
               02 OV-START-DATE          PIC 9(8).
               02 OV-EXPIRY-DATE         PIC 9(8).
               02 OV-REASON              PIC X(2).
       FD RPT-FILE.
           01 RPT-REC                    PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-OVR-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/RateOverrides.txt".
           01 WS-RPT-FILE-PATH           PIC X(80) VALUE
               "/Users/gaetanodorsi/RateOverrideExpiry.txt".
           01 WS-ENV-HOLD                PIC X(80).
           01 WS-OVR-STATUS              PIC XX.
           01 WS-EOF-SW                  PIC X VALUE "N".
               88 WS-EOF                        VALUE "Y".
           01 ARE-THERE-MORE-RECORDS     PIC XXX VALUE "YES".
               88 NO-MORE-RECORDS               VALUE "NO".
           01 WS-ACTION                  PIC X VALUE "L".
           01 WS-PRESET-SW               PIC X VALUE "N".
               88 WS-ACTION-PRESET              VALUE "Y".
           01 WS-RATE-IN                 PIC X(4).
           01 WS-ADD-CTR                 PIC 9(3) VALUE ZERO.
           01 WS-EXPIRE-CTR              PIC 9(5) VALUE ZERO.
           01 WS-RATE-EDIT               PIC .9999.
           01 WS-EXPIRY-DAYS             PIC 9(3) VALUE 30.
           01 WS-BUS-DATE                PIC 9(8).
           01 WS-BUS-DAYS                PIC 9(7).
           01 WS-EXP-DAYS                PIC 9(7).
           01 WS-DAYS-LEFT               PIC S9(7).
           01 WS-VALID-SW                PIC X.
               88 WS-ROW-VALID                  VALUE "Y".
           01 WS-OPERATOR-ID             PIC X(5) VALUE SPACES.
           01 WS-AUTH-FUNCTION           PIC X(3).
           01 WS-AUTH-FLAG               PIC X.
           01 RPT-HDR-LINE.
               02 FILLER            PIC X(36) VALUE
                   "RATE OVERRIDES EXPIRING - AS OF    ".
               02 RPT-HDR-DATE      PIC 9(8).
               02 FILLER            PIC X(8) VALUE "  WITHIN".
               02 RPT-HDR-DAYS      PIC ZZ9.
               02 FILLER            PIC X(5) VALUE " DAYS".
           01 RPT-DETAIL-LINE.
               02 FILLER            PIC X(8) VALUE "ACCOUNT ".
               02 RPT-ACCT-OUT      PIC 9(5).
               02 FILLER            PIC X(7) VALUE "  RATE ".
               02 RPT-RATE-OUT      PIC .9999.
               02 FILLER            PIC X(8) VALUE "  START ".
               02 RPT-START-OUT     PIC 9(8).
               02 FILLER            PIC X(9) VALUE "  EXPIRES".
               02 FILLER            PIC X VALUE SPACE.
               02 RPT-EXPIRY-OUT    PIC 9(8).
               02 FILLER            PIC X(9) VALUE "  REASON ".
               02 RPT-REASON-OUT    PIC X(2).
               02 FILLER            PIC X(2) VALUE SPACES.
               02 RPT-DAYS-OUT      PIC ZZ9.
               02 FILLER            PIC X(5) VALUE " DAYS".
           01 RPT-TOTAL-LINE.
               02 FILLER            PIC X(21) VALUE
                   "OVERRIDES EXPIRING: ".
               02 RPT-TOTAL-OUT     PIC ZZZZ9.
       PROCEDURE DIVISION.
      *
       100-MAIN-RTN.
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "RATEOVR_OVR_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-OVR-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "RATEOVR_RPT_PATH"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "RATEOVR_EXPIRY_DAYS"
           IF WS-ENV-HOLD (1:3) IS NUMERIC
               MOVE WS-ENV-HOLD (1:3) TO WS-EXPIRY-DAYS
           END-IF
           CALL 'BUS-DATE-RTN' USING BY REFERENCE WS-BUS-DATE
           MOVE SPACES TO WS-ENV-HOLD
           ACCEPT WS-ENV-HOLD FROM ENVIRONMENT "RATEOVR_ACTION"
           IF WS-ENV-HOLD NOT = SPACES
               MOVE WS-ENV-HOLD (1:1) TO WS-ACTION
               MOVE "Y" TO WS-PRESET-SW
               PERFORM 250-DO-ACTION-RTN
           ELSE
               PERFORM 200-ACCEPT-ACTION-RTN UNTIL NO-MORE-RECORDS
           END-IF
           DISPLAY "OVERRIDE ROWS ADDED: " WS-ADD-CTR
           STOP RUN.

       200-ACCEPT-ACTION-RTN.
           DISPLAY "ENTER ACTION - A=ADD OVERRIDE  L=LIST FILE"
               "  X=EXPIRY LISTING"
           ACCEPT WS-ACTION
           PERFORM 250-DO-ACTION-RTN
           DISPLAY " DO YOU WANT TO CONTINUE ? "
           ACCEPT ARE-THERE-MORE-RECORDS.

       250-DO-ACTION-RTN.
           EVALUATE WS-ACTION
               WHEN "A"
                   MOVE "RAT" TO WS-AUTH-FUNCTION
                   CALL 'OPER-AUTH-RTN' USING WS-OPERATOR-ID
                       WS-AUTH-FUNCTION WS-AUTH-FLAG
                   IF WS-AUTH-FLAG = "Y"
                       PERFORM 300-ADD-RTN
                   ELSE
                       DISPLAY "OPERATOR " WS-OPERATOR-ID
                           " NOT AUTHORIZED FOR RATE MAINTENANCE"
                   END-IF
               WHEN "X"
                   PERFORM 500-EXPIRY-RTN
               WHEN OTHER
                   PERFORM 400-LIST-RTN
           END-EVALUATE.

      ******************************************************************
      * ADD ONE OVERRIDE. THE RATE IS KEYED AS FOUR DIGITS (0550 =
      * 5.5 PERCENT); START MAY NOT BE AFTER EXPIRY.
      ******************************************************************
       300-ADD-RTN.
           MOVE "Y" TO WS-VALID-SW
           DISPLAY "ENTER ACCOUNT NUMBER (5 DIGITS)"
           ACCEPT OV-ACCT-NO
           DISPLAY "ENTER OVERRIDE RATE AS FOUR DIGITS (0550 = 5.5 PE"
               "RCENT)"
           ACCEPT WS-RATE-IN
           DISPLAY "ENTER START DATE (YYYYMMDD)"
           ACCEPT OV-START-DATE
           DISPLAY "ENTER EXPIRY DATE (YYYYMMDD)"
           ACCEPT OV-EXPIRY-DATE
           DISPLAY "ENTER REASON CODE (2 CHARACTERS)"
           ACCEPT OV-REASON
           IF OV-ACCT-NO = ZERO
               DISPLAY "ACCOUNT NUMBER REQUIRED"
               MOVE "N" TO WS-VALID-SW
           END-IF
           IF WS-RATE-IN IS NOT NUMERIC OR WS-RATE-IN = "0000"
               DISPLAY "OVERRIDE RATE MUST BE FOUR DIGITS, NOT ZERO"
               MOVE "N" TO WS-VALID-SW
           END-IF
           IF OV-START-DATE > OV-EXPIRY-DATE
               DISPLAY "START DATE IS AFTER THE EXPIRY DATE"
               MOVE "N" TO WS-VALID-SW
           END-IF
           IF WS-ROW-VALID
               MOVE WS-RATE-IN TO OVR-REC (6:4)
               OPEN EXTEND OVR-FILE
               IF WS-OVR-STATUS = "35"
                   OPEN OUTPUT OVR-FILE
               END-IF
               WRITE OVR-REC
               ADD 1 TO WS-ADD-CTR
               CLOSE OVR-FILE
           ELSE
               DISPLAY "OVERRIDE NOT ADDED"
           END-IF.

       400-LIST-RTN.
           OPEN INPUT OVR-FILE
           IF WS-OVR-STATUS NOT = "00"
               DISPLAY "RATE-OVERRIDE FILE NOT AVAILABLE - STATUS "
                   WS-OVR-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ OVR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           MOVE OV-RATE TO WS-RATE-EDIT
                           DISPLAY "ACCOUNT " OV-ACCT-NO
                               "  RATE " WS-RATE-EDIT
                               "  " OV-START-DATE
                               "-" OV-EXPIRY-DATE
                               "  REASON " OV-REASON
                   END-READ
               END-PERFORM
               CLOSE OVR-FILE
           END-IF.

      ******************************************************************
      * EXPIRY LISTING - EVERY OVERRIDE STILL IN FORCE WHOSE EXPIRY
      * FALLS WITHIN THE WINDOW, SO MARKETING CAN RENEW IT OR LET THE
      * ACCOUNT DROP BACK TO ITS BAND RATE.
      ******************************************************************
       500-EXPIRY-RTN.
           MOVE ZERO TO WS-EXPIRE-CTR
           CALL 'DATE-DAYS-RTN' USING BY CONTENT WS-BUS-DATE
               BY REFERENCE WS-BUS-DAYS
           OPEN OUTPUT RPT-FILE
           MOVE WS-BUS-DATE TO RPT-HDR-DATE
           MOVE WS-EXPIRY-DAYS TO RPT-HDR-DAYS
           WRITE RPT-REC FROM RPT-HDR-LINE
           OPEN INPUT OVR-FILE
           IF WS-OVR-STATUS NOT = "00"
               DISPLAY "RATE-OVERRIDE FILE NOT AVAILABLE - STATUS "
                   WS-OVR-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM 550-EXPIRY-ONE-RTN UNTIL WS-EOF
               CLOSE OVR-FILE
           END-IF
           MOVE WS-EXPIRE-CTR TO RPT-TOTAL-OUT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           CLOSE RPT-FILE
           DISPLAY "OVERRIDES EXPIRING WITHIN " WS-EXPIRY-DAYS
               " DAYS: " WS-EXPIRE-CTR.

       550-EXPIRY-ONE-RTN.
           READ OVR-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF OV-EXPIRY-DATE >= WS-BUS-DATE
                       AND OV-START-DATE <= OV-EXPIRY-DATE
                       CALL 'DATE-DAYS-RTN' USING
                           BY CONTENT OV-EXPIRY-DATE
                           BY REFERENCE WS-EXP-DAYS
                       COMPUTE WS-DAYS-LEFT = WS-EXP-DAYS - WS-BUS-DAYS
                       IF WS-DAYS-LEFT <= WS-EXPIRY-DAYS
                           PERFORM 560-EXPIRY-LINE-RTN
                       END-IF
                   END-IF
           END-READ.

       560-EXPIRY-LINE-RTN.
           MOVE OV-ACCT-NO TO RPT-ACCT-OUT
           MOVE OV-RATE TO RPT-RATE-OUT
           MOVE OV-START-DATE TO RPT-START-OUT
           MOVE OV-EXPIRY-DATE TO RPT-EXPIRY-OUT
           MOVE OV-REASON TO RPT-REASON-OUT
           MOVE WS-DAYS-LEFT TO RPT-DAYS-OUT
           WRITE RPT-REC FROM RPT-DETAIL-LINE
           ADD 1 TO WS-EXPIRE-CTR.
