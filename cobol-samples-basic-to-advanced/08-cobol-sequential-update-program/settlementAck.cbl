      ******************************************************************
      *15-10-2026 GD - INBOUND FILE REGISTRY. BEFORE ANY ACK IS ACTED
      *ON THE FILE IS READ ONCE FOR ITS AHDR IDENTITY (DATE AND
      *BUREAU ID), DETAIL COUNT, AMOUNT TOTAL AND ACCOUNT NUMBERS
      *ADDED UP, AND HANDED TO INBOUND-REG-RTN AS FEED "SETTLACK". AN
      *ACK FILE REFUSED AS A RESEND OF ONE ALREADY ACCEPTED REQUEUES
      *NOTHING AND IS TREATED AS NO ACK RECEIVED (RC 8); THE ROUTINE
      *RAISES THE CRITICAL ALERT.
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - A REQUEUED ITEM
      *TAKES THE LOW FOUR DIGITS OF THE BUREAU ACCOUNT AND THE PENDING
      *RECORD IS NOW 34 BYTES.
      *02-09-2026 GD - INBOUND SETTLEMENT ACKNOWLEDGMENT. WE TRANSMIT
      *THE SHDR/STRL SETTLEMENT EXTRACT EVERY NIGHT AND USED TO
      *ASSUME THE GL BUREAU ACCEPTED ALL OF IT - THEIR RETURNED
               02 SNH-TAG                PIC X(4).
               02 FILLER                 PIC X(16).
       FD PENDING-FILE
           RECORD CONTAINS 34 CHARACTERS.
           01 PENDING-REC.
           COPY TRANSREC.
       FD RPT-FILE.
           01 WS-FAIL-SW                 PIC X VALUE "N".
               88 WS-FAILED                     VALUE "Y".
           01 WS-DOLLARS                 PIC 9(8)V99.
      *    WHAT THE INBOUND REGISTRY IS TOLD ABOUT THIS ACK FILE.
           01 WS-REG-FEED-ID             PIC X(8) VALUE "SETTLACK".
           01 WS-FEED-IDENT              PIC X(24) VALUE SPACES.
           01 WS-REG-COUNT               PIC 9(8) VALUE ZERO.
           01 WS-REG-AMT-HASH            PIC 9(12) VALUE ZERO.
           01 WS-REG-ACCT-HASH           PIC 9(12) VALUE ZERO.
           01 WS-REG-VERDICT             PIC X VALUE "A".
               88 WS-REG-ACCEPTED               VALUE "A".
           01 RPT-HDR-LINE.
               02 FILLER             PIC X(30) VALUE
                   "SETTLEMENT ACKNOWLEDGMENT FOR ".
               WRITE RPT-REC FROM RPT-NOTE-LINE
               MOVE "Y" TO WS-FAIL-SW
           ELSE
               PERFORM 180-REGISTER-ACK-RTN
           END-IF
           IF WS-ACK-STATUS = "00" AND WS-REG-ACCEPTED
               OPEN INPUT ACK-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM 300-READ-ACK-RTN UNTIL WS-EOF
               CLOSE ACK-FILE
               MOVE WS-ENV-HOLD TO WS-RPT-FILE-PATH
           END-IF.

      ******************************************************************
      * ONE PASS OVER THE ACK FILE FOR ITS IDENTITY AND HASH TOTALS,
      * THEN THE INBOUND REGISTRY'S VERDICT. A REFUSED FILE IS NOT
      * READ AGAIN - NOTHING IN IT IS MATCHED OR REQUEUED.
      ******************************************************************
       180-REGISTER-ACK-RTN.
           MOVE "N" TO WS-EOF-SW
           PERFORM 190-SCAN-ONE-ACK-RTN UNTIL WS-EOF
           CLOSE ACK-FILE
           CALL 'INBOUND-REG-RTN' USING WS-LOG-PROGRAM WS-REG-FEED-ID
               WS-FEED-IDENT WS-REG-COUNT WS-REG-AMT-HASH
               WS-REG-ACCT-HASH WS-REG-VERDICT
           IF NOT WS-REG-ACCEPTED
               MOVE SPACES TO RPT-NOTE-TEXT
               STRING "ACK FILE REFUSED - A RESEND OF ONE ALREADY"
                   " RECEIVED" DELIMITED BY SIZE INTO RPT-NOTE-TEXT
               WRITE RPT-REC FROM RPT-NOTE-LINE
               MOVE "Y" TO WS-FAIL-SW
           END-IF.

       190-SCAN-ONE-ACK-RTN.
           READ ACK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   EVALUATE AH-TAG
                       WHEN "AHDR"
                           MOVE ACK-HDR-REC (5:16) TO WS-FEED-IDENT
                       WHEN "ATRL"
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-REG-COUNT
                           IF AK-AMOUNT IS NUMERIC
                               ADD AK-AMOUNT TO WS-REG-AMT-HASH
                           END-IF
                           IF AK-ACCT IS NUMERIC
                               ADD AK-ACCT TO WS-REG-ACCT-HASH
                           END-IF
                   END-EVALUATE
           END-READ.

       200-LOAD-SENT-RTN.
           OPEN INPUT SENT-FILE
           IF WS-SENT-STATUS NOT = "00"
      * NEXT CYCLE'S REVIEW AND REPOSTING PAPER INSTEAD OF VANISHING.
      ******************************************************************
       400-REQUEUE-RTN.
           MOVE AK-ACCT (7:4) TO T-ACCT-NO
           COMPUTE WS-DOLLARS = AK-AMOUNT / 100
           MOVE WS-DOLLARS TO T-AMT-DUE
           EVALUATE AK-TYPE
           ADD 1 TO WS-REQUEUED-CTR
           MOVE SPACES TO RPT-NOTE-TEXT
           STRING "BUREAU REJECTED - REQUEUED ACCOUNT "
               AK-ACCT (7:4) " TYPE " AK-TYPE
               DELIMITED BY SIZE INTO RPT-NOTE-TEXT
           WRITE RPT-REC FROM RPT-NOTE-LINE.

