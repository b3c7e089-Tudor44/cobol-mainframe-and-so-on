      * END OF FILE WITH A DEDICATED WS-EOF-IN-SW SWITCH INSTEAD OF
      * TESTING ITEM-NO-IN/ITEM-QTY-IN FOR BLANK/ZERO - BOTH ARE
      * VALUES A REAL RECORD CAN LEGITIMATELY HOLD.
      * 15-10-2026 GD - THE TRANSACTION RECORD IS NOW 34 BYTES WITH A
      * FOUR-DIGIT ACCOUNT NUMBER; THE DUPLICATE CHECK HOLDS ALL FOUR.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SORT-PROGRAM.
       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE
       RECORD CONTAINS 34 CHARACTERS.
       01 IN-REC.
       COPY TRANSREC.
       FD OUT-FILE
       RECORD CONTAINS 34 CHARACTERS.
       01 OUT-REC PIC X(34).
       FD DUP-FILE
       RECORD CONTAINS 34 CHARACTERS.
       01 DUP-REC PIC X(34).
       FD CHECKPOINT-FILE
       RECORD CONTAINS 6 CHARACTERS.
       01 CKPT-REC PIC 9(6).
       01 WS-IN-CTR PIC 9(6) VALUE ZERO.
       01 WS-OUT-CTR PIC 9(6) VALUE ZERO.
       01 WS-DUP-CTR PIC 9(6) VALUE ZERO.
       01 WS-PRIOR-ACCT-NO PIC X(4) VALUE SPACES.
       01 WS-FIRST-RECORD-SW PIC X VALUE "Y".
           88 WS-FIRST-RECORD VALUE "Y".
       01 WS-EOF-SORT-SW PIC X VALUE "N".
