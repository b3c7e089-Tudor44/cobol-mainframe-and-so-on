      ******************************************************************
      *15-10-2026 GD - FOUR-DIGIT ACCOUNT NUMBERS - THE CONFIRMATION
      *CONTROL RECORD IS NOW 24 BYTES.
      *02-09-2026 GD - CONFIRMATION REPLY ENTRY. COMPANION TO
      *CONFIRM-LETTERS: THE OPERATOR RECORDS EACH REPLY AGAINST ITS
      *LETTER NUMBER ON THE CONFIRMATION CONTROL FILE ("C" =
       DATA DIVISION.
       FILE SECTION.
       FD CTL-FILE
           RECORD CONTAINS 24 CHARACTERS.
           01 CTL-REC.
               02 CF-NUMBER               PIC 9(4).
               02 CF-ACCT-NO              PIC X(4).
               02 CF-AMOUNT               PIC 9(4)V99.
               02 CF-SENT-DATE            PIC 9(8).
               02 CF-REPLY                PIC X.
      *    THE WHOLE CONTROL FILE IS HELD AND PUT BACK WITH THE
      *    REPLY AND SECOND-LETTER FLAGS SET.
           01 WS-CTL-TABLE.
               02 WS-CTL-HOLD OCCURS 500 TIMES PIC X(24).
           01 WS-CTL-CTR                 PIC 9(4) VALUE ZERO.
           01 WS-CTL-FULL-SW    PIC X VALUE "N".
       PROCEDURE DIVISION.
