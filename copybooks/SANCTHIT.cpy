      ******************************************************************
      * Copybook:SANCTHIT
      * Purpose: SANCTIONS REVIEW QUEUE RECORD - ONE ROW PER POSSIBLE
      *          MATCH OF A SCREENED NAME AGAINST AN ENTRY ON THE
      *          PUBLISHED SANCTIONS LIST. WRITTEN BY SANCTION-SCREEN,
      *          WORKED AND REWRITTEN BY SANCTION-REVIEW, WHICH KEEPS
      *          ONLY THE ITEMS STILL OPEN. BOTH NAMES ARE HELD AS
      *          COMPARED - UPPER CASE, PUNCTUATION DROPPED, ONE SPACE
      *          BETWEEN WORDS.
      *
      *          SQ-SOURCE VALUES:
      *          "C" = CUSTOMER MASTER NAME
      *          "P" = ACCOUNT PARTY (JOINT OWNER, SIGNER, ATTORNEY) -
      *                SQ-REF IS THE PARTY ID
      *          "B" = PARTY NAMED ON THE BANK FEED - SQ-REF IS THE
      *                TRACE OF THE FEED ITEM
      *          SQ-MATCH VALUES:
      *          "E" = EXACT - THE NAMES ARE THE SAME
      *          "W" = WORD ORDER - THE SAME WORDS IN ANOTHER ORDER
      *          "C" = CLOSE - SQ-DISTANCE LETTERS APART
      *
      * 15-10-2026 GD - NEW. 130 BYTES.
      ******************************************************************
               02 SQ-FOUND-DATE                PIC 9(8).
               02 SQ-SOURCE                    PIC X.
                   88 SQ-FROM-CUSTOMER             VALUE "C".
                   88 SQ-FROM-PARTY                VALUE "P".
                   88 SQ-FROM-BANK-FEED            VALUE "B".
               02 SQ-ACCT-NO                   PIC X(4).
               02 SQ-REF                       PIC X(9).
               02 SQ-NAME                      PIC X(40).
               02 SQ-LIST-ID                   PIC X(10).
               02 SQ-LIST-NAME                 PIC X(40).
               02 SQ-PROGRAM                   PIC X(10).
               02 SQ-MATCH                     PIC X.
                   88 SQ-EXACT                     VALUE "E".
                   88 SQ-WORD-ORDER                VALUE "W".
                   88 SQ-CLOSE                     VALUE "C".
               02 SQ-DISTANCE                  PIC 9.
               02 FILLER                       PIC X(6).
