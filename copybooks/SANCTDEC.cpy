      ******************************************************************
      * Copybook:SANCTDEC
      * Purpose: SANCTIONS DECISION RECORD - ONE ROW FOR EVERY REVIEW
      *          QUEUE ITEM A COMPLIANCE OPERATOR HAS DECIDED, APPENDED
      *          BY SANCTION-REVIEW AND NEVER REWRITTEN. SANCTION-SCREEN
      *          LOADS IT EACH NIGHT SO A DECIDED MATCH (SAME ACCOUNT,
      *          SCREENED NAME AND LIST ENTRY - ANY OF THE ENTRY'S
      *          NAMES) IS NOT QUEUED AGAIN. SD-LIST-NAME IS THE LISTED
      *          NAME THE OPERATOR SAW.
      *
      *          SD-DECISION VALUES:
      *          "C" = CONFIRMED - THE FREEZE WENT TO THE PENDING FILE
      *                UNDER SD-TRACE
      *          "X" = CLEARED - A FALSE POSITIVE
      *
      * 15-10-2026 GD - NEW. 130 BYTES.
      ******************************************************************
               02 SD-DATE                      PIC 9(8).
               02 SD-OPERATOR                  PIC X(5).
               02 SD-DECISION                  PIC X.
                   88 SD-CONFIRMED                 VALUE "C".
                   88 SD-CLEARED                   VALUE "X".
               02 SD-ACCT-NO                   PIC X(4).
               02 SD-SOURCE                    PIC X.
               02 SD-REF                       PIC X(9).
               02 SD-NAME                      PIC X(40).
               02 SD-LIST-ID                   PIC X(10).
               02 SD-LIST-NAME                 PIC X(40).
               02 SD-TRACE                     PIC X(9).
               02 FILLER                       PIC X(3).
