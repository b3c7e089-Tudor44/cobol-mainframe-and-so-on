      ******************************************************************
      *15-10-2026 GD - YEAR-END-CLOSE'S ANNUAL ARCHIVES ("<BASE>.YYYY")
      *ARE NO LONGER PURGED AS GENERATIONS - THEY ARE KEPT FOR THEIR
      *RETENTION PERIOD AND DESTROYED BY RETENTION-RUN, WHICH CHECKS
      *THE LEGAL HOLDS FIRST.
      *22-08-2026 GD - GENERATION RETENTION MANAGER. THE DATED OUTPUT
      *GENERATIONS THAT IDX-UNLOAD AND MASTER-SWAP REGISTER ON THE
      *GENERATION CATALOG WOULD OTHERWISE PILE UP FOREVER. THIS STEP
       200-JUDGE-RTN.
           MOVE ZERO TO WS-NEWER-CTR
           PERFORM 250-BASE-OF-1-RTN
      *    AN ANNUAL ARCHIVE HAS NO BASE HERE AND IS NEVER PURGED.
           IF WS-BASE-1 NOT = SPACES
               PERFORM 300-COUNT-NEWER-RTN
                   VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-ENTRY-CTR
           END-IF
           IF WS-NEWER-CTR >= WS-KEEP-CTR AND WS-BASE-1 NOT = SPACES
               MOVE "N" TO WS-GEN-KEEP-SW (SUB1)
               CALL "CBL_DELETE_FILE" USING WS-GEN-PATH (SUB1)
               ADD 1 TO WS-DELETE-CTR
           INSPECT WS-GEN-PATH (SUB1) TALLYING WS-PATH-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PATH-LEN > 7
               AND WS-GEN-PATH (SUB1) (WS-PATH-LEN - 4:1) NOT = "."
               COMPUTE WS-PATH-LEN = WS-PATH-LEN - 9
               MOVE WS-GEN-PATH (SUB1) (1:WS-PATH-LEN) TO WS-BASE-1
           END-IF.
           INSPECT WS-GEN-PATH (SUB2) TALLYING WS-PATH-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PATH-LEN > 7
               AND WS-GEN-PATH (SUB2) (WS-PATH-LEN - 4:1) NOT = "."
               COMPUTE WS-PATH-LEN = WS-PATH-LEN - 9
               MOVE WS-GEN-PATH (SUB2) (1:WS-PATH-LEN) TO WS-BASE-2
           END-IF
