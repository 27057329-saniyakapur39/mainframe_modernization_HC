      *           JUST THIS CLAIM ON HCAS.CLAIM_READJ_QUEUE SO THE     *
      *           NEXT CLMADJ01 RUN REPRICES IT AND THE PAYMENT        *
      *           DELTA FLOWS TO THE NEXT 835.                         *
      *           A DISPLAYED CLAIM LINE IS WRITTEN TO THE PHI ACCESS  *
      *           LOG (PHILOG01) FIRST AND IS NOT SHOWN IF IT CANNOT   *
      *           BE LOGGED.                                           *
      * TRANSACTION: CCOR                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*

       COPY HCCOMMON.
       COPY SECCOPY.
       COPY PHICOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).
                   IF CC-FUNC-CORRECT
                       PERFORM 4000-APPLY-CORRECTION
                   ELSE
                       PERFORM 3070-LOG-ACCESS
                       IF PHI-ACC-LOGGED
                           PERFORM 3100-FORMAT-RESPONSE
                       END-IF
                   END-IF
               END-IF
           END-IF.
               PERFORM 9000-SEND-ERROR
           END-IF.

       3070-LOG-ACCESS.
           INITIALIZE PHI-ACCESS-REQUEST
           MOVE WS-SIGNON-USER TO PHI-ACC-USER-ID
           MOVE 'CCOR'         TO PHI-ACC-TRAN-CODE
           MOVE 'CLMCOR01'     TO PHI-ACC-PROGRAM-ID
           SET PHI-ACC-CLAIM-VIEW TO TRUE
           MOVE DB-CLAIM-ID    TO PHI-ACC-CLAIM-ID
           CALL 'PHILOG01' USING PHI-ACCESS-REQUEST
                                 PHI-ACCESS-RESPONSE
           IF PHI-ACC-FAILED
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE PHI-ACC-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       3100-FORMAT-RESPONSE.
           INITIALIZE CCORMP1O
           MOVE DB-PROC-CODE   TO CC-OLD-PROC-OUT
