      *           GRIEVANCE INVESTIGATIONS. REACHED DIRECTLY (TRAN     *
      *           NOTQ) OR BY TRANSFER FROM CLMDTL00 AND PRVINQ1;      *
      *           CLMPND01 WRITES ITS EXAMINER DECISIONS HERE TOO.     *
      *           A BROWSE OF A CLAIM'S OR MEMBER'S NOTES IS WRITTEN   *
      *           TO THE PHI ACCESS LOG (PHILOG01) FIRST AND IS NOT    *
      *           SHOWN IF IT CANNOT BE LOGGED.                        *
      * TRANSACTION: NOTQ                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY PHICOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).
           MOVE NQ-ENT-TYPEI TO DB-ENTITY-TYPE
           MOVE NQ-ENT-IDI   TO DB-ENTITY-ID
           INITIALIZE NOTQMP1O
           PERFORM 3050-LOG-ACCESS
           IF PHI-ACC-FAILED
               EXIT PARAGRAPH
           END-IF
           SET WS-NOTE-NOT-EOF TO TRUE
           MOVE ZERO TO WS-NOTE-IDX
           EXEC SQL OPEN NOTE-CURSOR END-EXEC
               CURSOR
           END-EXEC.

       3050-LOG-ACCESS.
      *--- PROVIDER NOTES CARRY NO MEMBER AND ARE NOT LOGGED ---
           MOVE '00' TO PHI-ACC-RC
           IF NQ-ENT-PROVIDER
               EXIT PARAGRAPH
           END-IF
           INITIALIZE PHI-ACCESS-REQUEST
           MOVE WS-SIGNON-USER TO PHI-ACC-USER-ID
           MOVE 'NOTQ'         TO PHI-ACC-TRAN-CODE
           MOVE 'NOTEINQ1'     TO PHI-ACC-PROGRAM-ID
           IF NQ-ENT-CLAIM
               SET PHI-ACC-CLAIM-VIEW TO TRUE
               MOVE NQ-ENT-IDI TO PHI-ACC-CLAIM-ID
           ELSE
               SET PHI-ACC-MEMBER-VIEW TO TRUE
               MOVE NQ-ENT-IDI TO PHI-ACC-MEMBER-ID
           END-IF
           CALL 'PHILOG01' USING PHI-ACCESS-REQUEST
                                 PHI-ACCESS-RESPONSE
           IF PHI-ACC-FAILED
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE PHI-ACC-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       3100-FETCH-ONE-NOTE.
           EXEC SQL
               FETCH NOTE-CURSOR
