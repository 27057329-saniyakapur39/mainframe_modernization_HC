      *           SECAUTH1 MONETARY-AUTHORITY CHECK AT THE CLAIM'S     *
      *           PAID AMOUNT. APPROVAL FLIPS THE CLAIM TO STATUS 50   *
      *           SO THE NEXT EDI835GN CYCLE PICKS IT UP.              *
      *           EVERY CLAIM SHOWN IS WRITTEN TO THE PHI ACCESS LOG   *
      *           (PHILOG01) FIRST; NOTHING IS SHOWN IF IT CANNOT BE   *
      *           LOGGED.                                              *
      * TRANSACTION: HDRQ                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*

       COPY HCCOMMON.
       COPY SECCOPY.
       COPY PHICOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).
               IF WS-INPUT-VALID
                   PERFORM 3000-READ-QUEUE-ROW
               END-IF
               IF WS-INPUT-VALID
                   PERFORM 3050-LOG-ACCESS
               END-IF
               IF WS-INPUT-VALID
                   EVALUATE TRUE
                       WHEN HD-FUNC-RELEASE
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       3050-LOG-ACCESS.
           INITIALIZE PHI-ACCESS-REQUEST
           MOVE WS-SIGNON-USER TO PHI-ACC-USER-ID
           MOVE 'HDRQ'         TO PHI-ACC-TRAN-CODE
           MOVE 'HDRINQ1'      TO PHI-ACC-PROGRAM-ID
           SET PHI-ACC-CLAIM-VIEW TO TRUE
           MOVE DB-MEMBER-ID   TO PHI-ACC-MEMBER-ID
           MOVE DB-CLAIM-ID    TO PHI-ACC-CLAIM-ID
           CALL 'PHILOG01' USING PHI-ACCESS-REQUEST
                                 PHI-ACCESS-RESPONSE
           IF PHI-ACC-FAILED
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE PHI-ACC-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       3100-FORMAT-RESPONSE.
           INITIALIZE HDRQMP1O
           MOVE DB-MEMBER-ID     TO HD-MEMBER-ID-OUT
