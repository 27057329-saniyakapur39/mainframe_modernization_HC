      *           EDI835GN READS THE PREFERENCE WHEN DECIDING          *
      *           WHETHER TO PRINT AN EOB AND MBRSTM01 PICKS UP THE    *
      *           'M' AND 'S' MEMBERS FOR THE MONTHLY STATEMENT.       *
      *           A DISPLAYED MEMBER IS WRITTEN TO THE PHI ACCESS LOG  *
      *           (PHILOG01) FIRST AND IS NOT SHOWN IF IT CANNOT BE    *
      *           LOGGED.                                              *
      * TRANSACTION: MPRF                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY PHICOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).

       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-RESP2                    PIC S9(08) COMP.
       01  WS-SIGNON-USER              PIC X(08).

           EXEC SQL INCLUDE SQLCA END-EXEC.


       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           EXEC CICS ASSIGN
               USERID(WS-SIGNON-USER)
           END-EXEC
           EVALUATE TRUE
               WHEN EIBCALEN = ZERO
                   PERFORM 1000-FIRST-TIME
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 3050-LOG-ACCESS
                   IF PHI-ACC-LOGGED
                       PERFORM 3100-FORMAT-RESPONSE
                   END-IF
               WHEN +100
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO MEMBER FOUND FOR THAT ID'
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       3050-LOG-ACCESS.
           INITIALIZE PHI-ACCESS-REQUEST
           MOVE WS-SIGNON-USER TO PHI-ACC-USER-ID
           MOVE 'MPRF'         TO PHI-ACC-TRAN-CODE
           MOVE 'MBRPRF1'      TO PHI-ACC-PROGRAM-ID
           SET PHI-ACC-MEMBER-VIEW TO TRUE
           MOVE DB-MEMBER-ID   TO PHI-ACC-MEMBER-ID
           CALL 'PHILOG01' USING PHI-ACCESS-REQUEST
                                 PHI-ACCESS-RESPONSE
           IF PHI-ACC-FAILED
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE PHI-ACC-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       3100-FORMAT-RESPONSE.
           INITIALIZE MPRFMP1O
           MOVE SPACES TO MP-NAME-OUT
