      *           VSAM/DB2 DISCREPANCIES MBRRECN1 WROTE TO             *
      *           HCAS.MBR_RECON_EXCEPT; FUNCTION C MARKS THE          *
      *           MEMBER'S EXCEPTIONS REVIEWED ONCE THE ANALYST HAS    *
      *           RESOLVED THEM. A DISPLAYED MEMBER IS WRITTEN TO THE  *
      *           PHI ACCESS LOG (PHILOG01) FIRST AND IS NOT SHOWN IF  *
      *           IT CANNOT BE LOGGED.                                 *
      * TRANSACTION: MBXC                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY PHICOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).
       01  WS-COMMAREA-LENGTH          PIC S9(04) COMP VALUE 96.

       01  WS-RESP                     PIC S9(08) COMP.
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
               MOVE SPACES TO MX-LINEI(WS-LINE-IDX)
           END-PERFORM
           MOVE ZERO TO WS-LINE-IDX
           PERFORM 3050-LOG-ACCESS
           IF PHI-ACC-FAILED
               EXIT PARAGRAPH
           END-IF
           EXEC SQL OPEN EXCEPT-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'DB2 ERROR OPENING EXCEPTION LIST'
               END-EXEC
           END-IF.

       3050-LOG-ACCESS.
           INITIALIZE PHI-ACCESS-REQUEST
           MOVE WS-SIGNON-USER TO PHI-ACC-USER-ID
           MOVE 'MBXC'         TO PHI-ACC-TRAN-CODE
           MOVE 'MBRXCP1'      TO PHI-ACC-PROGRAM-ID
           SET PHI-ACC-MEMBER-VIEW TO TRUE
           MOVE MX-MEMBER-IDI  TO PHI-ACC-MEMBER-ID
           CALL 'PHILOG01' USING PHI-ACCESS-REQUEST
                                 PHI-ACCESS-RESPONSE
           IF PHI-ACC-FAILED
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE PHI-ACC-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       3100-FETCH-ONE-EXCEPTION.
           EXEC SQL
               FETCH EXCEPT-CURSOR
