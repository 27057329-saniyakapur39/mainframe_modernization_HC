      *           WRITTEN TO CLAIM_MASTER - THIS IS A PRE-SERVICE,     *
      *           MEMBER-FACING QUOTE, UNLIKE THE ANALYST WHAT-IF      *
      *           REPRICING CLMSIM01 DOES ON HISTORICAL CLAIMS.        *
      *           THE MEMBER'S BENEFIT POSITION IS WRITTEN TO THE PHI  *
      *           ACCESS LOG (PHILOG01) BEFORE IT IS USED; NO ESTIMATE *
      *           IS SHOWN IF IT CANNOT BE LOGGED.                     *
      * TRANSACTION: CEST                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY PHICOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).
       01  WS-COMMAREA-LENGTH          PIC S9(04) COMP VALUE 84.

       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-SIGNON-USER              PIC X(08).

           EXEC SQL INCLUDE SQLCA END-EXEC.

           05  WS-PRC-PLACE-OF-SVC     PIC X(02).
           05  WS-PRC-PAR-STATUS       PIC X(01).
           05  WS-PRC-PRINCIPAL-DIAG   PIC X(08).
           05  WS-PRC-DISCHARGE-STATUS PIC X(02).
           05  WS-PRC-LENGTH-OF-STAY   PIC 9(03).
           05  WS-PRC-DAW-CODE         PIC X(01).
           05  WS-PRC-LINE-COUNT       PIC 9(03).
           05  WS-PRC-LINES OCCURS 999 TIMES.
               10  WS-PRC-LN-SEQ       PIC 9(03).
               10  WS-PRC-RSP-LN-DENY  PIC X(05).
               10  WS-PRC-RSP-LN-ADJ   PIC X(05)
                                        OCCURS 5 TIMES.
               10  WS-PRC-RSP-LN-DAW-PENALTY
                                       PIC S9(07)V99 COMP-3.

      *--- BENEFIT ESTIMATE WORK ---
       01  WS-EST-WORK.

       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           EXEC CICS ASSIGN
               USERID(WS-SIGNON-USER)
           END-EXEC
           EVALUATE TRUE
               WHEN EIBCALEN = ZERO
                   PERFORM 1000-FIRST-TIME
                   ON E.MEMBER_ID = A.MEMBER_ID
                  AND E.PLAN_CODE = A.PLAN_CODE
                  AND COALESCE(A.ACCUM_TYPE, 'I') = 'I'
                  AND A.BENEFIT_YEAR =
                      (SELECT MAX(A2.BENEFIT_YEAR)
                       FROM HCAS.ACCUMULATORS A2
                       WHERE A2.MEMBER_ID = A.MEMBER_ID
                         AND A2.PLAN_CODE = A.PLAN_CODE
                         AND COALESCE(A2.ACCUM_TYPE, 'I') = 'I')
               WHERE E.MEMBER_ID = :CE-MEMBER-IDI
                 AND E.ELIG_STATUS = 'A'
                 AND E.EFF_DATE <= :WS-CURRENT-DATE
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 3100-LOG-MEMBER-ACCESS
                   IF PHI-ACC-LOGGED
                       PERFORM 4000-LOOKUP-CONTRACT
                       PERFORM 5000-PRICE-ESTIMATE
                   ELSE
                       MOVE PHI-ACC-MSG TO WS-CA-RETURN-MSG
                       PERFORM 9000-SEND-ERROR
                   END-IF
               WHEN +100
                   MOVE 'NO ACTIVE ELIGIBILITY FOUND FOR MEMBER'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       3100-LOG-MEMBER-ACCESS.
           INITIALIZE PHI-ACCESS-REQUEST
           MOVE WS-SIGNON-USER TO PHI-ACC-USER-ID
           MOVE 'CEST'         TO PHI-ACC-TRAN-CODE
           MOVE 'CLMEST01'     TO PHI-ACC-PROGRAM-ID
           SET PHI-ACC-MEMBER-VIEW TO TRUE
           MOVE CE-MEMBER-IDI  TO PHI-ACC-MEMBER-ID
           CALL 'PHILOG01' USING PHI-ACCESS-REQUEST
                                 PHI-ACCESS-RESPONSE.

       4000-LOOKUP-CONTRACT.
           MOVE SPACES TO WS-CON-NETWORK-ID
           MOVE SPACES TO WS-CON-CONTRACT-TYPE
           MOVE SPACES               TO WS-PRC-PLACE-OF-SVC
           MOVE WS-CON-PAR-STATUS    TO WS-PRC-PAR-STATUS
           MOVE SPACES               TO WS-PRC-PRINCIPAL-DIAG
           MOVE SPACES               TO WS-PRC-DISCHARGE-STATUS
           MOVE ZERO                 TO WS-PRC-LENGTH-OF-STAY
           MOVE SPACE                TO WS-PRC-DAW-CODE
           MOVE ZERO TO WS-EST-LINE-COUNT
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > 6
