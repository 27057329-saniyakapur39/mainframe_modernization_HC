      * MAP:         CDTLM1 (INQUIRY INPUT), CDTLM2 (DETAIL OUTPUT)  *
      *                                                                *
      * DEPENDENCIES:                                                  *
      *  - COPYBOOKS: HCCOMMON, CLMCOPY, PRVCOPY, ABORTWSC,          *
      *               PHICOPY                                          *
      *  - DB2 TABLES: HCAS.CLAIM_MASTER, HCAS.CLAIM_LINE,           *
      *                HCAS.MEMBER, HCAS.ENROLLMENT                   *
      *  - PHILOG01:  EVERY MEMBER OR CLAIM SHOWN IS WRITTEN TO THE    *
      *               PHI ACCESS LOG FIRST; NOTHING IS SHOWN IF THE    *
      *               LOG CANNOT BE WRITTEN                            *
      *  - VSAM FILE: PRVMAST (PROVIDER MASTER KSDS)                  *
      *  - BMS MAPS:  CDTLMS/CDTLM1, CDTLMS/CDTLM2                  *
      *================================================================*
      *----------------------------------------------------------------*
           COPY ABORTWSC.

      *----------------------------------------------------------------*
      * PHI ACCESS LOG CALL AREAS                                      *
      *----------------------------------------------------------------*
           COPY PHICOPY.

      *----------------------------------------------------------------*
      * DB2 COMMUNICATION AREA                                          *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       01  WS-CICS-RESP               PIC S9(08) COMP VALUE ZERO.
       01  WS-CICS-RESP2              PIC S9(08) COMP VALUE ZERO.
       01  WS-SIGNON-USER             PIC X(08)  VALUE SPACES.

      *----------------------------------------------------------------*
      * PROCESSING FLAGS AND SWITCHES                                   *
           05  HV-PLAN-CODE           PIC X(08).
           05  HV-GROUP-ID            PIC X(10).
           05  HV-PRIMARY-DIAG        PIC X(08).
           05  HV-SPLIT-PARENT-ID     PIC X(15).

      *----------------------------------------------------------------*
      * DB2 HOST VARIABLES FOR CLAIM LINE DETAIL                        *
               88 RSP-DB2-ERROR                    VALUE '90'.
               88 RSP-VSAM-ERROR                   VALUE '91'.
               88 RSP-CICS-ERROR                   VALUE '92'.
               88 RSP-ACCESS-LOG-ERROR             VALUE '93'.
           05  WS-RSP-ERROR-MSG       PIC X(80).
           05  WS-RSP-MEMBER-INFO.
               10  WS-RSP-MBR-ID      PIC X(12).
               10  WS-RSP-CLM-ADJ-DATE
                                       PIC X(10).
               10  WS-RSP-CLM-DENY    PIC X(05).
      *---     ORIGINAL CLAIM ID WHEN THIS CLAIM IS ONE PART OF A  ---
      *        CLAIM SPLIT ACROSS A COVERAGE BOUNDARY, ELSE SPACES ---
               10  WS-RSP-CLM-SPLIT-PARENT
                                       PIC X(15).
               10  WS-RSP-CLM-LINE-CT PIC S9(04) COMP.
               10  WS-RSP-CLM-LINES OCCURS 50 TIMES.
                   15  WS-RSP-LN-SEQ  PIC S9(04) COMP.
                       CM.REMIT_STATUS,
                       EN.PLAN_CODE,
                       EN.GROUP_ID,
                       CM.PRIMARY_DIAGNOSIS,
                       COALESCE(CM.SPLIT_PARENT_ID, ' ')
               FROM    HCAS.CLAIM_MASTER CM
               INNER JOIN HCAS.MEMBER MB
                       ON CM.MEMBER_ID = MB.MEMBER_ID
               LABEL   (9500-ABEND-HANDLER)
           END-EXEC

           EXEC CICS ASSIGN
               USERID  (WS-SIGNON-USER)
           END-EXEC

      *--- CHECK IF THIS IS AN INITIAL ENTRY (NO COMMAREA) ---
           IF EIBCALEN = ZERO
               PERFORM 1000-INITIAL-ENTRY
                   PERFORM 9200-DB2-ERROR-HANDLER
           END-EVALUATE

      *--- NO MEMBER IS SHOWN UNTIL THE VIEW IS LOGGED ---
           IF VALID-INPUT
               PERFORM 2250-LOG-MEMBER-ACCESS
           END-IF

      *--- POPULATE MEMBER INFO IN RESPONSE ---
           IF VALID-INPUT
               MOVE HV-MEMBER-ID TO WS-RSP-MBR-ID
       2200-EXIT.
           EXIT.

      *================================================================*
      * 2250-LOG-MEMBER-ACCESS                                         *
      *   WRITE THE MEMBER VIEW TO THE PHI ACCESS LOG. A VIEW THAT     *
      *   CANNOT BE LOGGED IS NOT SHOWN                                *
      *================================================================*
       2250-LOG-MEMBER-ACCESS.

           INITIALIZE PHI-ACCESS-REQUEST
           MOVE WS-SIGNON-USER    TO PHI-ACC-USER-ID
           MOVE WS-TRANSACTION-ID TO PHI-ACC-TRAN-CODE
           MOVE WS-PROGRAM-ID     TO PHI-ACC-PROGRAM-ID
           SET PHI-ACC-MEMBER-VIEW TO TRUE
           MOVE HV-MEMBER-ID      TO PHI-ACC-MEMBER-ID
           CALL 'PHILOG01' USING PHI-ACCESS-REQUEST
                                 PHI-ACCESS-RESPONSE
           IF PHI-ACC-FAILED
               MOVE 'N' TO WS-VALID-INPUT-SW
               MOVE '93' TO WS-RSP-RETURN-CODE
               MOVE PHI-ACC-MSG TO WS-RSP-ERROR-MSG
           END-IF
           .

       2250-EXIT.
           EXIT.

      *================================================================*
      * 2300-FETCH-CLAIM-HISTORY                                        *
      *   OPENS DB2 CURSOR, FETCHES CLAIM ROWS, AND FOR EACH CLAIM    *
                     :HV-REMIT-STATUS,
                     :HV-PLAN-CODE,
                     :HV-GROUP-ID,
                     :HV-PRIMARY-DIAG,
                     :HV-SPLIT-PARENT-ID
           END-EXEC

           EVALUATE SQLCODE
               TO WS-RSP-CLM-ADJ-DATE(WS-CLAIM-INDEX)
           MOVE HV-DENY-REASON
               TO WS-RSP-CLM-DENY(WS-CLAIM-INDEX)
           MOVE HV-SPLIT-PARENT-ID
               TO WS-RSP-CLM-SPLIT-PARENT(WS-CLAIM-INDEX)

      *--- ADD VSAM PROVIDER NETWORK INFO IF FOUND ---
           IF VSAM-PROVIDER-FOUND
       3000-PROCESS-CLAIM-DETAIL.

           MOVE CA-SELECTED-CLAIM-ID TO WS-SAVE-CLAIM-ID
           PERFORM 3010-LOG-CLAIM-ACCESS
           IF PHI-ACC-FAILED
               PERFORM 8000-SEND-ERROR-MAP
           ELSE
               PERFORM 3050-RESET-LINE-PAGE-ANCHORS
               PERFORM 3400-FETCH-LINE-PAGE
               PERFORM 3200-GET-PROVIDER-DETAIL
               PERFORM 2400-BUILD-DETAIL-MAP
           END-IF
           .

       3000-EXIT.
           EXIT.

      *================================================================*
      * 3010-LOG-CLAIM-ACCESS                                          *
      *   WRITE THE CLAIM VIEW TO THE PHI ACCESS LOG BEFORE ITS LINES  *
      *   ARE SHOWN                                                    *
      *================================================================*
       3010-LOG-CLAIM-ACCESS.

           INITIALIZE PHI-ACCESS-REQUEST
           MOVE WS-SIGNON-USER    TO PHI-ACC-USER-ID
           MOVE WS-TRANSACTION-ID TO PHI-ACC-TRAN-CODE
           MOVE WS-PROGRAM-ID     TO PHI-ACC-PROGRAM-ID
           SET PHI-ACC-CLAIM-VIEW TO TRUE
           MOVE CA-MEMBER-ID      TO PHI-ACC-MEMBER-ID
           MOVE WS-SAVE-CLAIM-ID  TO PHI-ACC-CLAIM-ID
           CALL 'PHILOG01' USING PHI-ACCESS-REQUEST
                                 PHI-ACCESS-RESPONSE
           IF PHI-ACC-FAILED
               MOVE 'E' TO WS-MAP-MODE-SW
               MOVE '93' TO WS-RSP-RETURN-CODE
               MOVE PHI-ACC-MSG TO WS-RSP-ERROR-MSG
           END-IF
           .

       3010-EXIT.
           EXIT.

      *================================================================*
      * 3050-RESET-LINE-PAGE-ANCHORS                                    *
      *   START A FRESH LINE LIST AT PAGE 1 FOR THE SELECTED CLAIM     *
