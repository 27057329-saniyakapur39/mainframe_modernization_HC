       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONFML01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  CONFML01                                             *
      * PURPOSE:  CONFIDENTIAL COMMUNICATION MAIL ROUTING - SUBROUTINE *
      *           GIVEN A MEMBER, AN AS-OF (MAIL) DATE AND, FOR MAIL   *
      *           ABOUT ONE CLAIM, THE CLAIM ID, RETURNS WHERE THE     *
      *           PIECE IS TO BE SENT:                                 *
      *             S - STANDARD: THE ADDRESS OF RECORD                *
      *             A - ALTERNATE: THE ADDRESS ON THE MEMBER'S         *
      *                 CONFIDENTIAL-COMMUNICATION REQUEST             *
      *             N - NO PAPER: THE MEMBER ASKED FOR NO MAIL         *
      *           A CLAIM IS A SENSITIVE SERVICE WHEN ITS PRINCIPAL    *
      *           OR ANY OTHER DIAGNOSIS, OR ANY LINE'S PROCEDURE,     *
      *           FALLS IN A RANGE ON HCAS.SENSITIVE_SERVICE           *
      *           (MAINTAINED BY SENSLD01). A MEMBER'S ACTIVE          *
      *           HCAS.CONF_COMM_REQUEST (MAINTAINED ONLINE BY         *
      *           CCOMMT1) APPLIES TO ALL MAIL (SCOPE A) OR ONLY TO    *
      *           SENSITIVE-SERVICE CLAIMS (SCOPE S); FOR A SENSITIVE  *
      *           CLAIM THE SCOPE S REQUEST WINS.                      *
      *           THE FAMILY-EXCLUSION FLAG TELLS A FAMILY MAILING     *
      *           (MBRSTM01) TO LEAVE THE CLAIM OFF: EVERY SENSITIVE-  *
      *           SERVICE CLAIM, AND EVERY CLAIM OF A DEPENDENT WHOSE  *
      *           MAIL IS REDIRECTED. SUCH A CLAIM GETS ITS OWN EOB    *
      *           FROM EDI835GN WHATEVER THE COMMUNICATION PREFERENCE. *
      * CALLED BY: EDI835GN (EOB), MBRSTM01 (FAMILY STATEMENT),        *
      *            DENLTR01 (DENIAL LETTERS), MBRCHK01 (MEMBER         *
      *            REIMBURSEMENT CHECKS), COBQST01 (COBRA QUESTIONS),  *
      *            ACA1095G (PRINTED 1095-B), IDCARD01 (ID CARDS),     *
      *            EDI834CN (ENROLLMENT NOTICES), DDCERT01 (DISABLED   *
      *            DEPENDENT RECERTIFICATION NOTICES)                  *
      * TABLES:   HCAS.CONF_COMM_REQUEST, HCAS.SENSITIVE_SERVICE,      *
      *           HCAS.CLAIM_MASTER, HCAS.CLAIM_DIAG,                  *
      *           HCAS.CLAIM_LINE, HCAS.MEMBER                         *
      * FREQUENCY: PER CALL                                            *
      *================================================================*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-CC-WORK.
           05  WS-CC-AS-OF-DATE        PIC X(08).
           05  WS-CC-SENS-COUNT        PIC S9(09) COMP.
           05  WS-CC-SENS-IND          PIC X(01).
           05  WS-CC-SUBSCRIBER-ID     PIC X(12).
           05  WS-CC-SCOPE             PIC X(01).
           05  WS-CC-DELIVERY          PIC X(01).
               88  WS-CC-DELIVER-ALT   VALUE 'A'.
               88  WS-CC-NO-PAPER      VALUE 'N'.

       LINKAGE SECTION.

       01  LS-CC-REQUEST.
           05  LS-CC-MEMBER-ID         PIC X(12).
           05  LS-CC-SUBSCRIBER-ID     PIC X(12).
           05  LS-CC-CLAIM-ID          PIC X(15).
           05  LS-CC-AS-OF-DATE        PIC X(08).

       01  LS-CC-RESPONSE.
           05  LS-CC-ROUTE             PIC X(01).
               88  LS-CC-ROUTE-STANDARD VALUE 'S'.
               88  LS-CC-ROUTE-ALTERNATE VALUE 'A'.
               88  LS-CC-ROUTE-NO-PAPER VALUE 'N'.
           05  LS-CC-SENSITIVE-IND     PIC X(01).
               88  LS-CC-SENSITIVE-CLAIM VALUE 'Y'.
           05  LS-CC-FAMILY-EXCL-IND   PIC X(01).
           05  LS-CC-SCOPE             PIC X(01).
           05  LS-CC-ALT-ADDRESS.
               10  LS-CC-ALT-ADDR-LINE-1 PIC X(55).
               10  LS-CC-ALT-ADDR-LINE-2 PIC X(55).
               10  LS-CC-ALT-CITY      PIC X(30).
               10  LS-CC-ALT-STATE     PIC X(02).
               10  LS-CC-ALT-ZIP-CODE  PIC X(09).

       PROCEDURE DIVISION USING LS-CC-REQUEST
                                LS-CC-RESPONSE.

       0000-MAIN-PROCESS.
           SET LS-CC-ROUTE-STANDARD TO TRUE
           MOVE 'N'    TO LS-CC-SENSITIVE-IND
           MOVE 'N'    TO LS-CC-FAMILY-EXCL-IND
           MOVE SPACES TO LS-CC-SCOPE
           MOVE SPACES TO LS-CC-ALT-ADDRESS
           MOVE 'N'    TO WS-CC-SENS-IND
           IF LS-CC-MEMBER-ID = SPACES
               GOBACK
           END-IF
           MOVE LS-CC-AS-OF-DATE TO WS-CC-AS-OF-DATE
           IF WS-CC-AS-OF-DATE IS NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CC-AS-OF-DATE
           END-IF
           IF LS-CC-CLAIM-ID NOT = SPACES
               PERFORM 1000-CHECK-SENSITIVE-CLAIM
           END-IF
           PERFORM 2000-FIND-ACTIVE-REQUEST
           PERFORM 3000-SET-FAMILY-EXCLUSION
           GOBACK.

       1000-CHECK-SENSITIVE-CLAIM.
      *--- ANY DIAGNOSIS OR PROCEDURE ON THE CLAIM IN A RANGE ---
      *    ON THE LIST AS OF THE MAIL DATE                     ---
           MOVE ZERO TO WS-CC-SENS-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CC-SENS-COUNT
               FROM HCAS.SENSITIVE_SERVICE SS
               WHERE SS.EFF_DATE <= :WS-CC-AS-OF-DATE
                 AND SS.TERM_DATE >= :WS-CC-AS-OF-DATE
                 AND ((SS.LIST_TYPE = 'DX'
                       AND (EXISTS
                             (SELECT 1
                              FROM HCAS.CLAIM_MASTER CM
                              WHERE CM.CLAIM_ID = :LS-CC-CLAIM-ID
                                AND CM.PRINCIPAL_DIAG
                                    BETWEEN SS.CODE_FROM
                                        AND SS.CODE_THRU)
                            OR EXISTS
                             (SELECT 1
                              FROM HCAS.CLAIM_DIAG CD
                              WHERE CD.CLAIM_ID = :LS-CC-CLAIM-ID
                                AND CD.DIAG_CODE
                                    BETWEEN SS.CODE_FROM
                                        AND SS.CODE_THRU)))
                   OR (SS.LIST_TYPE = 'PX'
                       AND EXISTS
                             (SELECT 1
                              FROM HCAS.CLAIM_LINE CL
                              WHERE CL.CLAIM_ID = :LS-CC-CLAIM-ID
                                AND CL.PROC_CODE
                                    BETWEEN SS.CODE_FROM
                                        AND SS.CODE_THRU)))
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CONFML01: SENSITIVE CHECK ERROR SQLCODE='
                       SQLCODE ' CLM=' LS-CC-CLAIM-ID
               MOVE ZERO TO WS-CC-SENS-COUNT
           END-IF
           IF WS-CC-SENS-COUNT > ZERO
               MOVE 'Y' TO WS-CC-SENS-IND
               MOVE 'Y' TO LS-CC-SENSITIVE-IND
           END-IF.

       2000-FIND-ACTIVE-REQUEST.
      *--- SCOPE S SORTS AHEAD OF SCOPE A, SO A SENSITIVE CLAIM ---
      *    FOLLOWS THE SENSITIVE-SERVICES REQUEST WHEN THERE IS  ---
      *    ONE                                                   ---
           EXEC SQL
               SELECT SCOPE_CODE, DELIVERY_CODE,
                      COALESCE(ALT_ADDR_LINE_1, ' '),
                      COALESCE(ALT_ADDR_LINE_2, ' '),
                      COALESCE(ALT_CITY, ' '),
                      COALESCE(ALT_STATE, ' '),
                      COALESCE(ALT_ZIP_CODE, ' ')
               INTO :WS-CC-SCOPE, :WS-CC-DELIVERY,
                    :LS-CC-ALT-ADDR-LINE-1, :LS-CC-ALT-ADDR-LINE-2,
                    :LS-CC-ALT-CITY, :LS-CC-ALT-STATE,
                    :LS-CC-ALT-ZIP-CODE
               FROM HCAS.CONF_COMM_REQUEST
               WHERE MEMBER_ID = :LS-CC-MEMBER-ID
                 AND EFF_DATE <= :WS-CC-AS-OF-DATE
                 AND TERM_DATE >= :WS-CC-AS-OF-DATE
                 AND (SCOPE_CODE = 'A'
                      OR (SCOPE_CODE = 'S'
                          AND :WS-CC-SENS-IND = 'Y'))
               ORDER BY SCOPE_CODE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE WS-CC-SCOPE TO LS-CC-SCOPE
                   EVALUATE TRUE
                       WHEN WS-CC-NO-PAPER
                           SET LS-CC-ROUTE-NO-PAPER TO TRUE
                           MOVE SPACES TO LS-CC-ALT-ADDRESS
                       WHEN WS-CC-DELIVER-ALT
                       AND LS-CC-ALT-ADDR-LINE-1 NOT = SPACES
                           SET LS-CC-ROUTE-ALTERNATE TO TRUE
                       WHEN OTHER
                           MOVE SPACES TO LS-CC-ALT-ADDRESS
                   END-EVALUATE
               WHEN +100
                   MOVE SPACES TO LS-CC-ALT-ADDRESS
               WHEN OTHER
                   DISPLAY 'CONFML01: REQUEST READ ERROR SQLCODE='
                           SQLCODE ' MBR=' LS-CC-MEMBER-ID
                   MOVE SPACES TO LS-CC-ALT-ADDRESS
           END-EVALUATE.

       3000-SET-FAMILY-EXCLUSION.
           IF WS-CC-SENS-IND = 'Y'
               MOVE 'Y' TO LS-CC-FAMILY-EXCL-IND
               EXIT PARAGRAPH
           END-IF
           IF LS-CC-ROUTE-STANDARD
               EXIT PARAGRAPH
           END-IF
           MOVE LS-CC-SUBSCRIBER-ID TO WS-CC-SUBSCRIBER-ID
           IF WS-CC-SUBSCRIBER-ID = SPACES
               EXEC SQL
                   SELECT COALESCE(SUBSCRIBER_ID, MEMBER_ID)
                   INTO :WS-CC-SUBSCRIBER-ID
                   FROM HCAS.MEMBER
                   WHERE MEMBER_ID = :LS-CC-MEMBER-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE LS-CC-MEMBER-ID TO WS-CC-SUBSCRIBER-ID
               END-IF
           END-IF
           IF WS-CC-SUBSCRIBER-ID NOT = LS-CC-MEMBER-ID
               MOVE 'Y' TO LS-CC-FAMILY-EXCL-IND
           END-IF.
