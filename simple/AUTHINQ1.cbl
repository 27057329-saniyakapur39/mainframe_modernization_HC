      *           HCAS.PRIOR_AUTH. CLMADJ01 MATCHES CLAIM LINES        *
      *           AGAINST THESE AUTHORIZATIONS DURING ADJUDICATION     *
      *           WHEN THE MEMBER'S PLAN REQUIRES PRIOR AUTH.          *
      *           FUNCTION E RECORDS A CONCURRENT-REVIEW EXTENSION ON  *
      *           AN OPEN INPATIENT AUTH - THE ADDITIONAL DAYS ARE     *
      *           KEYED IN THE UNITS FIELD AND THE NEW AUTHORIZED END  *
      *           DATE IN THE TERM DATE. EVERY ADD, UPDATE AND         *
      *           EXTENSION IS CARRIED TO THE LINKED STAYS ON          *
      *           HCAS.INPATIENT_STAY (ADMNTF01) SO THE IPCENS01       *
      *           CENSUS AND CLMADJ01'S BILLED-DAYS CHECK SEE THE      *
      *           REVIEWED DAYS; A NEW INPATIENT AUTH ATTACHES TO ANY  *
      *           UNAUTHORIZED STAY AT THAT FACILITY IT COVERS.        *
      *           EVERY RECORD SHOWN IS WRITTEN TO THE PHI ACCESS LOG  *
      *           (PHILOG01) FIRST; NOTHING IS SHOWN IF IT CANNOT BE   *
      *           LOGGED.                                              *
      * TRANSACTION: AUTQ                                              *
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
       01  WS-RESP2                    PIC S9(08) COMP.

           EXEC SQL INCLUDE SQLCA END-EXEC.
               88  AQ-FUNC-INQUIRE     VALUE 'I'.
               88  AQ-FUNC-ADD         VALUE 'A'.
               88  AQ-FUNC-UPDATE      VALUE 'U'.
               88  AQ-FUNC-EXTEND      VALUE 'E'.
           05  AQ-AUTH-NOL             PIC S9(04) COMP.
           05  AQ-AUTH-NOF             PIC X(01).
           05  AQ-AUTH-NOI             PIC X(12).
           05  AQ-USED-UNITS-OUT       PIC Z(04)9.99.
           05  AQ-REMAIN-OUT           PIC Z(04)9.99.
           05  AQ-STATUS-OUT           PIC X(10).
           05  AQ-ADMIT-DATE-OUT       PIC X(08).
           05  AQ-DAYS-USED-OUT        PIC ZZZZ9.
           05  AQ-CENSUS-OUT           PIC X(13).

       01  WS-SWITCHES.
           05  WS-VALID-SW             PIC X(01) VALUE 'Y'.

       01  WS-REMAIN-UNITS             PIC S9(05)V99 COMP-3.

      *--- INPATIENT STAY CENSUS AREA ---
      *    AN INPATIENT AUTH IS ONE WHOSE SERVICE RANGE IS THE    ---
      *    ACCOMMODATION REVENUE CODES; ITS UNITS ARE THE DAYS    ---
       01  WS-STAY-WORK.
           05  WS-SW-REV-LOW           PIC X(05) VALUE '0100 '.
           05  WS-SW-REV-HIGH          PIC X(05) VALUE '0219 '.
           05  WS-SW-AUTH-DAYS         PIC S9(05) COMP-3.
           05  WS-SW-END-DATE          PIC X(08).
           05  WS-SW-REVIEW-INCR       PIC S9(03) COMP-3.
           05  WS-SW-ADMIT-DATE        PIC X(08).
           05  WS-SW-DATE-N            PIC 9(08).
           05  WS-SW-TODAY-INT         PIC S9(09) COMP.
           05  WS-SW-DAYS-USED         PIC S9(05) COMP-3.
           05  WS-SW-SYNC-SW           PIC X(01).
               88  WS-SW-SYNC-OK       VALUE 'Y'.
               88  WS-SW-SYNC-FAILED   VALUE 'N'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(96).


       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           EXEC CICS ASSIGN
               USERID(WS-SIGNON-USER)
           END-EXEC
           EVALUATE TRUE
               WHEN EIBCALEN = ZERO
                   PERFORM 1000-FIRST-TIME
                           PERFORM 4000-ADD-AUTH
                       WHEN AQ-FUNC-UPDATE
                           PERFORM 5000-UPDATE-AUTH
                       WHEN AQ-FUNC-EXTEND
                           PERFORM 5500-EXTEND-AUTH
                       WHEN OTHER
                           PERFORM 3000-QUERY-AUTH
                   END-EVALUATE
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               END-IF
           END-IF
           IF WS-INPUT-VALID
           AND AQ-FUNC-EXTEND
               IF AQ-UNITSI = ZERO
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'KEY THE ADDITIONAL DAYS APPROVED IN UNITS'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               END-IF
               IF WS-INPUT-VALID
               AND AQ-TERM-DATEI = ZERO
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'KEY THE NEW AUTHORIZED END DATE IN TERM DATE'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               END-IF
           END-IF.

       3000-QUERY-AUTH.
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 3050-LOG-ACCESS
                   IF PHI-ACC-LOGGED
                       PERFORM 3100-FORMAT-RESPONSE
                   END-IF
               WHEN +100
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO AUTHORIZATION FOUND FOR THAT NUMBER'
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       3050-LOG-ACCESS.
           INITIALIZE PHI-ACCESS-REQUEST
           MOVE WS-SIGNON-USER TO PHI-ACC-USER-ID
           MOVE 'AUTQ'         TO PHI-ACC-TRAN-CODE
           MOVE 'AUTHINQ1'     TO PHI-ACC-PROGRAM-ID
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
           INITIALIZE AUTQMP1O
           MOVE DB-MEMBER-ID     TO AQ-MEMBER-IDI
               WHEN OTHER
                   MOVE 'UNKNOWN'   TO AQ-STATUS-OUT
           END-EVALUATE
           PERFORM 3150-SHOW-STAY
           MOVE 'AUTHORIZATION DISPLAYED - U TO UPDATE'
               TO AQ-MSG-TEXTI
           EXEC CICS SEND
               CURSOR
           END-EXEC.

       3150-SHOW-STAY.
      *--- THE MEMBER'S CURRENT STAY UNDER THIS AUTH, IF IN HOUSE ---
           MOVE SPACES TO AQ-ADMIT-DATE-OUT
           MOVE ZERO   TO AQ-DAYS-USED-OUT
           MOVE SPACES TO AQ-CENSUS-OUT
           EXEC SQL
               SELECT ADMIT_DATE
               INTO :WS-SW-ADMIT-DATE
               FROM HCAS.INPATIENT_STAY
               WHERE AUTH_NO = :DB-AUTH-NO
                 AND STAY_STATUS = 'A'
               ORDER BY ADMIT_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
           OR WS-SW-ADMIT-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SW-ADMIT-DATE TO AQ-ADMIT-DATE-OUT
           MOVE WS-CURRENT-DATE TO WS-SW-DATE-N
           COMPUTE WS-SW-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-SW-DATE-N)
           MOVE WS-SW-ADMIT-DATE TO WS-SW-DATE-N
           COMPUTE WS-SW-DAYS-USED = WS-SW-TODAY-INT
             - FUNCTION INTEGER-OF-DATE(WS-SW-DATE-N)
           MOVE WS-SW-DAYS-USED TO AQ-DAYS-USED-OUT
           EVALUATE TRUE
               WHEN DB-TERM-DATE < WS-CURRENT-DATE
                   MOVE 'PAST AUTH END' TO AQ-CENSUS-OUT
               WHEN WS-SW-DAYS-USED > DB-AUTH-UNITS
                   MOVE 'OVER AUTH DAY' TO AQ-CENSUS-OUT
               WHEN OTHER
                   MOVE 'IN HOUSE'      TO AQ-CENSUS-OUT
           END-EVALUATE.

       4000-ADD-AUTH.
           MOVE AQ-AUTH-NOI TO DB-AUTH-NO
           IF AQ-TERM-DATEI = ZERO
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE ZERO TO WS-SW-REVIEW-INCR
                   PERFORM 5600-SYNC-STAY-CENSUS
                   IF WS-SW-SYNC-OK
                       EXEC SQL COMMIT END-EXEC
                       MOVE 'AUTHORIZATION ADDED SUCCESSFULLY'
                           TO WS-CA-RETURN-MSG
                       PERFORM 3000-QUERY-AUTH
                   ELSE
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE 'ER' TO WS-CA-RETURN-CODE
                       MOVE 'DB2 ERROR UPDATING INPATIENT CENSUS'
                           TO WS-CA-RETURN-MSG
                       PERFORM 9000-SEND-ERROR
                   END-IF
               WHEN -803
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'ER' TO WS-CA-RETURN-CODE
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE ZERO TO WS-SW-REVIEW-INCR
                   PERFORM 5600-SYNC-STAY-CENSUS
                   IF WS-SW-SYNC-OK
                       EXEC SQL COMMIT END-EXEC
                       MOVE 'AUTHORIZATION UPDATED SUCCESSFULLY'
                           TO WS-CA-RETURN-MSG
                       PERFORM 3000-QUERY-AUTH
                   ELSE
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE 'ER' TO WS-CA-RETURN-CODE
                       MOVE 'DB2 ERROR UPDATING INPATIENT CENSUS'
                           TO WS-CA-RETURN-MSG
                       PERFORM 9000-SEND-ERROR
                   END-IF
               WHEN +100
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       5500-EXTEND-AUTH.
      *--- CONCURRENT REVIEW APPROVES MORE DAYS ON AN OPEN AUTH ---
      *    AND MOVES ITS END DATE OUT; THE STAY PICKS UP BOTH    ---
           MOVE AQ-AUTH-NOI TO DB-AUTH-NO
           EXEC SQL
               SELECT AUTH_STATUS, TERM_DATE
               INTO :DB-AUTH-STATUS, :DB-TERM-DATE
               FROM HCAS.PRIOR_AUTH
               WHERE AUTH_NO = :DB-AUTH-NO
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO AUTHORIZATION FOUND FOR THAT NUMBER'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 ERROR ON AUTHORIZATION INQUIRY'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
                   EXIT PARAGRAPH
           END-EVALUATE
           IF DB-AUTH-STATUS NOT = 'A'
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'ONLY AN OPEN AUTHORIZATION CAN BE EXTENDED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           IF AQ-TERM-DATEI < DB-TERM-DATE
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'NEW END DATE IS BEFORE THE CURRENT END DATE'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.PRIOR_AUTH
               SET    AUTH_UNITS = AUTH_UNITS + :AQ-UNITSI,
                      TERM_DATE = :AQ-TERM-DATEI,
                      UPDATE_DATE = :WS-CURRENT-DATE,
                      UPDATE_USER = 'AUTHINQ1'
               WHERE  AUTH_NO = :DB-AUTH-NO
           END-EXEC
           IF SQLCODE = ZERO
               MOVE 1 TO WS-SW-REVIEW-INCR
               PERFORM 5600-SYNC-STAY-CENSUS
           ELSE
               SET WS-SW-SYNC-FAILED TO TRUE
           END-IF
           IF WS-SW-SYNC-FAILED
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'DB2 UPDATE ERROR - EXTENSION NOT APPLIED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           ELSE
               EXEC SQL COMMIT END-EXEC
               MOVE 'CONCURRENT REVIEW EXTENSION APPLIED'
                   TO WS-CA-RETURN-MSG
               PERFORM 3000-QUERY-AUTH
           END-IF.

       5600-SYNC-STAY-CENSUS.
      *--- CARRY THE AUTH'S CURRENT DAYS AND END DATE TO ITS     ---
      *    STAYS, AND LINK AN OPEN INPATIENT AUTH TO ANY STAY AT ---
      *    ITS FACILITY STILL WITHOUT ONE THAT IT COVERS         ---
           SET WS-SW-SYNC-OK TO TRUE
           EXEC SQL
               SELECT MEMBER_ID, PROVIDER_NPI,
                      SVC_CODE_FROM, SVC_CODE_THRU,
                      AUTH_UNITS, EFF_DATE, TERM_DATE, AUTH_STATUS
               INTO :DB-MEMBER-ID, :DB-PROVIDER-NPI,
                    :DB-SVC-CODE-FROM, :DB-SVC-CODE-THRU,
                    :DB-AUTH-UNITS, :DB-EFF-DATE, :DB-TERM-DATE,
                    :DB-AUTH-STATUS
               FROM HCAS.PRIOR_AUTH
               WHERE AUTH_NO = :DB-AUTH-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-SW-SYNC-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE DB-AUTH-UNITS TO WS-SW-AUTH-DAYS
           MOVE DB-TERM-DATE  TO WS-SW-END-DATE
           EXEC SQL
               UPDATE HCAS.INPATIENT_STAY
               SET    AUTH_DAYS = :WS-SW-AUTH-DAYS,
                      AUTH_END_DATE = :WS-SW-END-DATE,
                      REVIEW_COUNT = REVIEW_COUNT + :WS-SW-REVIEW-INCR,
                      LAST_REVIEW_DATE =
                          CASE WHEN :WS-SW-REVIEW-INCR > 0
                               THEN :WS-CURRENT-DATE
                               ELSE LAST_REVIEW_DATE END,
                      UPDATE_DATE = :WS-CURRENT-DATE,
                      UPDATE_USER = 'AUTHINQ1'
               WHERE  AUTH_NO = :DB-AUTH-NO
                 AND  STAY_STATUS <> 'X'
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               SET WS-SW-SYNC-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF DB-AUTH-STATUS NOT = 'A'
           OR DB-SVC-CODE-FROM < WS-SW-REV-LOW
           OR DB-SVC-CODE-THRU > WS-SW-REV-HIGH
           OR DB-SVC-CODE-FROM(5:1) NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.INPATIENT_STAY
               SET    AUTH_NO = :DB-AUTH-NO,
                      AUTH_DAYS = :WS-SW-AUTH-DAYS,
                      AUTH_END_DATE = :WS-SW-END-DATE,
                      UPDATE_DATE = :WS-CURRENT-DATE,
                      UPDATE_USER = 'AUTHINQ1'
               WHERE  MEMBER_ID = :DB-MEMBER-ID
                 AND  FACILITY_NPI = :DB-PROVIDER-NPI
                 AND  AUTH_NO = ' '
                 AND  STAY_STATUS <> 'X'
                 AND  ADMIT_DATE >= :DB-EFF-DATE
                 AND  ADMIT_DATE <= :DB-TERM-DATE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               SET WS-SW-SYNC-FAILED TO TRUE
           END-IF.

       9000-SEND-ERROR.
           MOVE WS-CA-RETURN-MSG TO AQ-MSG-TEXTI
           EXEC CICS SEND
