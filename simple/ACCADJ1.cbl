      *           - A TAKEOVER CREDIT FROM A PRIOR CARRIER, A COB      *
      *           CORRECTION, A CONVERSION ERROR - THE USER KEYS THE   *
      *           MEMBER, PLAN, BUCKET (DED/OOP), SIGNED DELTA AND A   *
      *           REASON CODE, AGAINST THE BENEFIT YEAR KEYED (BLANK   *
      *           MEANS THE PLAN'S CURRENT BENEFIT PERIOD). THE        *
      *           CHANGE IS HELD ON HCAS.PENDING_APPROVAL (TRAN CODE   *
      *           ACCQ) UNTIL A SECOND AUTHORIZED USER APPLIES IT      *
      *           THROUGH SECREV01,                                    *
      *           WHICH ALSO WRITES THE ACCUMULATOR LEDGER ROW. NO     *
      *           DIRECT TABLE UPDATE EVER HAPPENS FROM THIS SCREEN.   *
      *           AN INQUIRY IS A MEMBER VIEW AND IS WRITTEN TO THE    *
      *           PHI ACCESS LOG (PHILOG01) BEFORE THE BALANCES ARE    *
      *           SHOWN; IF IT CANNOT BE LOGGED THEY ARE NOT SHOWN.    *
      * TRANSACTION: ACCQ                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*

       COPY HCCOMMON.
       COPY SECCOPY.
       COPY PHICOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).
           05  WS-HOLD-SEQ             PIC 9(05) VALUE ZERO.
           05  WS-CHANGE-DESC          PIC X(80).

      *--- ACCUMULATOR BENEFIT-PERIOD CALL AREAS (ACCPER01) ---
       01  WS-PERIOD-REQUEST.
           05  WS-PER-PLAN-CODE        PIC X(08).
           05  WS-PER-SVC-DATE         PIC X(08).

       01  WS-PERIOD-RESPONSE.
           05  WS-PER-RC               PIC X(02).
           05  WS-PER-BASIS            PIC X(02).
           05  WS-PER-BENEFIT-YEAR     PIC X(04).
           05  WS-PER-START-DATE       PIC X(08).
           05  WS-PER-END-DATE         PIC X(08).
           05  WS-PER-CARRYOVER-IND    PIC X(01).

       01  WS-BMS-MAP-NAME             PIC X(07) VALUE 'ACCQMP1'.
       01  WS-BMS-MAPSET               PIC X(07) VALUE 'ACCQSET'.

           05  AC-REASONL              PIC S9(04) COMP.
           05  AC-REASONF              PIC X(01).
           05  AC-REASONI              PIC X(04).
           05  AC-BEN-YEARL            PIC S9(04) COMP.
           05  AC-BEN-YEARF            PIC X(01).
           05  AC-BEN-YEARI            PIC X(04).
           05  AC-MSG-TEXTL            PIC S9(04) COMP.
           05  AC-MSG-TEXTF            PIC X(01).
           05  AC-MSG-TEXTI            PIC X(79).
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF
      *--- A BLANK BENEFIT YEAR MEANS THE PERIOD IN FORCE TODAY ---
      *    UNDER THE PLAN'S CY/PY BASIS                         ---
           IF WS-INPUT-VALID
               IF AC-BEN-YEARI = SPACES OR LOW-VALUES
                   MOVE AC-PLAN-CODEI   TO WS-PER-PLAN-CODE
                   MOVE WS-CURRENT-DATE TO WS-PER-SVC-DATE
                   CALL 'ACCPER01' USING WS-PERIOD-REQUEST
                                         WS-PERIOD-RESPONSE
                   MOVE WS-PER-BENEFIT-YEAR TO AC-BEN-YEARI
               ELSE
                   IF AC-BEN-YEARI NOT NUMERIC
                       SET WS-INPUT-INVALID TO TRUE
                       MOVE 'ER' TO WS-CA-RETURN-CODE
                       MOVE 'BENEFIT YEAR MUST BE NUMERIC (CCYY)'
                           TO WS-CA-RETURN-MSG
                       PERFORM 9000-SEND-ERROR
                   END-IF
               END-IF
           END-IF
           IF WS-INPUT-VALID
           AND AC-FUNC-REQUEST
               IF AC-ACCUM-TYPEI NOT = 'I'
               WHERE MEMBER_ID = :AC-MEMBER-IDI
                 AND PLAN_CODE = :AC-PLAN-CODEI
                 AND COALESCE(ACCUM_TYPE, 'I') = 'I'
                 AND BENEFIT_YEAR = :AC-BEN-YEARI
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 3050-LOG-ACCESS
                   IF NOT PHI-ACC-FAILED
                       INITIALIZE ACCQMP1O
                       MOVE DB-DEDUCT-YTD TO AC-DEDUCT-YTD-OUT
                       MOVE DB-OOP-YTD    TO AC-OOP-YTD-OUT
                       MOVE
                         'BALANCES DISPLAYED - R TO REQUEST ADJUSTMENT'
                           TO AC-MSG-TEXTI
                       EXEC CICS SEND
                           MAP(WS-BMS-MAP-NAME)
                           MAPSET(WS-BMS-MAPSET)
                           DATAONLY
                           CURSOR
                       END-EXEC
                   END-IF
               WHEN +100
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO ACCUMULATOR ROW FOR MEMBER, PLAN AND YEAR'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               WHEN OTHER
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       3050-LOG-ACCESS.
           INITIALIZE PHI-ACCESS-REQUEST
           MOVE WS-SIGNON-USER TO PHI-ACC-USER-ID
           MOVE 'ACCQ'         TO PHI-ACC-TRAN-CODE
           MOVE 'ACCADJ1'      TO PHI-ACC-PROGRAM-ID
           SET PHI-ACC-MEMBER-VIEW TO TRUE
           MOVE AC-MEMBER-IDI  TO PHI-ACC-MEMBER-ID
           CALL 'PHILOG01' USING PHI-ACCESS-REQUEST
                                 PHI-ACCESS-RESPONSE
           IF PHI-ACC-FAILED
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE PHI-ACC-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       4000-REQUEST-ADJUSTMENT.
      *--- FORMAT THE REQUEST AND HOLD IT FOR THE SECOND       ---
      *    SIGNATURE - SECREV01 APPLIES IT AND WRITES THE      ---
           MOVE AC-BUCKETI     TO SEC-ACC-BUCKET
           MOVE WS-DELTA-WORK  TO SEC-ACC-DELTA
           MOVE AC-REASONI     TO SEC-ACC-REASON-CODE
           MOVE AC-BEN-YEARI   TO SEC-ACC-BENEFIT-YEAR
           ADD 1 TO WS-HOLD-SEQ
           MOVE SPACES TO WS-APPROVAL-ID
           STRING 'ACCQ-' DELIMITED SIZE
                  AC-BUCKETI DELIMITED SIZE
                  ' MEMBER ' DELIMITED SIZE
                  AC-MEMBER-IDI DELIMITED SIZE
                  ' YEAR ' DELIMITED SIZE
                  AC-BEN-YEARI DELIMITED SIZE
                  ' REASON ' DELIMITED SIZE
                  AC-REASONI DELIMITED SIZE
                  INTO WS-CHANGE-DESC
