      *           MESSAGE UNLESS AN AUTHORIZED BYPASS ROW EXISTS ON    *
      *           HCAS.CYCLE_BYPASS FOR THE JOB AND CYCLE DATE         *
      *           (KEYED THROUGH BCHCYC01, SO RERUNS AND BYPASSES      *
      *           ARE EXPLICIT AUTHORIZED EVENTS). AN OPEN INBOUND     *
      *           FILE ALERT ON HCAS.CYCLE_ALERT THAT NAMES THE JOB AS *
      *           ITS HOLD JOB (RAISED BY EDIMON01 FOR A MISSING OR    *
      *           SUSPECT PARTNER FILE) ALSO REFUSES THE RUN UNTIL     *
      *           OPERATIONS ACKNOWLEDGES IT THROUGH BCHCYC01.         *
      * CALLED BY: CLMADJ01, EDI835GN, EDI999GN, DENRPT01              *
      * TABLES:   HCAS.JOB_DEPENDENCY, HCAS.BATCH_RUN_CONTROL,         *
      *           HCAS.CYCLE_BYPASS, HCAS.CYCLE_ALERT                  *
      * FREQUENCY: PER BATCH STARTUP                                   *
      *================================================================*
       ENVIRONMENT DIVISION.
           05  WS-PART-COUNT           PIC S9(05) COMP-3.
           05  WS-BYPASS-COUNT         PIC S9(05) COMP-3.
           05  WS-BYPASS-USER          PIC X(08).
           05  WS-HOLD-COUNT           PIC S9(05) COMP-3.
           05  WS-HOLD-PARTNER         PIC X(10).
           05  WS-HOLD-TRANS-SET       PIC X(03).

       LINKAGE SECTION.

               END-STRING
               GOBACK
           END-IF
      *--- A MISSING OR SUSPECT INBOUND FILE HOLDS THE JOB ---
           PERFORM 1500-CHECK-FILE-HOLD
           IF WS-HOLD-COUNT > ZERO
               MOVE '08' TO LS-GATE-RC
               STRING 'INBOUND FILE ALERT ' DELIMITED SIZE
                      WS-HOLD-PARTNER DELIMITED SPACE
                      ' ' DELIMITED SIZE
                      WS-HOLD-TRANS-SET DELIMITED SIZE
                      ' UNACKNOWLEDGED - RUN REFUSED'
                      DELIMITED SIZE
                      INTO LS-GATE-MSG
               END-STRING
               GOBACK
           END-IF
           SET WS-DEP-NOT-EOF TO TRUE
           EXEC SQL OPEN DEP-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-BYPASS-COUNT
           END-IF.

       1500-CHECK-FILE-HOLD.
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE SPACES TO WS-HOLD-PARTNER
           MOVE SPACES TO WS-HOLD-TRANS-SET
           EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(PARTNER_ID), ' '),
                      COALESCE(MIN(TRANS_SET_TYPE), ' ')
               INTO :WS-HOLD-COUNT, :WS-HOLD-PARTNER,
                    :WS-HOLD-TRANS-SET
               FROM HCAS.CYCLE_ALERT
               WHERE HOLD_JOB = :LS-GATE-JOB-NAME
                 AND CYCLE_DATE = :LS-GATE-CYCLE-DATE
                 AND ALERT_STATUS = 'O'
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-HOLD-COUNT
           END-IF.

       2000-CHECK-ONE-PREDECESSOR.
           EXEC SQL
               FETCH DEP-CURSOR
