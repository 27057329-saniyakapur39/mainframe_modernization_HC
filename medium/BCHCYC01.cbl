      *              FROM THE CONTROL FILE BECOME EXPLICIT             *
      *              HCAS.CYCLE_BYPASS ROWS (JOB, CYCLE DATE,          *
      *              AUTHORIZER, REASON), THE ONLY WAY AROUND THE      *
      *              DEPENDENCY GATE. A CONTROL RECORD OF TYPE K       *
      *              INSTEAD ACKNOWLEDGES THE OPEN INBOUND FILE        *
      *              ALERTS (EDIMON01) HOLDING THE JOB, RELEASING IT.  *
      *           2. END-OF-CYCLE STATUS REPORT - EVERY                *
      *              HCAS.BATCH_RUN_CONTROL ROW FOR THE CYCLE DATE     *
      *              WITH ITS STATUS AND COUNTS, SO OPERATIONS SEES    *
      *              AT A GLANCE WHAT RAN, WHAT FAILED AND WHAT        *
      *              NEVER STARTED, FOLLOWED BY EVERY INBOUND FILE     *
      *              ALERT RAISED FOR THE CYCLE DATE AND WHETHER IT    *
      *              IS STILL OPEN.                                    *
      * INPUTS:   CYCCTL-FILE - BYPASS/RERUN AUTHORIZATIONS            *
      *           DB2 TABLES  - HCAS.BATCH_RUN_CONTROL,                *
      *                         HCAS.CYCLE_BYPASS,                     *
      *                         HCAS.CYCLE_ALERT                       *
      * OUTPUTS:  CYCRPT-FILE - END-OF-CYCLE STATUS REPORT             *
      * FREQUENCY: DAILY (END OF NIGHTLY CYCLE / ON DEMAND)            *
      *================================================================*
           05  CYC-CYCLE-DATE          PIC X(08).
           05  CYC-AUTHORIZED-BY       PIC X(08).
           05  CYC-REASON              PIC X(40).
           05  CYC-REQUEST-TYPE        PIC X(01).
               88  CYC-REQUEST-ACK     VALUE 'K'.
           05  FILLER                  PIC X(15).

       FD  CYCRPT-FILE
           RECORDING MODE IS F
           05  WS-MISS-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-MISS-EOF         VALUE 'Y'.
               88  WS-MISS-NOT-EOF     VALUE 'N'.
           05  WS-ALERT-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-ALERT-EOF        VALUE 'Y'.
               88  WS-ALERT-NOT-EOF    VALUE 'N'.

      *--- EVERY RUN REGISTERED FOR THE CYCLE DATE ---
           EXEC SQL DECLARE CYCRUN-CURSOR CURSOR FOR

       01  WS-MISS-JOB-NAME            PIC X(08).

      *--- INBOUND FILE ALERTS RAISED FOR THE CYCLE DATE ---
           EXEC SQL DECLARE ALERT-CURSOR CURSOR FOR
               SELECT PARTNER_ID, TRANS_SET_TYPE, ALERT_TYPE,
                      ALERT_TEXT, COALESCE(HOLD_JOB, ' '),
                      ALERT_STATUS, COALESCE(ACK_USER, ' ')
               FROM HCAS.CYCLE_ALERT
               WHERE CYCLE_DATE = :WS-CYCLE-DATE
               ORDER BY PARTNER_ID, TRANS_SET_TYPE, ALERT_TYPE
           END-EXEC

       01  WS-ALERT-ROW.
           05  WS-AL-PARTNER-ID        PIC X(10).
           05  WS-AL-TRANS-SET         PIC X(03).
           05  WS-AL-TYPE              PIC X(04).
           05  WS-AL-TEXT              PIC X(80).
           05  WS-AL-HOLD-JOB          PIC X(08).
           05  WS-AL-STATUS            PIC X(01).
           05  WS-AL-ACK-USER          PIC X(08).

       01  WS-RUN-ROW.
           05  WS-RN-PROGRAM-ID        PIC X(08).
           05  WS-RN-RUN-STATUS        PIC X(01).
           05  WS-RUNS-REPORTED        PIC 9(05) VALUE ZERO.
           05  WS-RUNS-FAILED          PIC 9(05) VALUE ZERO.
           05  WS-RUNS-MISSING         PIC 9(05) VALUE ZERO.
           05  WS-ALERTS-ACKED         PIC 9(05) VALUE ZERO.
           05  WS-ALERTS-REPORTED      PIC 9(05) VALUE ZERO.
           05  WS-ALERTS-OPEN          PIC 9(05) VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-CNT-DISP                 PIC ZZZ,ZZ9.
               UNTIL WS-RUN-EOF
           PERFORM 4000-REPORT-MISSING-JOBS
               UNTIL WS-MISS-EOF
           PERFORM 5000-REPORT-FILE-ALERTS
               UNTIL WS-ALERT-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

           PERFORM 8000-READ-CONTROL.

       2000-APPLY-ONE-AUTHORIZATION.
           IF CYC-REQUEST-ACK
               PERFORM 2500-ACKNOWLEDGE-ALERTS
               PERFORM 8000-READ-CONTROL
               EXIT PARAGRAPH
           END-IF
           IF CYC-JOB-NAME = SPACES
           OR CYC-AUTHORIZED-BY = SPACES
           OR CYC-CYCLE-DATE NOT NUMERIC
           END-IF
           PERFORM 8000-READ-CONTROL.

       2500-ACKNOWLEDGE-ALERTS.
      *--- ACKNOWLEDGING RELEASES EVERY OPEN FILE ALERT THAT IS ---
      *    HOLDING THE JOB FOR THE CYCLE DATE                    ---
           IF CYC-JOB-NAME = SPACES
           OR CYC-AUTHORIZED-BY = SPACES
           OR CYC-CYCLE-DATE NOT NUMERIC
               DISPLAY 'BCHCYC01: ACKNOWLEDGMENT REJECTED - '
                       'JOB, CYCLE DATE AND AUTHORIZER REQUIRED'
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.CYCLE_ALERT
               SET ALERT_STATUS = 'A',
                   ACK_USER = :CYC-AUTHORIZED-BY,
                   ACK_DATE = :WS-CURRENT-DATE
               WHERE HOLD_JOB = :CYC-JOB-NAME
                 AND CYCLE_DATE = :CYC-CYCLE-DATE
                 AND ALERT_STATUS = 'O'
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD SQLERRD(3) TO WS-ALERTS-ACKED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'FILE ALERTS ACKNOWLEDGED - JOB '
                          DELIMITED SIZE
                          CYC-JOB-NAME DELIMITED SIZE
                          ' CYCLE ' DELIMITED SIZE
                          CYC-CYCLE-DATE DELIMITED SIZE
                          ' BY ' DELIMITED SIZE
                          CYC-AUTHORIZED-BY DELIMITED SIZE
                          INTO WS-RPT-LINE
                   END-STRING
                   WRITE CYCRPT-RECORD FROM WS-RPT-LINE
               WHEN +100
                   DISPLAY 'BCHCYC01: NO OPEN FILE ALERT HOLDS JOB '
                           CYC-JOB-NAME ' CYCLE ' CYC-CYCLE-DATE
               WHEN OTHER
                   DISPLAY 'BCHCYC01: ALERT ACKNOWLEDGE ERROR '
                           'SQLCODE=' SQLCODE
                           ' JOB=' CYC-JOB-NAME
           END-EVALUATE.

       3000-REPORT-CYCLE-STATUS.
           IF WS-RUNS-REPORTED = ZERO
               EXEC SQL OPEN CYCRUN-CURSOR END-EXEC
               WRITE CYCRPT-RECORD FROM WS-RPT-LINE
           END-IF.

       5000-REPORT-FILE-ALERTS.
           IF WS-ALERTS-REPORTED = ZERO
               EXEC SQL OPEN ALERT-CURSOR END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'BCHCYC01: ALERT CURSOR OPEN ERROR '
                           'SQLCODE=' SQLCODE
                   SET WS-ALERT-EOF TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-RPT-LINE
               MOVE 'INBOUND FILE ALERTS' TO WS-RPT-LINE
               WRITE CYCRPT-RECORD FROM WS-RPT-LINE
           END-IF
           EXEC SQL
               FETCH ALERT-CURSOR
               INTO :WS-AL-PARTNER-ID, :WS-AL-TRANS-SET,
                    :WS-AL-TYPE, :WS-AL-TEXT, :WS-AL-HOLD-JOB,
                    :WS-AL-STATUS, :WS-AL-ACK-USER
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-ALERT-EOF TO TRUE
               EXEC SQL CLOSE ALERT-CURSOR END-EXEC
               IF WS-ALERTS-REPORTED = ZERO
                   MOVE '  NONE' TO WS-RPT-LINE
                   WRITE CYCRPT-RECORD FROM WS-RPT-LINE
               END-IF
           ELSE
               ADD 1 TO WS-ALERTS-REPORTED
               EVALUATE WS-AL-STATUS
                   WHEN 'O'
                       MOVE '** OPEN **  ' TO WS-STATUS-DESC
                       ADD 1 TO WS-ALERTS-OPEN
                   WHEN 'A'
                       MOVE 'ACKNOWLEDGED' TO WS-STATUS-DESC
                   WHEN 'C'
                       MOVE 'CLEARED     ' TO WS-STATUS-DESC
                   WHEN OTHER
                       MOVE 'UNKNOWN     ' TO WS-STATUS-DESC
               END-EVALUATE
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-AL-PARTNER-ID DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-AL-TRANS-SET DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-AL-TYPE DELIMITED SIZE
                      '  ' DELIMITED SIZE
                      WS-STATUS-DESC DELIMITED SIZE
                      '  HOLD ' DELIMITED SIZE
                      WS-AL-HOLD-JOB DELIMITED SIZE
                      '  ' DELIMITED SIZE
                      WS-AL-ACK-USER DELIMITED SIZE
                      '  ' DELIMITED SIZE
                      WS-AL-TEXT DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE CYCRPT-RECORD FROM WS-RPT-LINE
           END-IF.

       8000-READ-CONTROL.
           READ CYCCTL-FILE
               AT END
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE CYCRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
               WHEN WS-RUNS-FAILED > ZERO
               OR WS-RUNS-MISSING > ZERO
                   MOVE 'CYCLE HAS FAILED OR UNSTARTED JOBS - SEE ABOVE'
                       TO WS-RPT-LINE
               WHEN WS-ALERTS-OPEN > ZERO
                   MOVE 'CYCLE HAS OPEN INBOUND FILE ALERTS - SEE ABOVE'
                       TO WS-RPT-LINE
               WHEN OTHER
                   MOVE 'CYCLE STATUS REPORT COMPLETE'
                       TO WS-RPT-LINE
           END-EVALUATE
           WRITE CYCRPT-RECORD FROM WS-RPT-LINE
           DISPLAY 'BCHCYC01: BYPASSES KEYED:  ' WS-BYPASSES-KEYED
           DISPLAY 'BCHCYC01: RUNS REPORTED:   ' WS-RUNS-REPORTED
           DISPLAY 'BCHCYC01: RUNS FAILED:     ' WS-RUNS-FAILED
           DISPLAY 'BCHCYC01: JOBS NOT STARTED:' WS-RUNS-MISSING
           DISPLAY 'BCHCYC01: ALERTS ACKED:    ' WS-ALERTS-ACKED
           DISPLAY 'BCHCYC01: ALERTS OPEN:     ' WS-ALERTS-OPEN
           CLOSE CYCCTL-FILE
           CLOSE CYCRPT-FILE
           MOVE ZERO TO RETURN-CODE.
