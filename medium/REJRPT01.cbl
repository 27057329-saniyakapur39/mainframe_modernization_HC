       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REJRPT01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  REJRPT01                                             *
      * PURPOSE:  DAILY 837 INTAKE REJECT INVENTORY                    *
      *           SUMMARIZES THE REJECTS STILL OPEN ON                 *
      *           HCAS.STAGING_REJECT (NEITHER RELEASED NOR CLOSED     *
      *           ON THE REJRPR1 REPAIR SCREEN) BY SUBMITTER AND       *
      *           REJECT REASON - COUNT, BILLED CHARGES AND THE AGE    *
      *           OF THE OLDEST RECEIPT - WITH A SUBTOTAL PER          *
      *           SUBMITTER, FOLLOWED BY THE DAY'S ACTIVITY: NEW       *
      *           REJECTS, REJECTS RELEASED TO STAGING AND REJECTS     *
      *           CLOSED. REJECTS KEPT BEFORE THE SUBMITTER WAS        *
      *           RECORDED ON THE REJECT TAKE IT FROM THE BATCH LOG.   *
      * INPUTS:   DB2 TABLES - HCAS.STAGING_REJECT,                    *
      *                        HCAS.EDI_BATCH_LOG                      *
      * OUTPUTS:  REJRPT-FILE - REJECT INVENTORY REPORT                *
      * FREQUENCY: DAILY                                               *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJRPT-FILE
               ASSIGN TO REJRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  REJRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-RPT-STATUS               PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-FIRST-SW             PIC X(01) VALUE 'Y'.
               88  WS-FIRST-ROW        VALUE 'Y'.

           EXEC SQL DECLARE INVENTORY-CURSOR CURSOR FOR
               SELECT COALESCE(R.SUBMITTER_ID, B.SENDER_ID,
                               'UNKNOWN'),
                      R.REJECT_REASON,
                      COUNT(*),
                      SUM(R.TOTAL_CHARGES),
                      MIN(COALESCE(R.RECEIPT_DATE, R.REJECT_DATE))
               FROM HCAS.STAGING_REJECT R
               LEFT JOIN HCAS.EDI_BATCH_LOG B
                 ON B.BATCH_ID = R.BATCH_ID
               WHERE COALESCE(R.REPAIR_STATUS, 'O') = 'O'
               GROUP BY COALESCE(R.SUBMITTER_ID, B.SENDER_ID,
                                 'UNKNOWN'),
                        R.REJECT_REASON
               ORDER BY 1, 2
           END-EXEC

       01  WS-INV-ROW.
           05  WS-INV-SUBMITTER        PIC X(15).
           05  WS-INV-REASON           PIC X(40).
           05  WS-INV-COUNT            PIC S9(09) COMP.
           05  WS-INV-CHARGES          PIC S9(11)V99 COMP-3.
           05  WS-INV-OLDEST           PIC X(08).

       01  WS-BREAK-AREA.
           05  WS-PREV-SUBMITTER       PIC X(15) VALUE SPACES.
           05  WS-SUB-COUNT            PIC S9(09) COMP VALUE ZERO.
           05  WS-SUB-CHARGES          PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-SUB-OLDEST           PIC X(08) VALUE SPACES.

       01  WS-TOTALS.
           05  WS-TOT-COUNT            PIC S9(09) COMP VALUE ZERO.
           05  WS-TOT-CHARGES          PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-TOT-OLDEST           PIC X(08) VALUE SPACES.
           05  WS-NEW-TODAY            PIC S9(09) COMP VALUE ZERO.
           05  WS-RELEASED-TODAY       PIC S9(09) COMP VALUE ZERO.
           05  WS-CLOSED-TODAY         PIC S9(09) COMP VALUE ZERO.

       01  WS-AGE-WORK.
           05  WS-TODAY-INT            PIC S9(09) COMP.
           05  WS-OLDEST-INT           PIC S9(09) COMP.
           05  WS-AGE-DAYS             PIC S9(05) COMP.
           05  WS-OLDEST-WORK          PIC X(08).

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-AMT-DISP                 PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-CNT-DISP                 PIC ZZZ,ZZ9.
       01  WS-AGE-DISP                 PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-ONE-ROW
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'REJRPT01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-CURRENT-DATE))
           OPEN OUTPUT REJRPT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REJRPT01 - 837 INTAKE REJECT INVENTORY - '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE REJRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'SUBMITTER'        TO WS-RPT-LINE(1:9)
           MOVE 'REJECT REASON'    TO WS-RPT-LINE(18:13)
           MOVE 'COUNT'            TO WS-RPT-LINE(62:5)
           MOVE 'CHARGES'          TO WS-RPT-LINE(77:7)
           MOVE 'OLDEST'           TO WS-RPT-LINE(87:6)
           MOVE 'AGE'              TO WS-RPT-LINE(98:3)
           WRITE REJRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE REJRPT-RECORD FROM WS-RPT-LINE
           EXEC SQL OPEN INVENTORY-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'REJRPT01: CURSOR OPEN ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 7000-FETCH-NEXT.

       2000-REPORT-ONE-ROW.
           IF NOT WS-FIRST-ROW
           AND WS-INV-SUBMITTER NOT = WS-PREV-SUBMITTER
               PERFORM 3000-SUBMITTER-BREAK
           END-IF
           MOVE 'N' TO WS-FIRST-SW
           MOVE WS-INV-SUBMITTER TO WS-PREV-SUBMITTER
           ADD WS-INV-COUNT   TO WS-SUB-COUNT WS-TOT-COUNT
           ADD WS-INV-CHARGES TO WS-SUB-CHARGES WS-TOT-CHARGES
           IF WS-SUB-OLDEST = SPACES
           OR WS-INV-OLDEST < WS-SUB-OLDEST
               MOVE WS-INV-OLDEST TO WS-SUB-OLDEST
           END-IF
           IF WS-TOT-OLDEST = SPACES
           OR WS-INV-OLDEST < WS-TOT-OLDEST
               MOVE WS-INV-OLDEST TO WS-TOT-OLDEST
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-INV-SUBMITTER TO WS-RPT-LINE(1:15)
           MOVE WS-INV-REASON    TO WS-RPT-LINE(18:40)
           MOVE WS-INV-COUNT     TO WS-CNT-DISP
           MOVE WS-INV-CHARGES   TO WS-AMT-DISP
           MOVE WS-INV-OLDEST    TO WS-OLDEST-WORK
           PERFORM 4000-FORMAT-AMOUNTS
           WRITE REJRPT-RECORD FROM WS-RPT-LINE
           PERFORM 7000-FETCH-NEXT.

       3000-SUBMITTER-BREAK.
           MOVE SPACES TO WS-RPT-LINE
           MOVE '  SUBMITTER TOTAL'  TO WS-RPT-LINE(18:17)
           MOVE WS-SUB-COUNT   TO WS-CNT-DISP
           MOVE WS-SUB-CHARGES TO WS-AMT-DISP
           MOVE WS-SUB-OLDEST  TO WS-OLDEST-WORK
           PERFORM 4000-FORMAT-AMOUNTS
           WRITE REJRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REJRPT-RECORD FROM WS-RPT-LINE
           MOVE ZERO   TO WS-SUB-COUNT
           MOVE ZERO   TO WS-SUB-CHARGES
           MOVE SPACES TO WS-SUB-OLDEST.

       4000-FORMAT-AMOUNTS.
      *--- AGE IS DAYS SINCE THE CLAIM WAS RECEIVED - THE SAME   ---
      *    CLOCK TIMELY FILING AND PROMPT PAY RUN ON             ---
           MOVE WS-CNT-DISP TO WS-RPT-LINE(60:7)
           MOVE WS-AMT-DISP TO WS-RPT-LINE(69:14)
           MOVE WS-OLDEST-WORK TO WS-RPT-LINE(87:8)
           MOVE ZERO TO WS-AGE-DAYS
           IF WS-OLDEST-WORK IS NUMERIC
               COMPUTE WS-OLDEST-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-OLDEST-WORK))
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-OLDEST-INT
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-DISP
           MOVE WS-AGE-DISP TO WS-RPT-LINE(96:5).

       5000-DAILY-ACTIVITY.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN REJECT_DATE =
                          :WS-CURRENT-DATE THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN REPAIR_STATUS = 'R'
                          AND REPAIR_DATE = :WS-CURRENT-DATE
                          THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN REPAIR_STATUS = 'C'
                          AND REPAIR_DATE = :WS-CURRENT-DATE
                          THEN 1 ELSE 0 END), 0)
               INTO :WS-NEW-TODAY, :WS-RELEASED-TODAY,
                    :WS-CLOSED-TODAY
               FROM HCAS.STAGING_REJECT
               WHERE REJECT_DATE = :WS-CURRENT-DATE
                  OR REPAIR_DATE = :WS-CURRENT-DATE
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'REJRPT01: ACTIVITY SELECT ERROR SQLCODE='
                       SQLCODE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE REJRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-NEW-TODAY TO WS-CNT-DISP
           STRING 'NEW REJECTS TODAY:          ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE REJRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-RELEASED-TODAY TO WS-CNT-DISP
           STRING 'REPAIRED AND RELEASED TODAY:' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE REJRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CLOSED-TODAY TO WS-CNT-DISP
           STRING 'CLOSED TODAY:               ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE REJRPT-RECORD FROM WS-RPT-LINE.

       7000-FETCH-NEXT.
           EXEC SQL
               FETCH INVENTORY-CURSOR
               INTO :WS-INV-SUBMITTER, :WS-INV-REASON,
                    :WS-INV-COUNT, :WS-INV-CHARGES,
                    :WS-INV-OLDEST
           END-EXEC
           IF SQLCODE = +100
               SET WS-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'REJRPT01: FETCH ERROR SQLCODE=' SQLCODE
               SET WS-EOF TO TRUE
           END-IF.

       9000-TERMINATE.
           EXEC SQL CLOSE INVENTORY-CURSOR END-EXEC
           IF NOT WS-FIRST-ROW
               PERFORM 3000-SUBMITTER-BREAK
           END-IF
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE REJRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'TOTAL OPEN REJECTS' TO WS-RPT-LINE(1:18)
           MOVE WS-TOT-COUNT   TO WS-CNT-DISP
           MOVE WS-TOT-CHARGES TO WS-AMT-DISP
           MOVE WS-TOT-OLDEST  TO WS-OLDEST-WORK
           PERFORM 4000-FORMAT-AMOUNTS
           WRITE REJRPT-RECORD FROM WS-RPT-LINE
           PERFORM 5000-DAILY-ACTIVITY
           DISPLAY 'REJRPT01: OPEN REJECTS:      ' WS-TOT-COUNT
           DISPLAY 'REJRPT01: RELEASED TODAY:    ' WS-RELEASED-TODAY
           DISPLAY 'REJRPT01: CLOSED TODAY:      ' WS-CLOSED-TODAY
           CLOSE REJRPT-FILE
           MOVE ZERO TO RETURN-CODE.
