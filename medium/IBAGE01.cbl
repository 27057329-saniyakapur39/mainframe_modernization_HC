       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IBAGE01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  IBAGE01                                              *
      * PURPOSE:  OPEN INTERIM ADMISSION AGING REPORT                  *
      *           LISTS EVERY DRG ADMISSION WHOSE INTERIM BILLS        *
      *           (TYPE OF BILL XX2-XX4) CLMADJ01 IS HOLDING UNPAID    *
      *           ON HCAS.INTERIM_BILL WHILE IT WAITS FOR THE FINAL    *
      *           BILL - BILLS HELD, CHARGES WAITING, DAYS SINCE THE   *
      *           ADMISSION OPENED AND SINCE THE LAST INTERIM BILL -   *
      *           OLDEST ADMISSION FIRST, SO PROVIDER RELATIONS CAN    *
      *           CHASE THE FACILITIES THAT NEVER SENT A FINAL BILL.   *
      * INPUTS:   DB2 TABLES - HCAS.INTERIM_BILL                       *
      * OUTPUTS:  IBARPTOT - OPEN INTERIM ADMISSION REPORT             *
      * FREQUENCY: WEEKLY BATCH                                        *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IBARPT-FILE
               ASSIGN TO IBARPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IBARPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  IBARPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-RPT-STATUS               PIC X(02).
       01  WS-RPT-LINE                 PIC X(133).

       01  WS-SWITCHES.
           05  WS-ADMIT-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-ADMIT-EOF        VALUE 'Y'.
               88  WS-ADMIT-NOT-EOF    VALUE 'N'.

      *--- ONE ROW PER OPEN ADMISSION, OLDEST ADMISSION FIRST ---
           EXEC SQL DECLARE ADMIT-CURSOR CURSOR FOR
               SELECT MEMBER_ID, BILLING_NPI, ADMIT_DATE,
                      COUNT(*), MAX(THRU_DATE),
                      SUM(TOTAL_CHARGES), MAX(HELD_DATE)
               FROM HCAS.INTERIM_BILL
               WHERE BILL_STATUS = 'O'
               GROUP BY MEMBER_ID, BILLING_NPI, ADMIT_DATE
               ORDER BY ADMIT_DATE, MEMBER_ID, BILLING_NPI
           END-EXEC

       01  WS-ADMIT-ROW.
           05  WS-ADM-MEMBER-ID        PIC X(12).
           05  WS-ADM-BILLING-NPI      PIC X(10).
           05  WS-ADM-ADMIT-DATE       PIC X(08).
           05  WS-ADM-BILL-COUNT       PIC S9(04) COMP.
           05  WS-ADM-THRU-DATE        PIC X(08).
           05  WS-ADM-CHARGES          PIC S9(11)V99 COMP-3.
           05  WS-ADM-LAST-HELD        PIC X(08).

       01  WS-AGE-WORK.
           05  WS-AGE-DATE-N           PIC 9(08).
           05  WS-AGE-TODAY-INT        PIC S9(09) COMP.
           05  WS-AGE-FROM-INT         PIC S9(09) COMP.
           05  WS-AGE-DAYS-OPEN        PIC S9(05) COMP-3.
           05  WS-AGE-DAYS-SILENT      PIC S9(05) COMP-3.

       01  WS-IBA-COUNTERS.
           05  WS-ADMIT-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-BILL-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-OVER-60-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-CHARGES-HELD         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-MEMBER-ID        PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-NPI              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-ADMIT-DATE       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-THRU-DATE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-BILLS            PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CHARGES          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DAYS-OPEN        PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DAYS-SILENT      PIC ZZZZ9.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-TOT-AMT-DISP             PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-ONE-ADMISSION
               UNTIL WS-ADMIT-EOF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'IBAGE01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION NUMVAL(WS-CURRENT-DATE)
               TO WS-AGE-DATE-N
           COMPUTE WS-AGE-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-AGE-DATE-N)
           OPEN OUTPUT IBARPT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'IBAGE01 - OPEN INTERIM ADMISSIONS AWAITING '
                  'FINAL BILL  '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE IBARPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING ' MEMBER ID     BILLING NPI  ADMITTED  BILLED TO'
                  ' BILLS           CHARGES  DAYS OPEN  SILENT'
                  DELIMITED SIZE INTO WS-RPT-LINE
           WRITE IBARPT-RECORD FROM WS-RPT-LINE
           EXEC SQL OPEN ADMIT-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'IBAGE01: ERROR OPENING ADMIT CURSOR - '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-FETCH-NEXT-ADMISSION.

       2000-REPORT-ONE-ADMISSION.
      *--- DAYS OPEN RUN FROM THE ADMISSION DATE; DAYS SILENT    ---
      *    FROM THE LAST INTERIM BILL HELD                       ---
           ADD 1 TO WS-ADMIT-COUNT
           ADD WS-ADM-BILL-COUNT TO WS-BILL-COUNT
           ADD WS-ADM-CHARGES TO WS-CHARGES-HELD
           MOVE ZERO TO WS-AGE-DAYS-OPEN
           MOVE ZERO TO WS-AGE-DAYS-SILENT
           IF WS-ADM-ADMIT-DATE IS NUMERIC
               MOVE WS-ADM-ADMIT-DATE TO WS-AGE-DATE-N
               COMPUTE WS-AGE-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-AGE-DATE-N)
               COMPUTE WS-AGE-DAYS-OPEN =
                   WS-AGE-TODAY-INT - WS-AGE-FROM-INT
           END-IF
           IF WS-ADM-LAST-HELD IS NUMERIC
               MOVE WS-ADM-LAST-HELD TO WS-AGE-DATE-N
               COMPUTE WS-AGE-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-AGE-DATE-N)
               COMPUTE WS-AGE-DAYS-SILENT =
                   WS-AGE-TODAY-INT - WS-AGE-FROM-INT
           END-IF
           IF WS-AGE-DAYS-SILENT > 60
               ADD 1 TO WS-OVER-60-COUNT
           END-IF
           MOVE WS-ADM-MEMBER-ID   TO WS-DTL-MEMBER-ID
           MOVE WS-ADM-BILLING-NPI TO WS-DTL-NPI
           MOVE WS-ADM-ADMIT-DATE  TO WS-DTL-ADMIT-DATE
           MOVE WS-ADM-THRU-DATE   TO WS-DTL-THRU-DATE
           MOVE WS-ADM-BILL-COUNT  TO WS-DTL-BILLS
           MOVE WS-ADM-CHARGES     TO WS-DTL-CHARGES
           MOVE WS-AGE-DAYS-OPEN   TO WS-DTL-DAYS-OPEN
           MOVE WS-AGE-DAYS-SILENT TO WS-DTL-DAYS-SILENT
           WRITE IBARPT-RECORD FROM WS-DETAIL-LINE
           PERFORM 2100-FETCH-NEXT-ADMISSION.

       2100-FETCH-NEXT-ADMISSION.
           EXEC SQL
               FETCH ADMIT-CURSOR
               INTO :WS-ADM-MEMBER-ID,
                    :WS-ADM-BILLING-NPI,
                    :WS-ADM-ADMIT-DATE,
                    :WS-ADM-BILL-COUNT,
                    :WS-ADM-THRU-DATE,
                    :WS-ADM-CHARGES,
                    :WS-ADM-LAST-HELD
           END-EXEC
           IF SQLCODE = +100
               SET WS-ADMIT-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'IBAGE01: ADMIT FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-ADMIT-EOF TO TRUE
           END-IF.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           STRING '=============================================='
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE IBARPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OPEN ADMISSIONS:      ' DELIMITED SIZE
                  WS-ADMIT-COUNT           DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE IBARPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INTERIM BILLS HELD:   ' DELIMITED SIZE
                  WS-BILL-COUNT            DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE IBARPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SILENT OVER 60 DAYS:  ' DELIMITED SIZE
                  WS-OVER-60-COUNT         DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE IBARPT-RECORD FROM WS-RPT-LINE
           MOVE WS-CHARGES-HELD TO WS-TOT-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CHARGES HELD:         ' DELIMITED SIZE
                  WS-TOT-AMT-DISP          DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE IBARPT-RECORD FROM WS-RPT-LINE.

       9000-TERMINATE.
           EXEC SQL CLOSE ADMIT-CURSOR END-EXEC
           DISPLAY 'IBAGE01: INTERIM AGING COMPLETE'
           DISPLAY '  OPEN ADMISSIONS:   ' WS-ADMIT-COUNT
           DISPLAY '  INTERIM BILLS:     ' WS-BILL-COUNT
           DISPLAY '  SILENT OVER 60:    ' WS-OVER-60-COUNT
           CLOSE IBARPT-FILE
           MOVE ZERO TO RETURN-CODE.
