       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DMECAP01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  DMECAP01                                             *
      * PURPOSE:  DME CAPPED-RENTAL APPROACHING-CAP REPORT             *
      *           LISTS EVERY MEMBER AND DME ITEM CATEGORY ON          *
      *           HCAS.DME_RENTAL_HISTORY WITH 10 OR MORE PAID         *
      *           RENTAL MONTHS AND NO OWNERSHIP TRANSFER OR           *
      *           PURCHASE YET, MOST MONTHS FIRST, SO THE DME UNIT     *
      *           CAN NOTIFY THE SUPPLIER AND MEMBER BEFORE THE        *
      *           13TH MONTH PASSES OWNERSHIP AND CLMADJ01 STARTS      *
      *           DENYING FURTHER RENTAL LINES.                        *
      * INPUTS:   DB2 TABLES - HCAS.DME_RENTAL_HISTORY                 *
      * OUTPUTS:  DMERPTOT - APPROACHING-CAP REPORT                    *
      * FREQUENCY: MONTHLY BATCH                                       *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DMERPT-FILE
               ASSIGN TO DMERPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DMERPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  DMERPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-RPT-STATUS               PIC X(02).
       01  WS-RPT-LINE                 PIC X(133).

       01  WS-SWITCHES.
           05  WS-RENTAL-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-RENTAL-EOF       VALUE 'Y'.
               88  WS-RENTAL-NOT-EOF   VALUE 'N'.

      *--- THE CAP AND THE WARNING POINT - THREE MONTHS OUT ---
       01  WS-CAP-MONTHS               PIC S9(05) COMP-3 VALUE 13.
       01  WS-WARN-MONTHS              PIC S9(05) COMP-3 VALUE 10.

      *--- OPEN RENTALS AT OR PAST THE WARNING POINT ---
           EXEC SQL DECLARE RENTAL-CURSOR CURSOR FOR
               SELECT H.MEMBER_ID, H.ITEM_CATEGORY,
                      COUNT(*), MAX(H.SVC_DATE),
                      SUM(H.ALLOWED_AMT)
               FROM HCAS.DME_RENTAL_HISTORY H
               WHERE H.TXN_TYPE = 'R'
                 AND NOT EXISTS
                     (SELECT 1
                      FROM HCAS.DME_RENTAL_HISTORY O
                      WHERE O.MEMBER_ID = H.MEMBER_ID
                        AND O.ITEM_CATEGORY = H.ITEM_CATEGORY
                        AND O.TXN_TYPE IN ('O', 'P'))
               GROUP BY H.MEMBER_ID, H.ITEM_CATEGORY
               HAVING COUNT(*) >= :WS-WARN-MONTHS
               ORDER BY 3 DESC, H.MEMBER_ID, H.ITEM_CATEGORY
           END-EXEC

       01  WS-RENTAL-ROW.
           05  WS-RNT-MEMBER-ID        PIC X(12).
           05  WS-RNT-CATEGORY         PIC X(05).
           05  WS-RNT-MONTHS           PIC S9(05) COMP-3.
           05  WS-RNT-LAST-DOS         PIC X(08).
           05  WS-RNT-ALLOWED          PIC S9(09)V99 COMP-3.

       01  WS-RNT-REMAINING            PIC S9(05) COMP-3.

       01  WS-DMC-COUNTERS.
           05  WS-RENTAL-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-FINAL-MONTH-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-RENTAL-DOLLARS       PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-MEMBER-ID        PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CATEGORY         PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-MONTHS           PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-REMAINING        PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-LAST-DOS         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-ALLOWED          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-TOT-AMT-DISP             PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-ONE-RENTAL
               UNTIL WS-RENTAL-EOF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'DMECAP01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN OUTPUT DMERPT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DMECAP01 - DME RENTALS APPROACHING THE CAP  '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE DMERPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING ' MEMBER ID     CATG   MNTHS   LEFT  LAST DOS'
                  '       RENTAL ALLOWED'
                  DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DMERPT-RECORD FROM WS-RPT-LINE
           EXEC SQL OPEN RENTAL-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'DMECAP01: ERROR OPENING RENTAL CURSOR - '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-FETCH-NEXT-RENTAL.

       2000-REPORT-ONE-RENTAL.
           ADD 1 TO WS-RENTAL-COUNT
           ADD WS-RNT-ALLOWED TO WS-RENTAL-DOLLARS
           COMPUTE WS-RNT-REMAINING =
               WS-CAP-MONTHS - WS-RNT-MONTHS
           IF WS-RNT-REMAINING < ZERO
               MOVE ZERO TO WS-RNT-REMAINING
           END-IF
           IF WS-RNT-REMAINING <= 1
               ADD 1 TO WS-FINAL-MONTH-COUNT
           END-IF
           MOVE WS-RNT-MEMBER-ID  TO WS-DTL-MEMBER-ID
           MOVE WS-RNT-CATEGORY   TO WS-DTL-CATEGORY
           MOVE WS-RNT-MONTHS     TO WS-DTL-MONTHS
           MOVE WS-RNT-REMAINING  TO WS-DTL-REMAINING
           MOVE WS-RNT-LAST-DOS   TO WS-DTL-LAST-DOS
           MOVE WS-RNT-ALLOWED    TO WS-DTL-ALLOWED
           WRITE DMERPT-RECORD FROM WS-DETAIL-LINE
           PERFORM 2100-FETCH-NEXT-RENTAL.

       2100-FETCH-NEXT-RENTAL.
           EXEC SQL
               FETCH RENTAL-CURSOR
               INTO :WS-RNT-MEMBER-ID,
                    :WS-RNT-CATEGORY,
                    :WS-RNT-MONTHS,
                    :WS-RNT-LAST-DOS,
                    :WS-RNT-ALLOWED
           END-EXEC
           IF SQLCODE = +100
               SET WS-RENTAL-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'DMECAP01: RENTAL FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-RENTAL-EOF TO TRUE
           END-IF.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           STRING '=============================================='
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE DMERPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RENTALS NEAR CAP:     ' DELIMITED SIZE
                  WS-RENTAL-COUNT          DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE DMERPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'IN FINAL MONTH:       ' DELIMITED SIZE
                  WS-FINAL-MONTH-COUNT     DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE DMERPT-RECORD FROM WS-RPT-LINE
           MOVE WS-RENTAL-DOLLARS TO WS-TOT-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RENTAL DOLLARS:       ' DELIMITED SIZE
                  WS-TOT-AMT-DISP          DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE DMERPT-RECORD FROM WS-RPT-LINE.

       9000-TERMINATE.
           EXEC SQL CLOSE RENTAL-CURSOR END-EXEC
           DISPLAY 'DMECAP01: APPROACHING-CAP REPORT COMPLETE'
           DISPLAY '  RENTALS NEAR CAP:  ' WS-RENTAL-COUNT
           DISPLAY '  IN FINAL MONTH:    ' WS-FINAL-MONTH-COUNT
           CLOSE DMERPT-FILE
           MOVE ZERO TO RETURN-CODE.
