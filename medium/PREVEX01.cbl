       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PREVEX01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  PREVEX01                                             *
      * PURPOSE:  ACA PREVENTIVE COST-SHARE EXCEPTION REPORT           *
      *           LISTS EVERY PAID CLAIM LINE ADJUDICATED LAST MONTH   *
      *           WHOSE PROCEDURE IS ON HCAS.PREVENTIVE_SERVICE FOR    *
      *           THE DATE OF SERVICE, FOR A MEMBER ON AN ACA          *
      *           NON-GRANDFATHERED PLAN, THAT STILL TOOK MEMBER COST  *
      *           SHARE. EACH IS EITHER A LEGITIMATE MISS OF THE AGE,  *
      *           SEX, DIAGNOSIS, FREQUENCY OR NETWORK CRITERIA OR A   *
      *           PREVENTIVE TABLE GAP FOR BENEFITS CONFIGURATION TO   *
      *           WORK.                                                *
      * INPUTS:   DB2 TABLES - HCAS.CLAIM_MASTER, HCAS.CLAIM_LINE,     *
      *           HCAS.PREVENTIVE_SERVICE, HCAS.ENROLLMENT,            *
      *           HCAS.BENEFIT_PLAN                                    *
      * OUTPUTS:  PRVXRPOT - EXCEPTION REPORT                          *
      * FREQUENCY: MONTHLY BATCH                                       *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRVXRPT-FILE
               ASSIGN TO PRVXRPOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRVXRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  PRVXRPT-RECORD              PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-RPT-STATUS               PIC X(02).
       01  WS-RPT-LINE                 PIC X(133).

       01  WS-SWITCHES.
           05  WS-LINE-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-LINE-EOF         VALUE 'Y'.
               88  WS-LINE-NOT-EOF     VALUE 'N'.

      *--- PREVENTIVE-CODED LINES WITH MEMBER COST SHARE ON A  ---
      *    NON-GRANDFATHERED PLAN, ADJUDICATED IN THE MONTH    ---
           EXEC SQL DECLARE EXCEPTION-CURSOR CURSOR FOR
               SELECT CM.CLAIM_ID, CM.MEMBER_ID, CL.LINE_SEQ,
                      CL.PROC_CODE, CL.DOS_FROM,
                      COALESCE(CM.PRINCIPAL_DIAG, ' '),
                      CL.ALLOWED_AMT,
                      CL.MEMBER_RESP_AMT,
                      CM.BILLING_NPI
               FROM HCAS.CLAIM_MASTER CM
               INNER JOIN HCAS.CLAIM_LINE CL
                   ON CL.CLAIM_ID = CM.CLAIM_ID
               WHERE CM.CLAIM_STATUS = '50'
                 AND CM.ADJUD_DATE >= :WS-MONTH-START
                 AND CM.ADJUD_DATE <= :WS-MONTH-END
                 AND CL.MEMBER_RESP_AMT > 0
                 AND EXISTS
                     (SELECT 1
                      FROM HCAS.PREVENTIVE_SERVICE PS
                      WHERE PS.PROC_CODE = CL.PROC_CODE
                        AND PS.EFF_DATE <= CL.DOS_FROM
                        AND PS.TERM_DATE >= CL.DOS_FROM)
                 AND EXISTS
                     (SELECT 1
                      FROM HCAS.ENROLLMENT E
                      INNER JOIN HCAS.BENEFIT_PLAN B
                          ON B.PLAN_CODE = E.PLAN_CODE
                         AND B.STATUS = 'A'
                      WHERE E.MEMBER_ID = CM.MEMBER_ID
                        AND E.EFF_DATE <= CL.DOS_FROM
                        AND E.TERM_DATE >= CL.DOS_FROM
                        AND B.ACA_GRANDFATHERED = 'N')
               ORDER BY CL.PROC_CODE, CM.CLAIM_ID, CL.LINE_SEQ
           END-EXEC

       01  WS-EXCEPTION-ROW.
           05  WS-EX-CLAIM-ID          PIC X(15).
           05  WS-EX-MEMBER-ID         PIC X(12).
           05  WS-EX-LINE-SEQ          PIC 9(03).
           05  WS-EX-PROC-CODE         PIC X(05).
           05  WS-EX-DOS               PIC X(08).
           05  WS-EX-PRINC-DIAG        PIC X(08).
           05  WS-EX-ALLOWED           PIC S9(07)V99 COMP-3.
           05  WS-EX-MBR-RESP          PIC S9(07)V99 COMP-3.
           05  WS-EX-BILLING-NPI       PIC X(10).

       01  WS-DATE-FIELDS.
           05  WS-MONTH-START          PIC X(08).
           05  WS-MONTH-END            PIC X(08).
           05  WS-YYYY-N               PIC 9(04).
           05  WS-MM-N                 PIC 9(02).

       01  WS-PVX-COUNTERS.
           05  WS-EXCEPTION-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-NON-Z-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-MBR-RESP-DOLLARS     PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-CLAIM-ID         PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-MEMBER-ID        PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-LINE-SEQ         PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-PROC-CODE        PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DOS              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-PRINC-DIAG       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-ALLOWED          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-MBR-RESP         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-BILLING-NPI      PIC X(10).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-TOT-AMT-DISP             PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-ONE-LINE
               UNTIL WS-LINE-EOF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'PREVEX01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
      *--- REPORT MONTH IS THE CALENDAR MONTH BEFORE THE RUN ---
           MOVE WS-CURRENT-DATE(1:4) TO WS-YYYY-N
           MOVE WS-CURRENT-DATE(5:2) TO WS-MM-N
           IF WS-MM-N = 1
               MOVE 12 TO WS-MM-N
               SUBTRACT 1 FROM WS-YYYY-N
           ELSE
               SUBTRACT 1 FROM WS-MM-N
           END-IF
           MOVE WS-YYYY-N TO WS-MONTH-START(1:4)
           MOVE WS-MM-N   TO WS-MONTH-START(5:2)
           MOVE '01'      TO WS-MONTH-START(7:2)
           MOVE WS-MONTH-START TO WS-MONTH-END
           MOVE '31'      TO WS-MONTH-END(7:2)
           OPEN OUTPUT PRVXRPT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PREVEX01 - PREVENTIVE LINES WITH MEMBER COST SHARE'
                  DELIMITED SIZE
                  '  ADJUDICATED ' DELIMITED SIZE
                  WS-MONTH-START(1:6) DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE PRVXRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING ' CLAIM ID         MEMBER ID     LN  PROC   DOS'
                  '       PRIN DX          ALLOWED    MEMBER RESP'
                  '  BILLING NPI'
                  DELIMITED SIZE INTO WS-RPT-LINE
           WRITE PRVXRPT-RECORD FROM WS-RPT-LINE
           EXEC SQL OPEN EXCEPTION-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PREVEX01: ERROR OPENING EXCEPTION CURSOR - '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-FETCH-NEXT-LINE.

       2000-REPORT-ONE-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD WS-EX-MBR-RESP TO WS-MBR-RESP-DOLLARS
           IF WS-EX-PRINC-DIAG(1:1) NOT = 'Z'
               ADD 1 TO WS-NON-Z-COUNT
           END-IF
           MOVE WS-EX-CLAIM-ID     TO WS-DTL-CLAIM-ID
           MOVE WS-EX-MEMBER-ID    TO WS-DTL-MEMBER-ID
           MOVE WS-EX-LINE-SEQ     TO WS-DTL-LINE-SEQ
           MOVE WS-EX-PROC-CODE    TO WS-DTL-PROC-CODE
           MOVE WS-EX-DOS          TO WS-DTL-DOS
           MOVE WS-EX-PRINC-DIAG   TO WS-DTL-PRINC-DIAG
           MOVE WS-EX-ALLOWED      TO WS-DTL-ALLOWED
           MOVE WS-EX-MBR-RESP     TO WS-DTL-MBR-RESP
           MOVE WS-EX-BILLING-NPI  TO WS-DTL-BILLING-NPI
           WRITE PRVXRPT-RECORD FROM WS-DETAIL-LINE
           PERFORM 2100-FETCH-NEXT-LINE.

       2100-FETCH-NEXT-LINE.
           EXEC SQL
               FETCH EXCEPTION-CURSOR
               INTO :WS-EX-CLAIM-ID,
                    :WS-EX-MEMBER-ID,
                    :WS-EX-LINE-SEQ,
                    :WS-EX-PROC-CODE,
                    :WS-EX-DOS,
                    :WS-EX-PRINC-DIAG,
                    :WS-EX-ALLOWED,
                    :WS-EX-MBR-RESP,
                    :WS-EX-BILLING-NPI
           END-EXEC
           IF SQLCODE = +100
               SET WS-LINE-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'PREVEX01: EXCEPTION FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-LINE-EOF TO TRUE
           END-IF.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           STRING '=============================================='
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE PRVXRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EXCEPTION LINES:      ' DELIMITED SIZE
                  WS-EXCEPTION-COUNT       DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE PRVXRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NON Z-CODE PRIN DX:   ' DELIMITED SIZE
                  WS-NON-Z-COUNT           DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE PRVXRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-MBR-RESP-DOLLARS TO WS-TOT-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MEMBER COST SHARE:    ' DELIMITED SIZE
                  WS-TOT-AMT-DISP          DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE PRVXRPT-RECORD FROM WS-RPT-LINE.

       9000-TERMINATE.
           EXEC SQL CLOSE EXCEPTION-CURSOR END-EXEC
           DISPLAY 'PREVEX01: PREVENTIVE EXCEPTION REPORT COMPLETE'
           DISPLAY '  EXCEPTION LINES:   ' WS-EXCEPTION-COUNT
           DISPLAY '  NON Z-CODE DX:     ' WS-NON-Z-COUNT
           CLOSE PRVXRPT-FILE
           MOVE ZERO TO RETURN-CODE.
