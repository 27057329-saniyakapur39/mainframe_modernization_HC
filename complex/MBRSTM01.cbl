      *           THE FAMILY'S DEDUCTIBLE AND OUT-OF-POCKET PROGRESS   *
      *           FROM HCAS.ACCUMULATORS, AND YEAR-TO-DATE PAID        *
      *           TOTALS - FIFTEEN ENVELOPES A MONTH BECOMES ONE.      *
      *           CONFIDENTIAL COMMUNICATIONS (CONFML01): A SENSITIVE- *
      *           SERVICE CLAIM, OR A CLAIM OF A DEPENDENT WHOSE MAIL  *
      *           IS REDIRECTED, IS LEFT OFF THE FAMILY STATEMENT (IT  *
      *           GETS ITS OWN EOB FROM EDI835GN). A SUBSCRIBER WHO    *
      *           ASKED FOR NO PAPER GETS NO STATEMENT; ONE WHO ASKED  *
      *           FOR AN ALTERNATE ADDRESS HAS IT PRINTED AS THE       *
      *           MAIL-TO ADDRESS. EACH STATEMENT CARRIES A PRINT-     *
      *           MANIFEST DOCUMENT ID (PRTMAN01) ON ITS FIRST LINE.   *
      * INPUTS:   DB2 TABLES - HCAS.CLAIM_MASTER, HCAS.MEMBER,         *
      *           HCAS.ACCUMULATORS, HCAS.CONF_COMM_REQUEST            *
      * OUTPUTS:  MBRSTMT - STATEMENT PRINT FILE                       *
      *           STMRPTOT - GENERATION REGISTER                       *
      *           DB2 TABLE - HCAS.PRINT_MANIFEST                      *
      * FREQUENCY: MONTHLY BATCH (MONTH-END)                           *
      *================================================================*
       ENVIRONMENT DIVISION.

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY CCMCOPY.
       COPY PMFCOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           05  WS-CLM-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-CLM-EOF          VALUE 'Y'.
               88  WS-CLM-NOT-EOF      VALUE 'N'.
           05  WS-FAMILY-OPEN-SW       PIC X(01) VALUE 'N'.
               88  WS-FAMILY-OPEN      VALUE 'Y'.
               88  WS-FAMILY-NOT-OPEN  VALUE 'N'.
           05  WS-FAMILY-NO-PAPER-SW   PIC X(01) VALUE 'N'.
               88  WS-FAMILY-NO-PAPER  VALUE 'Y'.

      *--- THE MONTH'S FINALIZED CLAIMS FOR CONSOLIDATED-     ---
      *    PREFERENCE FAMILIES, GROUPED BY SUBSCRIBER         ---
                      CM.CLAIM_ID, CM.CLAIM_STATUS,
                      CM.TOTAL_CHARGES, CM.PAID_AMT,
                      CM.COPAY_AMT, CM.DEDUCTIBLE_AMT,
                      CM.COINSURANCE_AMT,
                      COALESCE(CM.SPLIT_PARENT_ID, ' ')
               FROM HCAS.CLAIM_MASTER CM
               INNER JOIN HCAS.MEMBER M
                   ON M.MEMBER_ID = CM.MEMBER_ID
           05  WS-STM-COPAY            PIC S9(07)V99 COMP-3.
           05  WS-STM-DEDUCT           PIC S9(07)V99 COMP-3.
           05  WS-STM-COINS            PIC S9(07)V99 COMP-3.
           05  WS-STM-SPLIT-PARENT     PIC X(15).

       01  WS-GROUP-KEY.
           05  WS-GRP-SUBSCRIBER-ID    PIC X(12).
           05  WS-FT-CLAIM-COUNT       PIC S9(05) COMP-3.
           05  WS-FT-LIABILITY         PIC S9(09)V99 COMP-3.
           05  WS-FT-PLAN-PAID         PIC S9(09)V99 COMP-3.
           05  WS-FT-LINE-COUNT        PIC 9(05).

       01  WS-LIABILITY-WORK           PIC S9(09)V99 COMP-3.

       01  WS-STM-COUNTERS.
           05  WS-STATEMENTS-WRITTEN   PIC 9(07) VALUE ZERO.
           05  WS-CLAIMS-LISTED        PIC 9(09) VALUE ZERO.
           05  WS-CLAIMS-WITHHELD      PIC 9(09) VALUE ZERO.
           05  WS-FAMILIES-NO-PAPER    PIC 9(07) VALUE ZERO.

       01  WS-AMT-DISP                 PIC Z,ZZZ,ZZ9.99.
       01  WS-AMT-DISP2                PIC Z,ZZZ,ZZ9.99.
           IF WS-STM-SUBSCRIBER-ID NOT = WS-GRP-SUBSCRIBER-ID
               PERFORM 5000-CLOSE-LAST-FAMILY
               MOVE WS-STM-SUBSCRIBER-ID TO WS-GRP-SUBSCRIBER-ID
               SET WS-FAMILY-NOT-OPEN TO TRUE
               MOVE 'N' TO WS-FAMILY-NO-PAPER-SW
           END-IF
      *--- A CLAIM KEPT OFF FAMILY MAIL IS NOT LISTED, AND THE  ---
      *    STATEMENT IS ONLY OPENED FOR A CLAIM IT WILL SHOW    ---
           PERFORM 2200-CHECK-CLAIM-ROUTING
           IF CCM-FAMILY-EXCLUDED
               ADD 1 TO WS-CLAIMS-WITHHELD
           ELSE
               IF WS-FAMILY-NOT-OPEN
                   PERFORM 3000-OPEN-FAMILY-STATEMENT
               END-IF
               IF NOT WS-FAMILY-NO-PAPER
                   PERFORM 4000-WRITE-CLAIM-LINE
               END-IF
           END-IF
           PERFORM 2100-FETCH-NEXT-CLAIM.

       2100-FETCH-NEXT-CLAIM.
                    :WS-STM-CLAIM-ID, :WS-STM-CLAIM-STATUS,
                    :WS-STM-CHARGES, :WS-STM-PAID,
                    :WS-STM-COPAY, :WS-STM-DEDUCT,
                    :WS-STM-COINS, :WS-STM-SPLIT-PARENT
           END-EXEC
           IF SQLCODE = +100
               SET WS-CLM-EOF TO TRUE
               SET WS-CLM-EOF TO TRUE
           END-IF.

       2200-CHECK-CLAIM-ROUTING.
           MOVE WS-STM-MEMBER-ID     TO CCM-MEMBER-ID
           MOVE WS-STM-SUBSCRIBER-ID TO CCM-SUBSCRIBER-ID
           MOVE WS-STM-CLAIM-ID      TO CCM-CLAIM-ID
           MOVE WS-CURRENT-DATE      TO CCM-AS-OF-DATE
           CALL 'CONFML01' USING CCM-ROUTE-REQUEST
                                 CCM-ROUTE-RESPONSE.

       3000-OPEN-FAMILY-STATEMENT.
           SET WS-FAMILY-OPEN TO TRUE
      *--- THE STATEMENT ITSELF FOLLOWS THE SUBSCRIBER'S ALL-   ---
      *    MAIL REQUEST, IF THEY HAVE ONE                       ---
           MOVE WS-GRP-SUBSCRIBER-ID TO CCM-MEMBER-ID
           MOVE WS-GRP-SUBSCRIBER-ID TO CCM-SUBSCRIBER-ID
           MOVE SPACES               TO CCM-CLAIM-ID
           MOVE WS-CURRENT-DATE      TO CCM-AS-OF-DATE
           CALL 'CONFML01' USING CCM-ROUTE-REQUEST
                                 CCM-ROUTE-RESPONSE
           IF CCM-ROUTE-NO-PAPER
               SET WS-FAMILY-NO-PAPER TO TRUE
               ADD 1 TO WS-FAMILIES-NO-PAPER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STATEMENTS-WRITTEN
           MOVE ZERO TO WS-FT-CLAIM-COUNT
           MOVE ZERO TO WS-FT-LIABILITY
           MOVE ZERO TO WS-FT-PLAN-PAID
           MOVE ZERO TO WS-FT-LINE-COUNT
           INITIALIZE PMF-REQUEST
           SET PMF-FUNC-ASSIGN    TO TRUE
           SET PMF-DOC-STATEMENT  TO TRUE
           MOVE WS-CURRENT-DATE   TO PMF-HANDOFF-DATE
           CALL 'PRTMAN01' USING PMF-REQUEST
                                 PMF-RESPONSE
           MOVE SPACES TO WS-STM-LINE
           STRING 'MEMBER STATEMENT - SUBSCRIBER '
                  DELIMITED SIZE
                  WS-GRP-SUBSCRIBER-ID DELIMITED SIZE
                  '  MONTH ' DELIMITED SIZE
                  WS-CURRENT-DATE(1:6) DELIMITED SIZE
                  '  DOC ' DELIMITED SIZE
                  PMF-DOC-ID DELIMITED SIZE
                  INTO WS-STM-LINE
           END-STRING
           WRITE MBRSTMT-RECORD FROM WS-STM-LINE
           ADD 1 TO WS-FT-LINE-COUNT
           IF CCM-ROUTE-ALTERNATE
               PERFORM 3100-WRITE-MAIL-TO-ADDRESS
           END-IF
           MOVE SPACES TO WS-STM-LINE
           STRING ' CLAIM            MEMBER       STATUS '
                  '     CHARGES    PLAN PAID     YOU OWE'
                  DELIMITED SIZE INTO WS-STM-LINE
           WRITE MBRSTMT-RECORD FROM WS-STM-LINE
           ADD 1 TO WS-FT-LINE-COUNT.

       3100-WRITE-MAIL-TO-ADDRESS.
           MOVE SPACES TO WS-STM-LINE
           STRING ' MAIL TO: ' DELIMITED SIZE
                  CCM-ALT-ADDR-LINE-1 DELIMITED SIZE
                  INTO WS-STM-LINE
           END-STRING
           WRITE MBRSTMT-RECORD FROM WS-STM-LINE
           ADD 1 TO WS-FT-LINE-COUNT
           IF CCM-ALT-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES TO WS-STM-LINE
               STRING '          ' DELIMITED SIZE
                      CCM-ALT-ADDR-LINE-2 DELIMITED SIZE
                      INTO WS-STM-LINE
               END-STRING
               WRITE MBRSTMT-RECORD FROM WS-STM-LINE
               ADD 1 TO WS-FT-LINE-COUNT
           END-IF
           MOVE SPACES TO WS-STM-LINE
           STRING '          ' DELIMITED SIZE
                  CCM-ALT-CITY DELIMITED '  '
                  ', ' DELIMITED SIZE
                  CCM-ALT-STATE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CCM-ALT-ZIP-CODE DELIMITED SPACE
                  INTO WS-STM-LINE
           END-STRING
           WRITE MBRSTMT-RECORD FROM WS-STM-LINE
           ADD 1 TO WS-FT-LINE-COUNT.

       4000-WRITE-CLAIM-LINE.
           ADD 1 TO WS-CLAIMS-LISTED
                  WS-AMT-DISP2 DELIMITED SIZE
                  INTO WS-STM-LINE
           END-STRING
           WRITE MBRSTMT-RECORD FROM WS-STM-LINE
           ADD 1 TO WS-FT-LINE-COUNT
      *--- A CLAIM SPLIT ACROSS A COVERAGE BOUNDARY LISTS EACH  ---
      *    PART UNDER ITS OWN ID - NAME THE ORIGINAL CLAIM       ---
           IF WS-STM-SPLIT-PARENT NOT = SPACES
               MOVE SPACES TO WS-STM-LINE
               STRING '   PART OF CLAIM ' DELIMITED SIZE
                      WS-STM-SPLIT-PARENT DELIMITED SPACE
                      ' - SPLIT BY COVERAGE PERIOD'
                      DELIMITED SIZE
                      INTO WS-STM-LINE
               END-STRING
               WRITE MBRSTMT-RECORD FROM WS-STM-LINE
               ADD 1 TO WS-FT-LINE-COUNT
           END-IF.

       5000-CLOSE-LAST-FAMILY.
           IF WS-GRP-SUBSCRIBER-ID = SPACES
           OR WS-FAMILY-NOT-OPEN
           OR WS-FAMILY-NO-PAPER
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-SHOW-ACCUM-PROGRESS
                  INTO WS-STM-LINE
           END-STRING
           WRITE MBRSTMT-RECORD FROM WS-STM-LINE
           ADD 1 TO WS-FT-LINE-COUNT
           MOVE ALL '-' TO WS-STM-LINE
           WRITE MBRSTMT-RECORD FROM WS-STM-LINE
           ADD 1 TO WS-FT-LINE-COUNT
           PERFORM 5300-RECORD-MANIFEST.

       5100-SHOW-ACCUM-PROGRESS.
      *--- THE FAMILY BUCKET RIDES ON THE SUBSCRIBER'S         ---
               FROM HCAS.ACCUMULATORS
               WHERE MEMBER_ID = :WS-GRP-SUBSCRIBER-ID
                 AND COALESCE(ACCUM_TYPE, 'I') IN ('F', 'I')
               ORDER BY ACCUM_TYPE, BENEFIT_YEAR DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
                  INTO WS-STM-LINE
           END-STRING
           WRITE MBRSTMT-RECORD FROM WS-STM-LINE
           ADD 1 TO WS-FT-LINE-COUNT
           MOVE SPACES TO WS-STM-LINE
           MOVE WS-AC-OOP-YTD   TO WS-AMT-DISP
           MOVE WS-AC-OOP-LIMIT TO WS-AMT-DISP2
                  WS-AMT-DISP2 DELIMITED SIZE
                  INTO WS-STM-LINE
           END-STRING
           WRITE MBRSTMT-RECORD FROM WS-STM-LINE
           ADD 1 TO WS-FT-LINE-COUNT.

       5200-SHOW-YTD-TOTALS.
           MOVE ZERO TO WS-AC-YTD-PAID
                  WS-AMT-DISP DELIMITED SIZE
                  INTO WS-STM-LINE
           END-STRING
           WRITE MBRSTMT-RECORD FROM WS-STM-LINE
           ADD 1 TO WS-FT-LINE-COUNT.

       5300-RECORD-MANIFEST.
           INITIALIZE PMF-REQUEST
           SET PMF-FUNC-RECORD    TO TRUE
           SET PMF-DOC-STATEMENT  TO TRUE
           MOVE WS-PROGRAM-ID     TO PMF-SOURCE-PROGRAM
           MOVE WS-GRP-SUBSCRIBER-ID TO PMF-MEMBER-ID
           MOVE WS-CURRENT-DATE(1:6) TO PMF-DOC-KEY
           MOVE WS-FT-LINE-COUNT  TO PMF-LINE-COUNT
           MOVE WS-CURRENT-DATE   TO PMF-HANDOFF-DATE
           CALL 'PRTMAN01' USING PMF-REQUEST
                                 PMF-RESPONSE.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
                  WS-CLAIMS-LISTED        DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE STMRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MBRSTM01 CLAIMS WITHHELD (CONFIDENTIAL): '
                  DELIMITED SIZE
                  WS-CLAIMS-WITHHELD      DELIMITED SIZE
                  ' NO-PAPER FAMILIES: '  DELIMITED SIZE
                  WS-FAMILIES-NO-PAPER    DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE STMRPT-RECORD FROM WS-RPT-LINE.

       9000-TERMINATE.
           DISPLAY 'MBRSTM01: STATEMENT RUN COMPLETE'
           DISPLAY '  STATEMENTS WRITTEN: ' WS-STATEMENTS-WRITTEN
           DISPLAY '  CLAIMS LISTED:      ' WS-CLAIMS-LISTED
           DISPLAY '  CLAIMS WITHHELD:    ' WS-CLAIMS-WITHHELD
           DISPLAY '  NO-PAPER FAMILIES:  ' WS-FAMILIES-NO-PAPER
           CLOSE MBRSTMT-FILE
           CLOSE STMRPT-FILE
           MOVE ZERO TO RETURN-CODE.
