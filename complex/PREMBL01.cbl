      *           OPENED ON HCAS.PREMIUM_RECEIVABLE (CASH IS POSTED    *
      *           BY EDI820IN), WITH MEMBER-LEVEL DETAIL ON THE        *
      *           PRINT INVOICE FILE AND A GROUP-LEVEL BILLING         *
      *           REGISTER REPORT. EACH INVOICE CARRIES A PRINT-       *
      *           MANIFEST DOCUMENT ID (PRTMAN01) ON ITS FIRST LINE.   *
      * INPUTS:   DB2 TABLES - HCAS.ENROLLMENT, HCAS.MEMBER,           *
      *                        HCAS.PREMIUM_RATE, HCAS.PREM_BILL_HIST  *
      * OUTPUTS:  DB2 TABLES - HCAS.PREMIUM_RECEIVABLE,                *
      *                        HCAS.PREM_BILL_HIST,                    *
      *                        HCAS.PRINT_MANIFEST                     *
      *           PRMINV-FILE - PRINT INVOICE FILE                     *
      *           PRMREG-FILE - GROUP BILLING REGISTER                 *
      * FREQUENCY: MONTHLY                                             *

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY PMFCOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

                                       VALUE ZERO.
           05  WS-GT-INVOICE-AMT       PIC S9(09)V99 COMP-3
                                       VALUE ZERO.
           05  WS-GT-LINE-COUNT        PIC 9(05) VALUE ZERO.

       01  WS-RUN-TOTALS.
           05  WS-RUN-GROUPS           PIC 9(05) VALUE ZERO.
           STRING WS-GR-GROUP-ID(1:6) WS-BILL-MONTH
               DELIMITED SIZE INTO WS-INVOICE-NO
           END-STRING
           INITIALIZE PMF-REQUEST
           SET PMF-FUNC-ASSIGN    TO TRUE
           SET PMF-DOC-GROUP-INV  TO TRUE
           MOVE WS-CURRENT-DATE   TO PMF-HANDOFF-DATE
           CALL 'PRTMAN01' USING PMF-REQUEST
                                 PMF-RESPONSE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INVOICE ' DELIMITED SIZE
                  WS-INVOICE-NO DELIMITED SIZE
                  WS-GR-GROUP-ID DELIMITED SIZE
                  '  BILL MONTH ' DELIMITED SIZE
                  WS-BILL-MONTH DELIMITED SIZE
                  '  DOC ' DELIMITED SIZE
                  PMF-DOC-ID DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE PRMINV-RECORD FROM WS-RPT-LINE
           ADD 1 TO WS-GT-LINE-COUNT
           PERFORM 3000-RATE-POPULATION
           PERFORM 4000-APPLY-RETRO-ADJUSTMENTS
           PERFORM 4500-APPLY-RETRO-ADDS
           PERFORM 4900-RECORD-MANIFEST
           COMPUTE WS-GT-INVOICE-AMT =
               WS-GT-PREMIUM-AMT + WS-GT-RETRO-AMT
           PERFORM 5000-OPEN-RECEIVABLE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE PRMINV-RECORD FROM WS-RPT-LINE
               ADD 1 TO WS-GT-LINE-COUNT
           END-IF.

       3300-BILL-FAMILY.
                      INTO WS-RPT-LINE
               END-STRING
               WRITE PRMINV-RECORD FROM WS-RPT-LINE
               ADD 1 TO WS-GT-LINE-COUNT
      *--- A SUBSCRIBER WITH A RETURNED-MAIL FLAG STILL BILLS  ---
      *    (THE GROUP OWES THE PREMIUM) BUT GOES TO THE        ---
      *    OUTREACH WORKLIST INSTEAD OF ANOTHER WASTED MAILING ---
                 AND PLAN_CODE = :WS-FAM-PLAN-CODE
                 AND TIER_CODE = :WS-FAM-TIER
                 AND EFF_DATE <= :WS-BILL-MONTH-FIRST
                 AND COALESCE(RATE_STATUS, 'A') = 'A'
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
                      INTO WS-RPT-LINE
               END-STRING
               WRITE PRMINV-RECORD FROM WS-RPT-LINE
               ADD 1 TO WS-GT-LINE-COUNT
           END-IF.

       4500-APPLY-RETRO-ADDS.
                          INTO WS-RPT-LINE
                   END-STRING
                   WRITE PRMINV-RECORD FROM WS-RPT-LINE
                   ADD 1 TO WS-GT-LINE-COUNT
               END-IF
           END-IF.

       4900-RECORD-MANIFEST.
      *--- THE GROUP INVOICE IS ADDRESSED TO THE GROUP, NOT A ---
      *    MEMBER                                             ---
           INITIALIZE PMF-REQUEST
           SET PMF-FUNC-RECORD    TO TRUE
           SET PMF-DOC-GROUP-INV  TO TRUE
           MOVE WS-PROGRAM-ID     TO PMF-SOURCE-PROGRAM
           MOVE SPACES            TO PMF-MEMBER-ID
           MOVE WS-INVOICE-NO     TO PMF-DOC-KEY
           MOVE WS-GT-LINE-COUNT  TO PMF-LINE-COUNT
           MOVE WS-CURRENT-DATE   TO PMF-HANDOFF-DATE
           CALL 'PRTMAN01' USING PMF-REQUEST
                                 PMF-RESPONSE.

       5000-OPEN-RECEIVABLE.
           EXEC SQL
               INSERT INTO HCAS.PREMIUM_RECEIVABLE
