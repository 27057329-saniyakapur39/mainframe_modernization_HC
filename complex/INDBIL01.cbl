      *           OPENS ON HCAS.PREMIUM_RECEIVABLE UNDER THE           *
      *           MEMBER'S BILLING ACCOUNT, SO EDI820IN APPLIES THE    *
      *           RECEIPTS THROUGH THE SAME CASH PATH AS GROUPS.       *
      *           EACH INVOICE CARRIES A PRINT-MANIFEST DOCUMENT ID    *
      *           (PRTMAN01) ON ITS FIRST LINE.                        *
      * INPUTS:   DB2 TABLES - HCAS.MEMBER, HCAS.ENROLLMENT,           *
      *           HCAS.PREMIUM_RATE, HCAS.ACA_AGE_CURVE,               *
      *           HCAS.RATING_AREA, HCAS.MEMBER_APTC                   *
      * OUTPUTS:  DB2 TABLES - HCAS.PREMIUM_RECEIVABLE,                *
      *           HCAS.PREM_BILL_HIST, HCAS.PRINT_MANIFEST             *
      *           INDINV - MEMBER INVOICE / COUPON PRINT FILE          *
      *           INDRPTOT - BILLING REGISTER                          *
      * FREQUENCY: MONTHLY BATCH                                       *

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY PMFCOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           END-IF.

       5000-PRINT-INVOICE.
           INITIALIZE PMF-REQUEST
           SET PMF-FUNC-ASSIGN    TO TRUE
           SET PMF-DOC-INDIV-INV  TO TRUE
           MOVE WS-CURRENT-DATE   TO PMF-HANDOFF-DATE
           CALL 'PRTMAN01' USING PMF-REQUEST
                                 PMF-RESPONSE
           MOVE SPACES TO INDINV-RECORD
           STRING 'INVOICE ' DELIMITED SIZE
                  WS-INVOICE-NO DELIMITED SIZE
                  '  DOC ' DELIMITED SIZE
                  PMF-DOC-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-MBR-FIRST-NAME DELIMITED SPACES
                  ' ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  INTO INDINV-RECORD
           END-STRING
           WRITE INDINV-RECORD
      *--- THE INVOICE AND COUPON ARE ONE PAGE ---
           INITIALIZE PMF-REQUEST
           SET PMF-FUNC-RECORD    TO TRUE
           SET PMF-DOC-INDIV-INV  TO TRUE
           MOVE WS-PROGRAM-ID     TO PMF-SOURCE-PROGRAM
           MOVE WS-MBR-ID         TO PMF-MEMBER-ID
           MOVE WS-INVOICE-NO     TO PMF-DOC-KEY
           MOVE 1                 TO PMF-PAGE-COUNT
           MOVE WS-CURRENT-DATE   TO PMF-HANDOFF-DATE
           CALL 'PRTMAN01' USING PMF-REQUEST
                                 PMF-RESPONSE.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
