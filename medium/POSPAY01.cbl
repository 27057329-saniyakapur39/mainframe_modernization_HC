      *             V - CHECKS VOIDED TODAY                            *
      *             S - STOP PAYMENTS PLACED TODAY                     *
      *           THE PAYEE NAME COMES FROM THE PROVIDER MASTER BY     *
      *           THE CHECK'S NPI, UNLESS THE CHECK CARRIES ITS OWN    *
      *           PAYEE NAME (MEMBER REIMBURSEMENT CHECKS). A DAY WITH *
      *           NO ACTIVITY STILL SENDS A SINGLE HEARTBEAT RECORD SO *
      *           THE BANK KNOWS THE FEED IS ALIVE. EVERY TRANSMISSION *
      *           IS LOGGED TO HCAS.PARTNER_TRANSMIT_LOG.              *
      * INPUTS:   DB2 TABLES - HCAS.CHECK_CONTROL, HCAS.PROVIDER       *
      * OUTPUTS:  POSPAYOT - POSITIVE-PAY ISSUE FILE                   *
      *           DB2 TABLE - HCAS.PARTNER_TRANSMIT_LOG                *
      *--- THE DAY'S ISSUES, VOIDS AND STOPS IN ONE PASS ---
           EXEC SQL DECLARE PP-CURSOR CURSOR FOR
               SELECT CHECK_NO, PROVIDER_NPI, CHECK_AMOUNT,
                      ISSUE_DATE, CHECK_STATUS,
                      COALESCE(PAYEE_NAME, ' ')
               FROM HCAS.CHECK_CONTROL
               WHERE (ISSUE_DATE = :WS-CURRENT-DATE
                      AND CHECK_STATUS = 'O')
           05  WS-CHK-AMOUNT           PIC S9(11)V99 COMP-3.
           05  WS-CHK-ISSUE-DATE       PIC X(08).
           05  WS-CHK-STATUS           PIC X(01).
           05  WS-CHK-PAYEE-NAME       PIC X(60).

       01  WS-PAYEE-NAME               PIC X(60).
       01  WS-PRV-LAST                 PIC X(35).
                    :WS-CHK-NPI,
                    :WS-CHK-AMOUNT,
                    :WS-CHK-ISSUE-DATE,
                    :WS-CHK-STATUS,
                    :WS-CHK-PAYEE-NAME
           END-EXEC
           IF SQLCODE = +100
               SET WS-CHK-EOF TO TRUE
           MOVE SPACES TO WS-PAYEE-NAME
           MOVE SPACES TO WS-PRV-LAST
           MOVE SPACES TO WS-PRV-FIRST
      *--- A CHECK NOT PAYABLE TO A PROVIDER NAMES ITS OWN PAYEE ---
           IF WS-CHK-PAYEE-NAME NOT = SPACES
               MOVE WS-CHK-PAYEE-NAME TO WS-PAYEE-NAME
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COALESCE(ORG_NAME, ' '),
                      COALESCE(LAST_NAME, ' '),
