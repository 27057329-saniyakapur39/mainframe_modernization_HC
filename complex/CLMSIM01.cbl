      *---------------------------------------------------------------*
      * MODIFICATION HISTORY                                          *
      * 2026-08-09  HCAS DEV TEAM  INITIAL VERSION - WHAT-IF PRICING   *
      * 2026-10-15  HCAS DEV TEAM  DISCHARGE STATUS/LOS ON PRICE CALL  *
      * 2026-10-15  HCAS DEV TEAM  DAW CODE ON PRICE CALL              *
      * 2026-10-15  HCAS DEV TEAM  PRICE CALL USES CLAIM DISCH/LOS/DAW *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-PRV-PAR-STATUS           PIC X(01).
       01  WS-CLM-PLACE-OF-SVC         PIC X(02).
       01  WS-CLM-PRINC-DIAG           PIC X(08).
       01  WS-CLM-DISCHARGE-STATUS     PIC X(02).
       01  WS-CLM-DAW-CODE             PIC X(01).

      *    FIRST/LAST DATE OF SERVICE ACROSS THE CLAIM'S LINES -
      *    INPATIENT LENGTH OF STAY IS THE SPAN LESS THE DISCHARGE
      *    DAY, THE SAME AS CLMADJ01 DERIVES IT AT ADJUDICATION
       01  WS-SPAN-FROM                PIC X(08).
       01  WS-SPAN-THRU                PIC X(08).
       01  WS-SPAN-DATE-N              PIC 9(08).
       01  WS-SPAN-FROM-INT            PIC S9(09) COMP.
       01  WS-SPAN-THRU-INT            PIC S9(09) COMP.
       01  WS-SPAN-DAYS                PIC S9(05) COMP-3.

      *    CLAIM LINE WORK AREA LOADED FROM HCAS.CLAIM_LINE
       01  WS-SIM-LINE-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-PRC-PLACE-OF-SVC     PIC X(02).
           05  WS-PRC-PAR-STATUS       PIC X(01).
           05  WS-PRC-PRINCIPAL-DIAG   PIC X(08).
           05  WS-PRC-DISCHARGE-STATUS PIC X(02).
           05  WS-PRC-LENGTH-OF-STAY   PIC 9(03).
           05  WS-PRC-DAW-CODE         PIC X(01).
           05  WS-PRC-LINE-COUNT       PIC 9(03).
           05  WS-PRC-LINES OCCURS 999 TIMES.
               10  WS-PRC-LN-SEQ       PIC 9(03).
               10  WS-PRC-RSP-LN-DENY  PIC X(05).
               10  WS-PRC-RSP-LN-ADJ   PIC X(05)
                                        OCCURS 5 TIMES.
               10  WS-PRC-RSP-LN-DAW-PENALTY
                                       PIC S9(07)V99 COMP-3.

      *    DISPLAY-EDITED FIELDS FOR REPORT LINES - STRING WILL NOT
      *    ACCEPT COMP-3 OPERANDS DIRECTLY
           EXEC SQL
               SELECT CLAIM_TYPE, MEMBER_ID, BILLING_NPI,
                      PLACE_OF_SERVICE, PRINCIPAL_DIAG,
                      TOTAL_CHARGES, ALLOWED_AMT, PAID_AMT,
                      COALESCE(DISCHARGE_STATUS, ' '),
                      COALESCE(DAW_CODE, ' ')
               INTO :WS-CLM-TYPE, :WS-CLM-MEMBER-ID,
                    :WS-CLM-BILLING-NPI,
                    :WS-CLM-PLACE-OF-SVC,
                    :WS-CLM-PRINC-DIAG,
                    :WS-CLM-TOTAL-CHARGES, :WS-CLM-ALLOWED-AMT,
                    :WS-CLM-PAID-AMT,
                    :WS-CLM-DISCHARGE-STATUS,
                    :WS-CLM-DAW-CODE
               FROM HCAS.CLAIM_MASTER
               WHERE CLAIM_ID = :WS-CLM-ID
           END-EXEC
                           SQLCODE ' CLAIM=' WS-CLM-ID
           END-EVALUATE.

       2150-GET-CLAIM-SPAN.
      *--- FIRST AND LAST DATE OF SERVICE ACROSS THE CLAIM'S    ---
      *    LINES. A LINE WITH NO THROUGH DATE ENDS ON ITS FROM  ---
      *    DATE                                                  ---
           MOVE SPACES TO WS-SPAN-FROM
           MOVE SPACES TO WS-SPAN-THRU
           MOVE ZERO TO WS-SPAN-DAYS
           EXEC SQL
               SELECT COALESCE(MIN(DOS_FROM), ' '),
                      COALESCE(MAX(CASE WHEN DOS_THRU > DOS_FROM
                                        THEN DOS_THRU
                                        ELSE DOS_FROM END), ' ')
               INTO :WS-SPAN-FROM, :WS-SPAN-THRU
               FROM HCAS.CLAIM_LINE
               WHERE CLAIM_ID = :WS-CLM-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CLMSIM01: CLAIM SPAN READ ERROR '
                       'SQLCODE=' SQLCODE ' CLAIM=' WS-CLM-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-SPAN-FROM IS NOT NUMERIC
           OR WS-SPAN-THRU IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SPAN-FROM TO WS-SPAN-DATE-N
           COMPUTE WS-SPAN-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-SPAN-DATE-N)
           MOVE WS-SPAN-THRU TO WS-SPAN-DATE-N
           COMPUTE WS-SPAN-THRU-INT =
               FUNCTION INTEGER-OF-DATE(WS-SPAN-DATE-N)
           IF WS-SPAN-FROM-INT > ZERO
           AND WS-SPAN-THRU-INT >= WS-SPAN-FROM-INT
               COMPUTE WS-SPAN-DAYS =
                   WS-SPAN-THRU-INT - WS-SPAN-FROM-INT + 1
           END-IF.

       2200-LOOKUP-PROVIDER-CONTRACT.
           MOVE SPACES TO WS-PRV-NETWORK-ID
           MOVE SPACES TO WS-PRV-CONTRACT-TYPE
           MOVE WS-CLM-PLACE-OF-SVC TO WS-PRC-PLACE-OF-SVC
           MOVE WS-PRV-PAR-STATUS   TO WS-PRC-PAR-STATUS
           MOVE WS-CLM-PRINC-DIAG   TO WS-PRC-PRINCIPAL-DIAG
           MOVE WS-CLM-DISCHARGE-STATUS
                                    TO WS-PRC-DISCHARGE-STATUS
           MOVE ZERO                TO WS-PRC-LENGTH-OF-STAY
           MOVE WS-CLM-DAW-CODE     TO WS-PRC-DAW-CODE
           IF WS-CLM-TYPE = 'IN'
               PERFORM 2150-GET-CLAIM-SPAN
               IF WS-SPAN-DAYS > ZERO
                   COMPUTE WS-PRC-LENGTH-OF-STAY = WS-SPAN-DAYS - 1
               END-IF
           END-IF
           IF CSR-OVERRIDE-NETWORK NOT = SPACES
               MOVE CSR-OVERRIDE-NETWORK TO WS-PRC-NETWORK-ID
           END-IF
