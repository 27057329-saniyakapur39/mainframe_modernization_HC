       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EPIREC01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  EPIREC01                                             *
      * PURPOSE:  EPISODE-OF-CARE BUNDLED PAYMENT RECONCILIATION       *
      *           CLAIMS IN A BUNDLED EPISODE STILL ADJUDICATE AND     *
      *           PAY FEE-FOR-SERVICE; THIS RUN TIES THEM TOGETHER     *
      *           AGAINST THE CONTRACTS MAINTAINED BY EPILD01.         *
      *           OPEN   - A PAID INPATIENT ADMISSION CARRYING ONE OF  *
      *                    A CONTRACT'S TRIGGER DRGS, ATTENDED BY THE  *
      *                    CONTRACTING GROUP (OR ONE OF ITS MEMBER     *
      *                    PHYSICIANS), OPENS AN EPISODE ON            *
      *                    HCAS.EPISODE FOR THE CONTRACT'S WINDOW.     *
      *                    THE CONTRACT TERMS ARE COPIED TO THE        *
      *                    EPISODE SO A LATER AMENDMENT DOES NOT MOVE  *
      *                    AN EPISODE ALREADY OPEN. A READMISSION      *
      *                    INSIDE AN OPEN EPISODE JOINS THAT EPISODE.  *
      *           ATTRIBUTE - EVERY PAID CLAIM FOR THE MEMBER, FROM    *
      *                    ANY PROVIDER, OF AN INCLUDED CLAIM TYPE,    *
      *                    STARTING WITHIN THE WINDOW, IS ATTRIBUTED   *
      *                    ON HCAS.EPISODE_CLAIM. EPISODE SPEND IS     *
      *                    RE-SUMMED EACH RUN FROM CLAIMS STILL PAID,  *
      *                    SO A REVERSAL DROPS OUT AND ITS CORRECTED   *
      *                    CLAIM IS PICKED UP IN ITS PLACE.            *
      *           CLOSE  - ONCE THE WINDOW HAS ENDED THE EPISODE IS    *
      *                    CLOSED AND SPEND COMPARED WITH THE TARGET:  *
      *                    SAVINGS PAY THE GROUP ITS GAIN SHARE        *
      *                    THROUGH THE SAME CHECK CONTROL STREAM       *
      *                    EDI835GN AND CAPPAY01 USE (EFT GROUPS TO    *
      *                    THE EPIACH FILE); AN OVERRUN RAISES THE     *
      *                    GROUP'S RISK SHARE AS A RECEIVABLE ON       *
      *                    HCAS.OVERPAYMENT_RECV (REASON 'EPISD'),     *
      *                    OFFSET BY EDI835GN AGAINST THE GROUP'S      *
      *                    FUTURE CLAIM PAYMENTS.                      *
      *           THE EPISODE DETAIL REPORT LISTS EACH CLOSED          *
      *           EPISODE'S CLAIMS AND SETTLEMENT FOR THE CONTRACTING  *
      *           TEAM.                                                *
      * INPUTS:   DB2 TABLES - HCAS.EPISODE_DEF, HCAS.EPISODE_DRG,     *
      *                        HCAS.CLAIM_MASTER, HCAS.CLAIM_LINE,     *
      *                        HCAS.CLAIM_LINE_STAGING, HCAS.PROVIDER  *
      * OUTPUTS:  DB2 TABLES - HCAS.EPISODE, HCAS.EPISODE_CLAIM,       *
      *                        HCAS.CHECK_CONTROL,                     *
      *                        HCAS.OVERPAYMENT_RECV                   *
      *           EPIRPT-FILE - EPISODE DETAIL REPORT                  *
      *           EPIACH-FILE - NACHA ENTRIES FOR EFT GROUPS           *
      * FREQUENCY: WEEKLY                                              *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EPIRPT-FILE
               ASSIGN TO EPIRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT EPIACH-FILE
               ASSIGN TO EPIACHOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EPIRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  EPIRPT-RECORD               PIC X(133).

       FD  EPIACH-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 94 CHARACTERS.
       01  EPIACH-RECORD               PIC X(94).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-RPT-STATUS           PIC X(02).
           05  WS-ACH-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-TRG-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-TRG-EOF          VALUE 'Y'.
               88  WS-TRG-NOT-EOF      VALUE 'N'.
           05  WS-EPI-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-EPI-EOF          VALUE 'Y'.
               88  WS-EPI-NOT-EOF      VALUE 'N'.
           05  WS-ATT-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-ATT-EOF          VALUE 'Y'.
               88  WS-ATT-NOT-EOF      VALUE 'N'.
           05  WS-DTL-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-DTL-EOF          VALUE 'Y'.
               88  WS-DTL-NOT-EOF      VALUE 'N'.

      *--- PAID ADMISSIONS CARRYING A CONTRACT'S TRIGGER DRG,   ---
      *    ATTENDED BY THE CONTRACTING GROUP, NOT YET IN ANY    ---
      *    EPISODE                                              ---
           EXEC SQL DECLARE TRIGGER-CURSOR CURSOR FOR
               SELECT CM.CLAIM_ID, CM.MEMBER_ID,
                      (SELECT MIN(CL.DOS_FROM)
                       FROM HCAS.CLAIM_LINE CL
                       WHERE CL.CLAIM_ID = CM.CLAIM_ID),
                      ED.CONTRACT_ID, ED.GROUP_NPI,
                      ED.WINDOW_DAYS, ED.TARGET_PRICE,
                      ED.GAIN_SHARE_PCT, ED.RISK_SHARE_PCT,
                      ED.INCL_CLAIM_TYPES,
                      ED.EFF_DATE, ED.TERM_DATE
               FROM HCAS.CLAIM_MASTER CM
               INNER JOIN HCAS.EPISODE_DEF ED
                   ON (CM.RENDERING_NPI = ED.GROUP_NPI
                       OR CM.BILLING_NPI = ED.GROUP_NPI
                       OR EXISTS
                          (SELECT 1 FROM HCAS.PROVIDER P
                           WHERE P.NPI = CM.RENDERING_NPI
                             AND P.GROUP_NPI = ED.GROUP_NPI))
               WHERE CM.CLAIM_TYPE = 'IN'
                 AND CM.CLAIM_STATUS = '50'
                 AND EXISTS
                     (SELECT 1
                      FROM HCAS.CLAIM_LINE_STAGING LS
                      INNER JOIN HCAS.EPISODE_DRG DG
                          ON DG.DRG_CODE = LS.DRG_CODE
                      WHERE LS.CLAIM_ID = CM.CLAIM_ID
                        AND DG.CONTRACT_ID = ED.CONTRACT_ID)
                 AND NOT EXISTS
                     (SELECT 1 FROM HCAS.EPISODE_CLAIM EC
                      WHERE EC.CLAIM_ID = CM.CLAIM_ID)
               ORDER BY CM.MEMBER_ID, CM.CLAIM_ID
           END-EXEC

       01  WS-TRIGGER-ROW.
           05  WS-TR-CLAIM-ID          PIC X(15).
           05  WS-TR-MEMBER-ID         PIC X(12).
           05  WS-TR-ADMIT-DATE        PIC X(08).
           05  WS-TR-ADMIT-DATE-N      REDEFINES WS-TR-ADMIT-DATE
                                       PIC 9(08).
           05  WS-TR-CONTRACT-ID       PIC X(10).
           05  WS-TR-GROUP-NPI         PIC X(10).
           05  WS-TR-WINDOW-DAYS       PIC S9(03) COMP-3.
           05  WS-TR-TARGET-PRICE      PIC S9(07)V99 COMP-3.
           05  WS-TR-GAIN-SHARE-PCT    PIC S9(01)V99 COMP-3.
           05  WS-TR-RISK-SHARE-PCT    PIC S9(01)V99 COMP-3.
           05  WS-TR-INCL-TYPES        PIC X(10).
           05  WS-TR-EFF-DATE          PIC X(08).
           05  WS-TR-TERM-DATE         PIC X(08).
       01  WS-TR-WINDOW-END            PIC 9(08).
       01  WS-TR-OPEN-COUNT            PIC S9(05) COMP-3.

      *--- OPEN EPISODES - ATTRIBUTE, THEN CLOSE ANY WHOSE     ---
      *    WINDOW HAS ENDED                                     ---
           EXEC SQL DECLARE EPISODE-CURSOR CURSOR FOR
               SELECT EPISODE_ID, CONTRACT_ID, MEMBER_ID,
                      GROUP_NPI, ADMIT_DATE, WINDOW_END_DATE,
                      TARGET_PRICE, GAIN_SHARE_PCT, RISK_SHARE_PCT,
                      INCL_CLAIM_TYPES
               FROM HCAS.EPISODE
               WHERE EPISODE_STATUS = 'O'
               ORDER BY EPISODE_ID
               FOR UPDATE OF TOTAL_SPEND, CLAIM_COUNT,
                             EPISODE_STATUS, CLOSE_DATE,
                             SETTLE_TYPE, SETTLE_AMT, CHECK_NO
           END-EXEC

       01  WS-EPISODE-ROW.
           05  WS-EP-EPISODE-ID        PIC X(15).
           05  WS-EP-CONTRACT-ID       PIC X(10).
           05  WS-EP-MEMBER-ID         PIC X(12).
           05  WS-EP-GROUP-NPI         PIC X(10).
           05  WS-EP-ADMIT-DATE        PIC X(08).
           05  WS-EP-WINDOW-END        PIC X(08).
           05  WS-EP-TARGET-PRICE      PIC S9(07)V99 COMP-3.
           05  WS-EP-GAIN-SHARE-PCT    PIC S9(01)V99 COMP-3.
           05  WS-EP-RISK-SHARE-PCT    PIC S9(01)V99 COMP-3.
           05  WS-EP-INCL-TYPES        PIC X(10).
           05  WS-EP-INCL-TYPE-TBL     REDEFINES WS-EP-INCL-TYPES.
               10  WS-EP-TYPE-1        PIC X(02).
               10  WS-EP-TYPE-2        PIC X(02).
               10  WS-EP-TYPE-3        PIC X(02).
               10  WS-EP-TYPE-4        PIC X(02).
               10  WS-EP-TYPE-5        PIC X(02).

      *--- MEMBER'S PAID CLAIMS OF AN INCLUDED TYPE STARTING   ---
      *    IN THE WINDOW, FROM ANY PROVIDER                     ---
           EXEC SQL DECLARE ATTRIB-CURSOR CURSOR FOR
               SELECT CM.CLAIM_ID, CM.CLAIM_TYPE
               FROM HCAS.CLAIM_MASTER CM
               WHERE CM.MEMBER_ID = :WS-EP-MEMBER-ID
                 AND CM.CLAIM_STATUS = '50'
                 AND CM.CLAIM_TYPE IN (:WS-EP-TYPE-1, :WS-EP-TYPE-2,
                                       :WS-EP-TYPE-3, :WS-EP-TYPE-4,
                                       :WS-EP-TYPE-5)
                 AND (SELECT MIN(CL.DOS_FROM)
                      FROM HCAS.CLAIM_LINE CL
                      WHERE CL.CLAIM_ID = CM.CLAIM_ID)
                     BETWEEN :WS-EP-ADMIT-DATE AND :WS-EP-WINDOW-END
                 AND NOT EXISTS
                     (SELECT 1 FROM HCAS.EPISODE_CLAIM EC
                      WHERE EC.CLAIM_ID = CM.CLAIM_ID)
           END-EXEC

       01  WS-ATTRIB-ROW.
           05  WS-AT-CLAIM-ID          PIC X(15).
           05  WS-AT-CLAIM-TYPE        PIC X(02).

      *--- CLOSED EPISODE'S CLAIMS FOR THE DETAIL REPORT ---
           EXEC SQL DECLARE EPCLM-CURSOR CURSOR FOR
               SELECT EC.CLAIM_ID, CM.CLAIM_TYPE, CM.BILLING_NPI,
                      (SELECT MIN(CL.DOS_FROM)
                       FROM HCAS.CLAIM_LINE CL
                       WHERE CL.CLAIM_ID = CM.CLAIM_ID),
                      CM.PAID_AMT, CM.CLAIM_STATUS
               FROM HCAS.EPISODE_CLAIM EC
               INNER JOIN HCAS.CLAIM_MASTER CM
                   ON CM.CLAIM_ID = EC.CLAIM_ID
               WHERE EC.EPISODE_ID = :WS-EP-EPISODE-ID
               ORDER BY 4, 1
           END-EXEC

       01  WS-EPCLM-ROW.
           05  WS-DT-CLAIM-ID          PIC X(15).
           05  WS-DT-CLAIM-TYPE        PIC X(02).
           05  WS-DT-BILLING-NPI       PIC X(10).
           05  WS-DT-DOS               PIC X(08).
           05  WS-DT-PAID-AMT          PIC S9(09)V99 COMP-3.
           05  WS-DT-CLAIM-STATUS      PIC X(02).

      *--- EPISODE SPEND AND SETTLEMENT ---
       01  WS-SETTLE-WORK.
           05  WS-ST-SPEND             PIC S9(09)V99 COMP-3.
           05  WS-ST-CLAIM-COUNT       PIC S9(05) COMP-3.
           05  WS-ST-VARIANCE          PIC S9(09)V99 COMP-3.
           05  WS-ST-AMOUNT            PIC S9(09)V99 COMP-3.
           05  WS-ST-TYPE              PIC X(01).
               88  WS-ST-GAIN-SHARE    VALUE 'G'.
               88  WS-ST-RISK-SHARE    VALUE 'R'.
               88  WS-ST-NO-SETTLE     VALUE 'N'.
           05  WS-ST-CHECK-NO          PIC 9(10).
           05  WS-ST-STATUS            PIC X(01).
           05  WS-ST-CLOSE-DATE        PIC X(08).

      *--- CONTRACTING GROUP PAYEE ---
       01  WS-PAYEE-ROW.
           05  WS-PV-ORG-NAME          PIC X(60).
           05  WS-PV-TAX-ID            PIC X(09).
           05  WS-PV-PAY-METHOD        PIC X(02).
           05  WS-PV-BANK-RTN          PIC X(09).
           05  WS-PV-BANK-ACCT         PIC X(17).

      *--- SHARED CHECK-NUMBER CONTROL (SAME ROW EDI835GN USES) ---
       01  WS-CHECK-CONTROL-ID         PIC X(08) VALUE 'EDI835CK'.
       01  WS-CHK-CHECK-NO             PIC 9(10) VALUE ZERO.

      *--- NACHA ENTRY FIELDS (SAME LAYOUT EDI835GN WRITES) ---
       01  WS-ACH-FIELDS.
           05  WS-ACH-ORIG-ROUTING     PIC X(09) VALUE '076401251'.
           05  WS-ACH-TRACE-SEQ        PIC 9(07) VALUE ZERO.
           05  WS-ACH-AMT-CENTS        PIC 9(10) VALUE ZERO.
           05  WS-ACH-LINE             PIC X(94).

       01  WS-RUN-TOTALS.
           05  WS-RUN-OPENED           PIC 9(07) VALUE ZERO.
           05  WS-RUN-ATTRIBUTED       PIC 9(07) VALUE ZERO.
           05  WS-RUN-CLOSED           PIC 9(07) VALUE ZERO.
           05  WS-RUN-GAIN-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-RUN-RISK-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-RUN-GAIN-DOLLARS     PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-RUN-RISK-DOLLARS     PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-AMT-DISP                 PIC Z,ZZZ,ZZ9.99-.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-DL-CLAIM-ID          PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CLAIM-TYPE        PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-BILLING-NPI       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DOS               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PAID-AMT          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE              PIC X(20).
           05  FILLER                  PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-EPISODES
           PERFORM 3000-RECONCILE-EPISODES
           PERFORM 8500-SAVE-CHECK-NUMBER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'EPIREC01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-CURRENT-TIME
           OPEN OUTPUT EPIRPT-FILE
           OPEN OUTPUT EPIACH-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EPIREC01 - BUNDLED EPISODE DETAIL REPORT - '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE EPIRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE EPIRPT-RECORD FROM WS-RPT-LINE
           PERFORM 1200-LOAD-CHECK-NUMBER.

       1200-LOAD-CHECK-NUMBER.
           EXEC SQL
               SELECT LAST_TRACE_NBR
               INTO   :WS-CHK-CHECK-NO
               FROM   HCAS.EDI_TRACE_CONTROL
               WHERE  PROGRAM_ID = :WS-CHECK-CONTROL-ID
           END-EXEC
           IF SQLCODE = +100
               MOVE 1000000 TO WS-CHK-CHECK-NO
               EXEC SQL
                   INSERT INTO HCAS.EDI_TRACE_CONTROL
                       (PROGRAM_ID, LAST_TRACE_NBR)
                   VALUES
                       (:WS-CHECK-CONTROL-ID, 1000000)
               END-EXEC
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'EPIREC01: CHECK CONTROL READ ERROR '
                           'SQLCODE=' SQLCODE
               END-IF
           END-IF.

       2000-OPEN-EPISODES.
           EXEC SQL OPEN TRIGGER-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EPIREC01: TRIGGER CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-FETCH-NEXT-TRIGGER
           PERFORM 2200-OPEN-ONE-EPISODE
               UNTIL WS-TRG-EOF
           EXEC SQL CLOSE TRIGGER-CURSOR END-EXEC
           EXEC SQL COMMIT END-EXEC.

       2100-FETCH-NEXT-TRIGGER.
           EXEC SQL
               FETCH TRIGGER-CURSOR
               INTO :WS-TR-CLAIM-ID, :WS-TR-MEMBER-ID,
                    :WS-TR-ADMIT-DATE,
                    :WS-TR-CONTRACT-ID, :WS-TR-GROUP-NPI,
                    :WS-TR-WINDOW-DAYS, :WS-TR-TARGET-PRICE,
                    :WS-TR-GAIN-SHARE-PCT, :WS-TR-RISK-SHARE-PCT,
                    :WS-TR-INCL-TYPES,
                    :WS-TR-EFF-DATE, :WS-TR-TERM-DATE
           END-EXEC
           IF SQLCODE = +100
               SET WS-TRG-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'EPIREC01: TRIGGER FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-TRG-EOF TO TRUE
           END-IF.

       2200-OPEN-ONE-EPISODE.
      *--- THE ADMISSION MUST FALL IN THE CONTRACT'S TERM ---
           IF WS-TR-ADMIT-DATE < WS-TR-EFF-DATE
           OR WS-TR-ADMIT-DATE > WS-TR-TERM-DATE
           OR WS-TR-ADMIT-DATE NOT NUMERIC
               PERFORM 2100-FETCH-NEXT-TRIGGER
               EXIT PARAGRAPH
           END-IF
      *--- A READMISSION INSIDE AN OPEN EPISODE IS ATTRIBUTED   ---
      *    TO IT, NOT OPENED AS AN EPISODE OF ITS OWN           ---
           MOVE ZERO TO WS-TR-OPEN-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-TR-OPEN-COUNT
               FROM HCAS.EPISODE
               WHERE MEMBER_ID = :WS-TR-MEMBER-ID
                 AND CONTRACT_ID = :WS-TR-CONTRACT-ID
                 AND EPISODE_STATUS = 'O'
                 AND ADMIT_DATE <= :WS-TR-ADMIT-DATE
                 AND WINDOW_END_DATE >= :WS-TR-ADMIT-DATE
           END-EXEC
           IF WS-TR-OPEN-COUNT > ZERO
               PERFORM 2100-FETCH-NEXT-TRIGGER
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TR-WINDOW-END =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TR-ADMIT-DATE-N)
                   + WS-TR-WINDOW-DAYS)
      *--- THE ADMISSION IS THE EPISODE'S FIRST CLAIM; A CLAIM  ---
      *    BELONGS TO ONE EPISODE ONLY                          ---
           EXEC SQL
               INSERT INTO HCAS.EPISODE_CLAIM
                   (EPISODE_ID, CLAIM_ID, CLAIM_TYPE, ATTRIB_DATE)
               VALUES
                   (:WS-TR-CLAIM-ID, :WS-TR-CLAIM-ID, 'IN',
                    :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = -803
                   DISPLAY 'EPIREC01: ANCHOR ATTRIB ERROR SQLCODE='
                           SQLCODE ' CLM=' WS-TR-CLAIM-ID
               END-IF
               PERFORM 2100-FETCH-NEXT-TRIGGER
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO HCAS.EPISODE
                   (EPISODE_ID, CONTRACT_ID, MEMBER_ID, GROUP_NPI,
                    ANCHOR_CLAIM_ID, ADMIT_DATE, WINDOW_END_DATE,
                    TARGET_PRICE, GAIN_SHARE_PCT, RISK_SHARE_PCT,
                    INCL_CLAIM_TYPES, TOTAL_SPEND, CLAIM_COUNT,
                    EPISODE_STATUS, OPEN_DATE, CLOSE_DATE,
                    SETTLE_TYPE, SETTLE_AMT, CHECK_NO)
               VALUES
                   (:WS-TR-CLAIM-ID, :WS-TR-CONTRACT-ID,
                    :WS-TR-MEMBER-ID, :WS-TR-GROUP-NPI,
                    :WS-TR-CLAIM-ID, :WS-TR-ADMIT-DATE,
                    :WS-TR-WINDOW-END,
                    :WS-TR-TARGET-PRICE, :WS-TR-GAIN-SHARE-PCT,
                    :WS-TR-RISK-SHARE-PCT,
                    :WS-TR-INCL-TYPES, 0, 1,
                    'O', :WS-CURRENT-DATE, ' ',
                    ' ', 0, 0)
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-RUN-OPENED
           ELSE
               DISPLAY 'EPIREC01: EPISODE INSERT ERROR SQLCODE='
                       SQLCODE ' CLM=' WS-TR-CLAIM-ID
           END-IF
           PERFORM 2100-FETCH-NEXT-TRIGGER.

       3000-RECONCILE-EPISODES.
           EXEC SQL OPEN EPISODE-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EPIREC01: EPISODE CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3100-FETCH-NEXT-EPISODE
           PERFORM 3200-RECONCILE-ONE-EPISODE
               UNTIL WS-EPI-EOF
           EXEC SQL CLOSE EPISODE-CURSOR END-EXEC.

       3100-FETCH-NEXT-EPISODE.
           EXEC SQL
               FETCH EPISODE-CURSOR
               INTO :WS-EP-EPISODE-ID, :WS-EP-CONTRACT-ID,
                    :WS-EP-MEMBER-ID, :WS-EP-GROUP-NPI,
                    :WS-EP-ADMIT-DATE, :WS-EP-WINDOW-END,
                    :WS-EP-TARGET-PRICE, :WS-EP-GAIN-SHARE-PCT,
                    :WS-EP-RISK-SHARE-PCT, :WS-EP-INCL-TYPES
           END-EXEC
           IF SQLCODE = +100
               SET WS-EPI-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'EPIREC01: EPISODE FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-EPI-EOF TO TRUE
           END-IF.

       3200-RECONCILE-ONE-EPISODE.
           PERFORM 3300-ATTRIBUTE-CLAIMS
           PERFORM 3500-SUM-EPISODE-SPEND
           MOVE 'O' TO WS-ST-STATUS
           MOVE SPACES TO WS-ST-CLOSE-DATE
           MOVE SPACE TO WS-ST-TYPE
           MOVE ZERO TO WS-ST-AMOUNT
           MOVE ZERO TO WS-ST-CHECK-NO
           IF WS-EP-WINDOW-END < WS-CURRENT-DATE
               PERFORM 4000-CLOSE-AND-SETTLE
           END-IF
           EXEC SQL
               UPDATE HCAS.EPISODE
               SET TOTAL_SPEND    = :WS-ST-SPEND,
                   CLAIM_COUNT    = :WS-ST-CLAIM-COUNT,
                   EPISODE_STATUS = :WS-ST-STATUS,
                   CLOSE_DATE     = :WS-ST-CLOSE-DATE,
                   SETTLE_TYPE    = :WS-ST-TYPE,
                   SETTLE_AMT     = :WS-ST-AMOUNT,
                   CHECK_NO       = :WS-ST-CHECK-NO
               WHERE CURRENT OF EPISODE-CURSOR
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EPIREC01: EPISODE UPDATE ERROR SQLCODE='
                       SQLCODE ' EPI=' WS-EP-EPISODE-ID
           END-IF
           PERFORM 3100-FETCH-NEXT-EPISODE.

       3300-ATTRIBUTE-CLAIMS.
           SET WS-ATT-NOT-EOF TO TRUE
           EXEC SQL OPEN ATTRIB-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EPIREC01: ATTRIB CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE ' EPI=' WS-EP-EPISODE-ID
           ELSE
               PERFORM 3400-ATTRIBUTE-ONE-CLAIM
                   UNTIL WS-ATT-EOF
               EXEC SQL CLOSE ATTRIB-CURSOR END-EXEC
           END-IF.

       3400-ATTRIBUTE-ONE-CLAIM.
           EXEC SQL
               FETCH ATTRIB-CURSOR
               INTO :WS-AT-CLAIM-ID, :WS-AT-CLAIM-TYPE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-ATT-EOF TO TRUE
           ELSE
               EXEC SQL
                   INSERT INTO HCAS.EPISODE_CLAIM
                       (EPISODE_ID, CLAIM_ID, CLAIM_TYPE,
                        ATTRIB_DATE)
                   VALUES
                       (:WS-EP-EPISODE-ID, :WS-AT-CLAIM-ID,
                        :WS-AT-CLAIM-TYPE, :WS-CURRENT-DATE)
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-RUN-ATTRIBUTED
                   WHEN -803
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'EPIREC01: ATTRIB INSERT ERROR '
                               'SQLCODE=' SQLCODE
                               ' CLM=' WS-AT-CLAIM-ID
               END-EVALUATE
           END-IF.

       3500-SUM-EPISODE-SPEND.
      *--- ONLY CLAIMS STILL PAID COUNT - A REVERSED CLAIM     ---
      *    STAYS ON THE EPISODE BUT DROPS OUT OF THE SPEND      ---
           MOVE ZERO TO WS-ST-SPEND
           MOVE ZERO TO WS-ST-CLAIM-COUNT
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(CM.PAID_AMT), 0)
               INTO :WS-ST-CLAIM-COUNT, :WS-ST-SPEND
               FROM HCAS.EPISODE_CLAIM EC
               INNER JOIN HCAS.CLAIM_MASTER CM
                   ON CM.CLAIM_ID = EC.CLAIM_ID
               WHERE EC.EPISODE_ID = :WS-EP-EPISODE-ID
                 AND CM.CLAIM_STATUS = '50'
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EPIREC01: SPEND SUM ERROR SQLCODE='
                       SQLCODE ' EPI=' WS-EP-EPISODE-ID
           END-IF.

       4000-CLOSE-AND-SETTLE.
           ADD 1 TO WS-RUN-CLOSED
           MOVE 'C' TO WS-ST-STATUS
           MOVE WS-CURRENT-DATE TO WS-ST-CLOSE-DATE
           COMPUTE WS-ST-VARIANCE =
               WS-EP-TARGET-PRICE - WS-ST-SPEND
           EVALUATE TRUE
               WHEN WS-ST-VARIANCE > ZERO
                   SET WS-ST-GAIN-SHARE TO TRUE
                   COMPUTE WS-ST-AMOUNT ROUNDED =
                       WS-ST-VARIANCE * WS-EP-GAIN-SHARE-PCT
               WHEN WS-ST-VARIANCE < ZERO
                   SET WS-ST-RISK-SHARE TO TRUE
                   COMPUTE WS-ST-AMOUNT ROUNDED =
                       (ZERO - WS-ST-VARIANCE)
                       * WS-EP-RISK-SHARE-PCT
               WHEN OTHER
                   SET WS-ST-NO-SETTLE TO TRUE
           END-EVALUATE
           IF WS-ST-AMOUNT = ZERO
               SET WS-ST-NO-SETTLE TO TRUE
           END-IF
           IF NOT WS-ST-NO-SETTLE
               PERFORM 4100-LOAD-PAYEE
           END-IF
           EVALUATE TRUE
               WHEN WS-ST-GAIN-SHARE
                   PERFORM 5000-ISSUE-GAIN-SHARE
                   ADD 1 TO WS-RUN-GAIN-COUNT
                   ADD WS-ST-AMOUNT TO WS-RUN-GAIN-DOLLARS
               WHEN WS-ST-RISK-SHARE
                   PERFORM 5500-CREATE-EPISODE-RECEIVABLE
                   ADD 1 TO WS-RUN-RISK-COUNT
                   ADD WS-ST-AMOUNT TO WS-RUN-RISK-DOLLARS
           END-EVALUATE
           PERFORM 6000-WRITE-EPISODE-DETAIL.

       4100-LOAD-PAYEE.
           MOVE SPACES TO WS-PAYEE-ROW
           EXEC SQL
               SELECT COALESCE(ORG_NAME, ' '),
                      COALESCE(TAX_ID, ' '),
                      COALESCE(PAY_METHOD, 'CK'),
                      COALESCE(BANK_ROUTING, ' '),
                      COALESCE(BANK_ACCT_NO, ' ')
               INTO :WS-PV-ORG-NAME, :WS-PV-TAX-ID,
                    :WS-PV-PAY-METHOD, :WS-PV-BANK-RTN,
                    :WS-PV-BANK-ACCT
               FROM HCAS.PROVIDER
               WHERE NPI = :WS-EP-GROUP-NPI
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EPIREC01: GROUP PROVIDER NOT FOUND - NPI='
                       WS-EP-GROUP-NPI ' SQLCODE=' SQLCODE
               MOVE 'CK' TO WS-PV-PAY-METHOD
           END-IF.

       5000-ISSUE-GAIN-SHARE.
           IF WS-PV-PAY-METHOD = 'EF'
           AND WS-PV-BANK-RTN NOT = SPACES
               PERFORM 5100-WRITE-ACH-ENTRY
           ELSE
               PERFORM 5200-ISSUE-CHECK
           END-IF.

       5100-WRITE-ACH-ENTRY.
           COMPUTE WS-ACH-AMT-CENTS = WS-ST-AMOUNT * 100
           ADD 1 TO WS-ACH-TRACE-SEQ
           MOVE SPACES TO WS-ACH-LINE
           STRING '6'                      DELIMITED SIZE
                  '22'                     DELIMITED SIZE
                  WS-PV-BANK-RTN           DELIMITED SIZE
                  WS-PV-BANK-ACCT          DELIMITED SIZE
                  WS-ACH-AMT-CENTS         DELIMITED SIZE
                  WS-PV-TAX-ID             DELIMITED SIZE
                  '      '                 DELIMITED SIZE
                  WS-PV-ORG-NAME(1:22)     DELIMITED SIZE
                  '  '                     DELIMITED SIZE
                  '0'                      DELIMITED SIZE
                  WS-ACH-ORIG-ROUTING(1:8) DELIMITED SIZE
                  WS-ACH-TRACE-SEQ         DELIMITED SIZE
                  INTO WS-ACH-LINE
           END-STRING
           WRITE EPIACH-RECORD FROM WS-ACH-LINE.

       5200-ISSUE-CHECK.
           ADD 1 TO WS-CHK-CHECK-NO
           MOVE WS-CHK-CHECK-NO TO WS-ST-CHECK-NO
           EXEC SQL
               INSERT INTO HCAS.CHECK_CONTROL
                   (CHECK_NO, PROVIDER_NPI, PROVIDER_TIN,
                    CHECK_AMOUNT, ISSUE_DATE, CHECK_STATUS)
               VALUES
                   (:WS-CHK-CHECK-NO, :WS-EP-GROUP-NPI,
                    :WS-PV-TAX-ID,
                    :WS-ST-AMOUNT, :WS-CURRENT-DATE, 'O')
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EPIREC01: CHECK CONTROL INSERT ERROR '
                       'SQLCODE=' SQLCODE ' NPI=' WS-EP-GROUP-NPI
           END-IF.

       5500-CREATE-EPISODE-RECEIVABLE.
      *--- RECOVERED FROM THE GROUP'S NEXT CLAIM PAYMENT RUN ---
      *    VIA PLB OFFSET, AS CAPPAY01'S CAP CLAWBACKS ARE    ---
           EXEC SQL
               INSERT INTO HCAS.OVERPAYMENT_RECV
                   (PROVIDER_NPI, PROVIDER_TIN, SOURCE_CLAIM_ID,
                    RECV_REASON, ORIG_AMOUNT, OUTSTANDING_AMT,
                    RECOVERY_STATUS, CREATE_DATE, CREATE_USER)
               VALUES
                   (:WS-EP-GROUP-NPI, :WS-PV-TAX-ID,
                    :WS-EP-EPISODE-ID, 'EPISD',
                    :WS-ST-AMOUNT, :WS-ST-AMOUNT,
                    'O', :WS-CURRENT-DATE, 'EPIREC01')
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EPIREC01: EPISODE RECEIVABLE INSERT ERROR '
                       'SQLCODE=' SQLCODE ' EPI=' WS-EP-EPISODE-ID
           END-IF.

       6000-WRITE-EPISODE-DETAIL.
           MOVE SPACES TO WS-RPT-LINE
           WRITE EPIRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EPISODE '          DELIMITED SIZE
                  WS-EP-EPISODE-ID    DELIMITED SIZE
                  ' CONTRACT '        DELIMITED SIZE
                  WS-EP-CONTRACT-ID   DELIMITED SIZE
                  ' GROUP '           DELIMITED SIZE
                  WS-EP-GROUP-NPI     DELIMITED SIZE
                  ' MEMBER '          DELIMITED SIZE
                  WS-EP-MEMBER-ID     DELIMITED SIZE
                  ' ADMIT '           DELIMITED SIZE
                  WS-EP-ADMIT-DATE    DELIMITED SIZE
                  ' THRU '            DELIMITED SIZE
                  WS-EP-WINDOW-END    DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE EPIRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '     CLAIM ID         TP  BILL NPI    '
                  'FIRST DOS          PAID  NOTE'
                  DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE EPIRPT-RECORD FROM WS-RPT-LINE
           SET WS-DTL-NOT-EOF TO TRUE
           EXEC SQL OPEN EPCLM-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EPIREC01: DETAIL CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE ' EPI=' WS-EP-EPISODE-ID
           ELSE
               PERFORM 6100-WRITE-CLAIM-LINE
                   UNTIL WS-DTL-EOF
               EXEC SQL CLOSE EPCLM-CURSOR END-EXEC
           END-IF
           MOVE WS-EP-TARGET-PRICE TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '     TARGET PRICE:   ' DELIMITED SIZE
                  WS-AMT-DISP             DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE EPIRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-ST-SPEND TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '     EPISODE SPEND:  ' DELIMITED SIZE
                  WS-AMT-DISP             DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE EPIRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-ST-VARIANCE TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '     VARIANCE:       ' DELIMITED SIZE
                  WS-AMT-DISP             DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE EPIRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-ST-AMOUNT TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
               WHEN WS-ST-GAIN-SHARE
                   IF WS-ST-CHECK-NO > ZERO
                       STRING '     GAIN SHARE PAID:' DELIMITED SIZE
                              WS-AMT-DISP             DELIMITED SIZE
                              ' CHECK '               DELIMITED SIZE
                              WS-ST-CHECK-NO          DELIMITED SIZE
                              INTO WS-RPT-LINE
                       END-STRING
                   ELSE
                       STRING '     GAIN SHARE PAID:' DELIMITED SIZE
                              WS-AMT-DISP             DELIMITED SIZE
                              ' EFT'                  DELIMITED SIZE
                              INTO WS-RPT-LINE
                       END-STRING
                   END-IF
               WHEN WS-ST-RISK-SHARE
                   STRING '     RECOUPMENT:     ' DELIMITED SIZE
                          WS-AMT-DISP             DELIMITED SIZE
                          ' OVERPAYMENT RECEIVABLE'
                                                  DELIMITED SIZE
                          INTO WS-RPT-LINE
                   END-STRING
               WHEN OTHER
                   STRING '     NO SETTLEMENT DUE'
                          DELIMITED SIZE INTO WS-RPT-LINE
                   END-STRING
           END-EVALUATE
           WRITE EPIRPT-RECORD FROM WS-RPT-LINE.

       6100-WRITE-CLAIM-LINE.
           EXEC SQL
               FETCH EPCLM-CURSOR
               INTO :WS-DT-CLAIM-ID, :WS-DT-CLAIM-TYPE,
                    :WS-DT-BILLING-NPI, :WS-DT-DOS,
                    :WS-DT-PAID-AMT, :WS-DT-CLAIM-STATUS
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-DTL-EOF TO TRUE
           ELSE
               MOVE WS-DT-CLAIM-ID    TO WS-DL-CLAIM-ID
               MOVE WS-DT-CLAIM-TYPE  TO WS-DL-CLAIM-TYPE
               MOVE WS-DT-BILLING-NPI TO WS-DL-BILLING-NPI
               MOVE WS-DT-DOS         TO WS-DL-DOS
               MOVE WS-DT-PAID-AMT    TO WS-DL-PAID-AMT
               IF WS-DT-CLAIM-ID = WS-EP-EPISODE-ID
                   MOVE 'ANCHOR ADMISSION'  TO WS-DL-NOTE
               ELSE
                   MOVE SPACES              TO WS-DL-NOTE
               END-IF
               IF WS-DT-CLAIM-STATUS NOT = '50'
                   MOVE 'EXCLUDED - REVERSED' TO WS-DL-NOTE
               END-IF
               WRITE EPIRPT-RECORD FROM WS-DETAIL-LINE
           END-IF.

       8500-SAVE-CHECK-NUMBER.
           EXEC SQL
               UPDATE HCAS.EDI_TRACE_CONTROL
               SET    LAST_TRACE_NBR = :WS-CHK-CHECK-NO
               WHERE  PROGRAM_ID = :WS-CHECK-CONTROL-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EPIREC01: CHECK CONTROL UPDATE ERROR '
                       'SQLCODE=' SQLCODE
           END-IF.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           MOVE SPACES TO WS-RPT-LINE
           WRITE EPIRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE EPIRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EPISODES OPENED:   ' DELIMITED SIZE
                  WS-RUN-OPENED         DELIMITED SIZE
                  '  CLAIMS ATTRIBUTED: ' DELIMITED SIZE
                  WS-RUN-ATTRIBUTED     DELIMITED SIZE
                  '  EPISODES CLOSED: ' DELIMITED SIZE
                  WS-RUN-CLOSED         DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE EPIRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-RUN-GAIN-DOLLARS TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTAL GAIN SHARE:  ' DELIMITED SIZE
                  WS-AMT-DISP           DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE EPIRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-RUN-RISK-DOLLARS TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTAL RECOUPMENT:  ' DELIMITED SIZE
                  WS-AMT-DISP           DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE EPIRPT-RECORD FROM WS-RPT-LINE
           DISPLAY 'EPIREC01: EPISODES OPENED:   ' WS-RUN-OPENED
           DISPLAY 'EPIREC01: CLAIMS ATTRIBUTED: ' WS-RUN-ATTRIBUTED
           DISPLAY 'EPIREC01: EPISODES CLOSED:   ' WS-RUN-CLOSED
           DISPLAY 'EPIREC01: GAIN SHARES:       ' WS-RUN-GAIN-COUNT
           DISPLAY 'EPIREC01: GAIN DOLLARS:      ' WS-RUN-GAIN-DOLLARS
           DISPLAY 'EPIREC01: RECOUPMENTS:       ' WS-RUN-RISK-COUNT
           DISPLAY 'EPIREC01: RECOUP DOLLARS:    ' WS-RUN-RISK-DOLLARS
           CLOSE EPIRPT-FILE
           CLOSE EPIACH-FILE
           MOVE ZERO TO RETURN-CODE.
