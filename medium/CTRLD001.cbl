       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTRLD001.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  CTRLD001                                             *
      * PURPOSE:  PROVIDER CONTRACT MASTER LOADER                      *
      *           READS THE CONTRACTING DEPARTMENT'S FILE OF NEW,      *
      *           AMENDED AND TERMINATED PROVIDER CONTRACTS AND        *
      *           APPLIES THEM TO HCAS.PROVIDER_CONTRACT:              *
      *             A - ADD A CONTRACT (VERSION 1)                     *
      *             M - AMEND A CONTRACT. THE CURRENT VERSION IS       *
      *                 CLOSED THE DAY BEFORE THE AMENDMENT TAKES      *
      *                 EFFECT AND A NEW VERSION IS ADDED CARRYING     *
      *                 THE CHANGED TERMS - NOTHING IS OVERWRITTEN,    *
      *                 SO A CLAIM IS ALWAYS PRICED UNDER THE TERMS    *
      *                 IN FORCE ON ITS DATE OF SERVICE                *
      *             T - TERMINATE A CONTRACT (END-DATE THE CURRENT     *
      *                 VERSION)                                       *
      *             R - CHANGE THE RATE CARD FOR A NETWORK AND         *
      *                 CONTRACT TYPE                                  *
      *           CONTRACT TERMS ARE VALIDATED AGAINST THE PROVIDER    *
      *           TABLE, THE NETWORKS THE OPEN BENEFIT PLANS BILL      *
      *           AGAINST, AND THE FEE SCHEDULE IN FORCE ON THE        *
      *           EFFECTIVE DATE.                                      *
      *           RATES (PERCENT OF CHARGE, PERCENT OF FEE SCHEDULE -  *
      *           PERCENT OF MEDICARE WHEN THE CONTRACT'S FEE          *
      *           SCHEDULE IS A MEDICARE SCHEDULE - AND CAPITATION)    *
      *           ARE PRICED FROM HCAS.CONTRACT_RATES BY NETWORK AND   *
      *           CONTRACT TYPE. A RATE CHANGE, ON AN R RECORD OR      *
      *           KEYED ON AN A OR M RECORD, IS NEVER APPLIED HERE -   *
      *           IT IS HELD ON HCAS.PENDING_APPROVAL (TRAN CODE       *
      *           CTRM) UNTIL A SECOND AUTHORIZED USER APPROVES IT     *
      *           THROUGH SECREV01, WHICH ADDS IT AS A NEW VERSION ON  *
      *           HCAS.CONTRACT_RATE_VERSION. EACH RUN THEN BRINGS     *
      *           EVERY RATE VERSION THAT HAS COME INTO FORCE ONTO     *
      *           HCAS.CONTRACT_RATES.                                 *
      * INPUTS:   CTRLDIN-FILE  - CONTRACT MAINTENANCE FILE            *
      *           DB2 TABLES    - HCAS.PROVIDER, HCAS.BENEFIT_PLAN,    *
      *                           HCAS.FEE_SCHEDULE                    *
      * OUTPUTS:  DB2 TABLES    - HCAS.PROVIDER_CONTRACT,              *
      *                           HCAS.PENDING_APPROVAL,               *
      *                           HCAS.CONTRACT_RATES                  *
      *           CTRLDERR-FILE - SEQUENTIAL ERROR/REJECT FILE         *
      * FREQUENCY: DAILY - AN EMPTY CONTRACT FILE STILL BRINGS         *
      *            APPROVED RATE VERSIONS INTO FORCE                   *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRLDIN-FILE
               ASSIGN TO CTRLDIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTRLDIN-STATUS.

           SELECT CTRLDERR-FILE
               ASSIGN TO CTRLDERR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTRLDERR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRLDIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  CTRLDIN-RECORD              PIC X(200).

       FD  CTRLDERR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  CTRLDERR-RECORD.
           05  CLE-ACTION-CODE         PIC X(01).
           05  CLE-CONTRACT-ID         PIC X(12).
           05  CLE-NPI                 PIC X(10).
           05  CLE-REASON-CODE         PIC X(04).
           05  CLE-REASON-DESC         PIC X(60).
           05  CLE-EFF-DATE            PIC X(08).
           05  FILLER                  PIC X(05).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY SECCOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *--- RATE VERSIONS IN FORCE TODAY THAT THE PRICING RATE ---
      *    CARD DOES NOT YET CARRY                             ---
           EXEC SQL DECLARE RATEPRM-CURSOR CURSOR FOR
               SELECT V.NETWORK_ID, V.CONTRACT_TYPE,
                      V.PERCENT_OF_CHARGE, V.PERCENT_OF_FEE,
                      V.CAPITATION_RATE
               FROM HCAS.CONTRACT_RATE_VERSION V
               WHERE V.EFF_DATE <= :WS-CURRENT-DATE
                 AND V.TERM_DATE >= :WS-CURRENT-DATE
                 AND NOT EXISTS
                     (SELECT 1
                      FROM HCAS.CONTRACT_RATES R
                      WHERE R.NETWORK_ID = V.NETWORK_ID
                        AND R.CONTRACT_TYPE = V.CONTRACT_TYPE
                        AND R.PERCENT_OF_CHARGE = V.PERCENT_OF_CHARGE
                        AND R.PERCENT_OF_FEE = V.PERCENT_OF_FEE
                        AND R.CAPITATION_RATE = V.CAPITATION_RATE)
               ORDER BY V.NETWORK_ID, V.CONTRACT_TYPE
           END-EXEC

       01  WS-RATEPRM-ROW.
           05  WS-RP-NETWORK-ID        PIC X(06).
           05  WS-RP-CONTRACT-TYPE     PIC X(02).
           05  WS-RP-PCT-CHARGE        PIC SV99 COMP-3.
           05  WS-RP-PCT-FEE           PIC S9(01)V99 COMP-3.
           05  WS-RP-CAP-RATE          PIC S9(07)V99 COMP-3.

       01  WS-FILE-STATUSES.
           05  WS-CTRLDIN-STATUS       PIC X(02).
           05  WS-CTRLDERR-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-VALID-RECORD-SW      PIC X(01) VALUE 'Y'.
               88  WS-RECORD-VALID     VALUE 'Y'.
               88  WS-RECORD-INVALID   VALUE 'N'.
           05  WS-CONTRACT-FOUND-SW    PIC X(01) VALUE 'N'.
               88  WS-CONTRACT-FOUND   VALUE 'Y'.
               88  WS-CONTRACT-NOT-FOUND VALUE 'N'.
           05  WS-RATES-KEYED-SW       PIC X(01) VALUE 'N'.
               88  WS-RATES-KEYED      VALUE 'Y'.
               88  WS-RATES-NOT-KEYED  VALUE 'N'.
           05  WS-RP-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-RP-EOF           VALUE 'Y'.
               88  WS-RP-NOT-EOF       VALUE 'N'.

      *--- CONTRACT MAINTENANCE RECORD. AMOUNT FIELDS LEFT BLANK ---
      *    ON AN AMENDMENT KEEP THE CURRENT VERSION'S VALUE      ---
       01  WS-INPUT-RECORD.
           05  WS-IN-ACTION-CODE       PIC X(01).
               88  WS-ACTION-ADD       VALUE 'A'.
               88  WS-ACTION-AMEND     VALUE 'M'.
               88  WS-ACTION-TERM      VALUE 'T'.
               88  WS-ACTION-RATE      VALUE 'R'.
           05  WS-IN-CONTRACT-ID       PIC X(12).
           05  WS-IN-NPI               PIC X(10).
           05  WS-IN-NETWORK-ID        PIC X(06).
           05  WS-IN-CONTRACT-TYPE     PIC X(02).
           05  WS-IN-PAR-STATUS        PIC X(01).
           05  WS-IN-FEE-SCHED-ID      PIC X(08).
           05  WS-IN-EFF-DATE          PIC X(08).
           05  WS-IN-TERM-DATE         PIC X(08).
           05  WS-IN-ANES-CF-X         PIC X(07).
           05  WS-IN-ANES-CF REDEFINES WS-IN-ANES-CF-X
                                       PIC 9(05)V99.
           05  WS-IN-FILING-LIMIT-X    PIC X(05).
           05  WS-IN-FILING-LIMIT REDEFINES WS-IN-FILING-LIMIT-X
                                       PIC 9(05).
           05  WS-IN-WITHHOLD-PCT-X    PIC X(04).
           05  WS-IN-WITHHOLD-PCT REDEFINES WS-IN-WITHHOLD-PCT-X
                                       PIC V9(04).
           05  WS-IN-PCT-CHARGE-X      PIC X(02).
           05  WS-IN-PCT-CHARGE REDEFINES WS-IN-PCT-CHARGE-X
                                       PIC V99.
           05  WS-IN-PCT-FEE-X         PIC X(03).
           05  WS-IN-PCT-FEE REDEFINES WS-IN-PCT-FEE-X
                                       PIC 9(01)V99.
           05  WS-IN-CAP-RATE-X        PIC X(09).
           05  WS-IN-CAP-RATE REDEFINES WS-IN-CAP-RATE-X
                                       PIC 9(07)V99.
           05  WS-IN-AMEND-REASON      PIC X(30).
           05  WS-IN-CHANGED-BY        PIC X(08).
           05  FILLER                  PIC X(76).

      *--- THE LATEST VERSION ON FILE FOR THE CONTRACT ID ---
       01  WS-CUR-CONTRACT.
           05  WS-CUR-VERSION-NO       PIC S9(04) COMP.
           05  WS-CUR-NPI              PIC X(10).
           05  WS-CUR-NETWORK-ID       PIC X(06).
           05  WS-CUR-CONTRACT-TYPE    PIC X(02).
           05  WS-CUR-PAR-STATUS       PIC X(01).
           05  WS-CUR-FEE-SCHED-ID     PIC X(08).
           05  WS-CUR-EFF-DATE         PIC X(08).
           05  WS-CUR-TERM-DATE        PIC X(08).
           05  WS-CUR-ANES-CF          PIC S9(05)V99 COMP-3.
           05  WS-CUR-FILING-LIMIT     PIC S9(05) COMP-3.
           05  WS-CUR-WITHHOLD-PCT     PIC SV9(04) COMP-3.

      *--- THE VERSION BEING ADDED ---
       01  WS-NEW-CONTRACT.
           05  WS-NEW-VERSION-NO       PIC S9(04) COMP.
           05  WS-NEW-NPI              PIC X(10).
           05  WS-NEW-NETWORK-ID       PIC X(06).
           05  WS-NEW-CONTRACT-TYPE    PIC X(02).
               88  WS-NEW-TYPE-VALID   VALUE 'FF' 'PC' 'CP'.
               88  WS-NEW-PCT-OF-CHARGE VALUE 'PC'.
           05  WS-NEW-PAR-STATUS       PIC X(01).
               88  WS-NEW-PAR-VALID    VALUE 'Y' 'N'.
           05  WS-NEW-FEE-SCHED-ID     PIC X(08).
           05  WS-NEW-EFF-DATE         PIC X(08).
           05  WS-NEW-TERM-DATE        PIC X(08).
           05  WS-NEW-ANES-CF          PIC S9(05)V99 COMP-3.
           05  WS-NEW-FILING-LIMIT     PIC S9(05) COMP-3.
           05  WS-NEW-WITHHOLD-PCT     PIC SV9(04) COMP-3.
           05  WS-NEW-AMEND-REASON     PIC X(30).

      *--- RATE CARD CHANGE BEING HELD FOR APPROVAL ---
       01  WS-RATE-CHANGE.
           05  WS-RC-NETWORK-ID        PIC X(06).
           05  WS-RC-CONTRACT-TYPE     PIC X(02).
               88  WS-RC-TYPE-VALID    VALUE 'FF' 'PC' 'CP'.
               88  WS-RC-FEE-FOR-SVC   VALUE 'FF'.
               88  WS-RC-PCT-OF-CHARGE VALUE 'PC'.
               88  WS-RC-CAPITATED     VALUE 'CP'.
           05  WS-RC-PCT-CHARGE        PIC SV99 COMP-3.
           05  WS-RC-PCT-FEE           PIC S9(01)V99 COMP-3.
           05  WS-RC-CAP-RATE          PIC S9(07)V99 COMP-3.
           05  WS-RC-OLD-PCT-CHARGE    PIC SV99 COMP-3.
           05  WS-RC-OLD-PCT-FEE       PIC S9(01)V99 COMP-3.
           05  WS-RC-OLD-CAP-RATE      PIC S9(07)V99 COMP-3.
           05  WS-RC-LAST-EFF-DATE     PIC X(08).
           05  WS-RC-ENTITY-KEY        PIC X(15).
           05  WS-RC-APPROVAL-ID       PIC X(26).
           05  WS-RC-CHANGE-DESC       PIC X(80).
           05  WS-RC-REQUEST-USER      PIC X(08).
           05  WS-HOLD-SEQ             PIC 9(05) VALUE ZERO.

       01  WS-DB2-WORK.
           05  WS-ROW-COUNT            PIC S9(09) COMP.
           05  WS-PRIOR-TERM-DATE      PIC X(08).
           05  WS-UPDATE-USER          PIC X(08).

       01  WS-DATE-WORK.
           05  WS-DT-DATE-N            PIC 9(08).
           05  WS-DT-INT               PIC S9(09) COMP.

       01  WS-DISP-FIELDS.
           05  WS-PCT-CHARGE-DISP      PIC .99.
           05  WS-PCT-FEE-DISP         PIC 9.99.
           05  WS-CAP-RATE-DISP        PIC Z(06)9.99.

       01  WS-COUNTERS.
           05  WS-ADD-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-AMEND-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-TERM-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-HOLD-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-PROMOTE-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-ERR-COUNT            PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CONTRACT
               UNTIL WS-EOF
           PERFORM 5000-PROMOTE-RATE-VERSIONS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CTRLD001' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT  CTRLDIN-FILE
           IF WS-CTRLDIN-STATUS NOT = '00'
               DISPLAY 'CTRLD001: OPEN ERROR INPUT - '
                       WS-CTRLDIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CTRLDERR-FILE
           PERFORM 8000-READ-INPUT.

      *----------------------------------------------------------------*
      *    EACH CONTRACT RECORD IS ITS OWN UNIT OF WORK - AN AMENDMENT *
      *    CLOSES ONE VERSION AND ADDS THE NEXT, AND BOTH MUST LAND    *
      *----------------------------------------------------------------*
       2000-PROCESS-CONTRACT.
           SET WS-RECORD-VALID TO TRUE
           IF WS-IN-CHANGED-BY = SPACES
               MOVE WS-PROGRAM-ID TO WS-UPDATE-USER
           ELSE
               MOVE WS-IN-CHANGED-BY TO WS-UPDATE-USER
           END-IF
           PERFORM 2100-VALIDATE-RECORD
           IF WS-RECORD-VALID
               EVALUATE TRUE
                   WHEN WS-ACTION-ADD
                       PERFORM 3000-ADD-CONTRACT
                   WHEN WS-ACTION-AMEND
                       PERFORM 3500-AMEND-CONTRACT
                   WHEN WS-ACTION-TERM
                       PERFORM 4000-TERMINATE-CONTRACT
                   WHEN WS-ACTION-RATE
                       MOVE WS-IN-NETWORK-ID    TO WS-RC-NETWORK-ID
                       MOVE WS-IN-CONTRACT-TYPE TO WS-RC-CONTRACT-TYPE
                       PERFORM 4500-REQUEST-RATE-CHANGE
               END-EVALUATE
           END-IF
           IF WS-RECORD-VALID
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF
      *--- RATES KEYED ON A CONTRACT ADD OR AMENDMENT ARE A RATE ---
      *    CARD CHANGE FOR THE CONTRACT'S NETWORK AND TYPE       ---
           IF WS-RECORD-VALID
           AND WS-RATES-KEYED
           AND (WS-ACTION-ADD OR WS-ACTION-AMEND)
               MOVE WS-NEW-NETWORK-ID    TO WS-RC-NETWORK-ID
               MOVE WS-NEW-CONTRACT-TYPE TO WS-RC-CONTRACT-TYPE
               PERFORM 4500-REQUEST-RATE-CHANGE
               IF WS-RECORD-VALID
                   EXEC SQL COMMIT END-EXEC
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
           END-IF
           PERFORM 8000-READ-INPUT.

       2100-VALIDATE-RECORD.
           IF WS-IN-PCT-CHARGE-X = SPACES
           AND WS-IN-PCT-FEE-X = SPACES
           AND WS-IN-CAP-RATE-X = SPACES
               SET WS-RATES-NOT-KEYED TO TRUE
           ELSE
               SET WS-RATES-KEYED TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ACTION-ADD
               AND NOT WS-ACTION-AMEND
               AND NOT WS-ACTION-TERM
               AND NOT WS-ACTION-RATE
                   MOVE 'E010' TO CLE-REASON-CODE
                   MOVE 'INVALID ACTION CODE - MUST BE A, M, T OR R'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN NOT WS-ACTION-RATE
               AND WS-IN-CONTRACT-ID = SPACES
                   MOVE 'E020' TO CLE-REASON-CODE
                   MOVE 'CONTRACT ID IS REQUIRED' TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN NOT WS-ACTION-TERM
               AND WS-IN-EFF-DATE IS NOT NUMERIC
                   MOVE 'E030' TO CLE-REASON-CODE
                   MOVE 'EFFECTIVE DATE MUST BE CCYYMMDD'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN WS-IN-TERM-DATE NOT = SPACES
               AND WS-IN-TERM-DATE IS NOT NUMERIC
                   MOVE 'E040' TO CLE-REASON-CODE
                   MOVE 'TERM DATE MUST BE CCYYMMDD OR BLANK'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN (WS-IN-ANES-CF-X NOT = SPACES
                     AND WS-IN-ANES-CF IS NOT NUMERIC)
               OR (WS-IN-FILING-LIMIT-X NOT = SPACES
                     AND WS-IN-FILING-LIMIT IS NOT NUMERIC)
               OR (WS-IN-WITHHOLD-PCT-X NOT = SPACES
                     AND WS-IN-WITHHOLD-PCT IS NOT NUMERIC)
               OR (WS-IN-PCT-CHARGE-X NOT = SPACES
                     AND WS-IN-PCT-CHARGE IS NOT NUMERIC)
               OR (WS-IN-PCT-FEE-X NOT = SPACES
                     AND WS-IN-PCT-FEE IS NOT NUMERIC)
               OR (WS-IN-CAP-RATE-X NOT = SPACES
                     AND WS-IN-CAP-RATE IS NOT NUMERIC)
                   MOVE 'E050' TO CLE-REASON-CODE
                   MOVE 'RATE AND TERM AMOUNTS MUST BE NUMERIC OR BLANK'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN WS-ACTION-RATE
               AND WS-RATES-NOT-KEYED
                   MOVE 'E060' TO CLE-REASON-CODE
                   MOVE 'RATE CHANGE RECORD CARRIES NO RATES'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-READ-CURRENT-VERSION.
      *--- CONTRACTS KEYED BEFORE VERSIONING CARRY NO VERSION ---
      *    NUMBER AND ARE VERSION 1                           ---
           SET WS-CONTRACT-NOT-FOUND TO TRUE
           EXEC SQL
               SELECT COALESCE(VERSION_NO, 1), NPI, NETWORK_ID,
                      CONTRACT_TYPE, PAR_STATUS, FEE_SCHEDULE_ID,
                      EFF_DATE, TERM_DATE,
                      COALESCE(ANES_CONV_FACTOR, 0),
                      COALESCE(FILING_LIMIT_DAYS, 0),
                      COALESCE(WITHHOLD_PCT, 0)
               INTO :WS-CUR-VERSION-NO, :WS-CUR-NPI,
                    :WS-CUR-NETWORK-ID, :WS-CUR-CONTRACT-TYPE,
                    :WS-CUR-PAR-STATUS, :WS-CUR-FEE-SCHED-ID,
                    :WS-CUR-EFF-DATE, :WS-CUR-TERM-DATE,
                    :WS-CUR-ANES-CF, :WS-CUR-FILING-LIMIT,
                    :WS-CUR-WITHHOLD-PCT
               FROM HCAS.PROVIDER_CONTRACT
               WHERE CONTRACT_ID = :WS-IN-CONTRACT-ID
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   SET WS-CONTRACT-FOUND TO TRUE
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CTRLD001: CONTRACT LOOKUP ERROR SQLCODE='
                           SQLCODE ' CONTRACT=' WS-IN-CONTRACT-ID
                   MOVE 'E900' TO CLE-REASON-CODE
                   MOVE 'DB2 CONTRACT LOOKUP FAILED - SEE SYSTEM LOG'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
           END-EVALUATE.

      *----------------------------------------------------------------*
      *    CONTRACT TERMS OF THE VERSION BEING ADDED - CHECKED AGAINST *
      *    THE PROVIDER, THE NETWORK AND THE FEE SCHEDULE IT NAMES     *
      *----------------------------------------------------------------*
       2300-VALIDATE-TERMS.
           EVALUATE TRUE
               WHEN WS-NEW-NPI = SPACES
                   MOVE 'E300' TO CLE-REASON-CODE
                   MOVE 'PROVIDER NPI IS REQUIRED' TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN WS-NEW-NETWORK-ID = SPACES
                   MOVE 'E310' TO CLE-REASON-CODE
                   MOVE 'NETWORK ID IS REQUIRED' TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN NOT WS-NEW-TYPE-VALID
                   MOVE 'E320' TO CLE-REASON-CODE
                   MOVE 'CONTRACT TYPE MUST BE FF, PC OR CP'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN NOT WS-NEW-PAR-VALID
                   MOVE 'E330' TO CLE-REASON-CODE
                   MOVE 'PAR STATUS MUST BE Y OR N'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN WS-NEW-FEE-SCHED-ID = SPACES
                   MOVE 'E340' TO CLE-REASON-CODE
                   MOVE 'FEE SCHEDULE ID IS REQUIRED'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN WS-NEW-TERM-DATE NOT > WS-NEW-EFF-DATE
                   MOVE 'E350' TO CLE-REASON-CODE
                   MOVE 'TERM DATE MUST BE AFTER THE EFFECTIVE DATE'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN OTHER
                   PERFORM 2310-CHECK-PROVIDER
           END-EVALUATE
           IF WS-RECORD-VALID
               PERFORM 2320-CHECK-NETWORK
           END-IF
           IF WS-RECORD-VALID
               PERFORM 2330-CHECK-FEE-SCHEDULE
           END-IF
           IF WS-RECORD-VALID
           AND WS-NEW-PCT-OF-CHARGE
           AND WS-RATES-NOT-KEYED
               PERFORM 2340-CHECK-RATE-CARD
           END-IF.

       2310-CHECK-PROVIDER.
           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM HCAS.PROVIDER
               WHERE NPI = :WS-NEW-NPI
           END-EXEC
           IF SQLCODE NOT = ZERO OR WS-ROW-COUNT = ZERO
               MOVE 'E360' TO CLE-REASON-CODE
               MOVE 'PROVIDER NPI IS NOT ON THE PROVIDER TABLE'
                   TO CLE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
           END-IF.

       2320-CHECK-NETWORK.
      *--- A NETWORK IS KNOWN WHEN AN OPEN BENEFIT PLAN BILLS ---
      *    AGAINST IT                                         ---
           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM HCAS.BENEFIT_PLAN
               WHERE NETWORK_ID = :WS-NEW-NETWORK-ID
                 AND STATUS <> 'C'
           END-EXEC
           IF SQLCODE NOT = ZERO OR WS-ROW-COUNT = ZERO
               MOVE 'E370' TO CLE-REASON-CODE
               MOVE 'NETWORK IS NOT USED BY ANY OPEN BENEFIT PLAN'
                   TO CLE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
           END-IF.

       2330-CHECK-FEE-SCHEDULE.
           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM HCAS.FEE_SCHEDULE
               WHERE FEE_SCHED_ID = :WS-NEW-FEE-SCHED-ID
                 AND EFF_DATE <= :WS-NEW-EFF-DATE
                 AND (TERM_DATE >= :WS-NEW-EFF-DATE
                      OR TERM_DATE = '99991231')
           END-EXEC
           IF SQLCODE NOT = ZERO OR WS-ROW-COUNT = ZERO
               MOVE 'E380' TO CLE-REASON-CODE
               MOVE 'FEE SCHEDULE HAS NO RATES IN FORCE ON THE EFF DATE'
                   TO CLE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
           END-IF.

       2340-CHECK-RATE-CARD.
      *--- A PERCENT-OF-CHARGE CONTRACT PRICES NOTHING WITHOUT ---
      *    A RATE CARD FOR ITS NETWORK                         ---
           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM HCAS.CONTRACT_RATES
               WHERE NETWORK_ID = :WS-NEW-NETWORK-ID
                 AND CONTRACT_TYPE = :WS-NEW-CONTRACT-TYPE
           END-EXEC
           IF SQLCODE NOT = ZERO OR WS-ROW-COUNT = ZERO
               MOVE 'E390' TO CLE-REASON-CODE
               MOVE 'NO RATE CARD FOR THE NETWORK - KEY THE RATES'
                   TO CLE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
           END-IF.

       2400-INSERT-VERSION.
           EXEC SQL
               INSERT INTO HCAS.PROVIDER_CONTRACT
                   (CONTRACT_ID, VERSION_NO, NPI, NETWORK_ID,
                    CONTRACT_TYPE, PAR_STATUS, FEE_SCHEDULE_ID,
                    EFF_DATE, TERM_DATE, ANES_CONV_FACTOR,
                    FILING_LIMIT_DAYS, WITHHOLD_PCT, AMEND_REASON,
                    UPDATE_DATE, UPDATE_USER)
               VALUES
                   (:WS-IN-CONTRACT-ID, :WS-NEW-VERSION-NO,
                    :WS-NEW-NPI, :WS-NEW-NETWORK-ID,
                    :WS-NEW-CONTRACT-TYPE, :WS-NEW-PAR-STATUS,
                    :WS-NEW-FEE-SCHED-ID, :WS-NEW-EFF-DATE,
                    :WS-NEW-TERM-DATE, :WS-NEW-ANES-CF,
                    :WS-NEW-FILING-LIMIT, :WS-NEW-WITHHOLD-PCT,
                    :WS-NEW-AMEND-REASON, :WS-CURRENT-DATE,
                    :WS-UPDATE-USER)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CTRLD001: VERSION INSERT ERROR SQLCODE='
                       SQLCODE ' CONTRACT=' WS-IN-CONTRACT-ID
               MOVE 'E910' TO CLE-REASON-CODE
               MOVE 'DB2 INSERT FAILED - SEE SYSTEM LOG'
                   TO CLE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
           END-IF.

       3000-ADD-CONTRACT.
           PERFORM 2200-READ-CURRENT-VERSION
           IF WS-RECORD-INVALID
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTRACT-FOUND
               MOVE 'E100' TO CLE-REASON-CODE
               MOVE 'CONTRACT ID ALREADY ON FILE - USE M TO AMEND'
                   TO CLE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 1                   TO WS-NEW-VERSION-NO
           MOVE WS-IN-NPI           TO WS-NEW-NPI
           MOVE WS-IN-NETWORK-ID    TO WS-NEW-NETWORK-ID
           MOVE WS-IN-CONTRACT-TYPE TO WS-NEW-CONTRACT-TYPE
           MOVE WS-IN-PAR-STATUS    TO WS-NEW-PAR-STATUS
           IF WS-NEW-PAR-STATUS = SPACE
               MOVE 'Y' TO WS-NEW-PAR-STATUS
           END-IF
           MOVE WS-IN-FEE-SCHED-ID  TO WS-NEW-FEE-SCHED-ID
           MOVE WS-IN-EFF-DATE      TO WS-NEW-EFF-DATE
           IF WS-IN-TERM-DATE = SPACES
               MOVE '99991231' TO WS-NEW-TERM-DATE
           ELSE
               MOVE WS-IN-TERM-DATE TO WS-NEW-TERM-DATE
           END-IF
           MOVE ZERO TO WS-NEW-ANES-CF
           MOVE ZERO TO WS-NEW-FILING-LIMIT
           MOVE ZERO TO WS-NEW-WITHHOLD-PCT
           PERFORM 3100-APPLY-KEYED-TERMS
           IF WS-IN-AMEND-REASON = SPACES
               MOVE 'NEW CONTRACT' TO WS-NEW-AMEND-REASON
           END-IF
           PERFORM 2300-VALIDATE-TERMS
           IF WS-RECORD-VALID
               PERFORM 2400-INSERT-VERSION
           END-IF
           IF WS-RECORD-VALID
               ADD 1 TO WS-ADD-COUNT
           END-IF.

       3100-APPLY-KEYED-TERMS.
           IF WS-IN-ANES-CF-X NOT = SPACES
               MOVE WS-IN-ANES-CF TO WS-NEW-ANES-CF
           END-IF
           IF WS-IN-FILING-LIMIT-X NOT = SPACES
               MOVE WS-IN-FILING-LIMIT TO WS-NEW-FILING-LIMIT
           END-IF
           IF WS-IN-WITHHOLD-PCT-X NOT = SPACES
               MOVE WS-IN-WITHHOLD-PCT TO WS-NEW-WITHHOLD-PCT
           END-IF
           MOVE WS-IN-AMEND-REASON TO WS-NEW-AMEND-REASON.

      *----------------------------------------------------------------*
      *    3500-AMEND-CONTRACT NEVER UPDATES A TERM IN PLACE. THE      *
      *    CURRENT VERSION IS CLOSED THE DAY BEFORE THE AMENDMENT'S    *
      *    EFFECTIVE DATE AND THE AMENDED TERMS GO ON A NEW VERSION,   *
      *    SO EARLIER DATES OF SERVICE STILL PRICE UNDER THE OLD ONES  *
      *----------------------------------------------------------------*
       3500-AMEND-CONTRACT.
           PERFORM 2200-READ-CURRENT-VERSION
           IF WS-RECORD-INVALID
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-CONTRACT-NOT-FOUND
                   MOVE 'E110' TO CLE-REASON-CODE
                   MOVE 'CONTRACT NOT ON FILE - ADD IT WITH ACTION A'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN WS-IN-EFF-DATE NOT > WS-CUR-EFF-DATE
                   MOVE 'E120' TO CLE-REASON-CODE
                   MOVE 'AMENDMENT MUST POSTDATE THE CURRENT VERSION'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN WS-CUR-TERM-DATE < WS-IN-EFF-DATE
                   MOVE 'E130' TO CLE-REASON-CODE
                   MOVE 'CONTRACT ENDS BEFORE THE AMENDMENT DATE'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN WS-IN-NPI NOT = SPACES
               AND WS-IN-NPI NOT = WS-CUR-NPI
                   MOVE 'E140' TO CLE-REASON-CODE
                   MOVE 'NPI CANNOT CHANGE ON AN AMENDMENT'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RECORD-INVALID
               EXIT PARAGRAPH
           END-IF
      *--- TERMS NOT KEYED CARRY FORWARD FROM THE CURRENT VERSION ---
           COMPUTE WS-NEW-VERSION-NO = WS-CUR-VERSION-NO + 1
           MOVE WS-CUR-NPI           TO WS-NEW-NPI
           MOVE WS-CUR-NETWORK-ID    TO WS-NEW-NETWORK-ID
           IF WS-IN-NETWORK-ID NOT = SPACES
               MOVE WS-IN-NETWORK-ID TO WS-NEW-NETWORK-ID
           END-IF
           MOVE WS-CUR-CONTRACT-TYPE TO WS-NEW-CONTRACT-TYPE
           IF WS-IN-CONTRACT-TYPE NOT = SPACES
               MOVE WS-IN-CONTRACT-TYPE TO WS-NEW-CONTRACT-TYPE
           END-IF
           MOVE WS-CUR-PAR-STATUS    TO WS-NEW-PAR-STATUS
           IF WS-IN-PAR-STATUS NOT = SPACE
               MOVE WS-IN-PAR-STATUS TO WS-NEW-PAR-STATUS
           END-IF
           MOVE WS-CUR-FEE-SCHED-ID  TO WS-NEW-FEE-SCHED-ID
           IF WS-IN-FEE-SCHED-ID NOT = SPACES
               MOVE WS-IN-FEE-SCHED-ID TO WS-NEW-FEE-SCHED-ID
           END-IF
           MOVE WS-IN-EFF-DATE       TO WS-NEW-EFF-DATE
           MOVE WS-CUR-TERM-DATE     TO WS-NEW-TERM-DATE
           IF WS-IN-TERM-DATE NOT = SPACES
               MOVE WS-IN-TERM-DATE TO WS-NEW-TERM-DATE
           END-IF
           MOVE WS-CUR-ANES-CF       TO WS-NEW-ANES-CF
           MOVE WS-CUR-FILING-LIMIT  TO WS-NEW-FILING-LIMIT
           MOVE WS-CUR-WITHHOLD-PCT  TO WS-NEW-WITHHOLD-PCT
           PERFORM 3100-APPLY-KEYED-TERMS
           IF WS-NEW-NETWORK-ID    = WS-CUR-NETWORK-ID
           AND WS-NEW-CONTRACT-TYPE = WS-CUR-CONTRACT-TYPE
           AND WS-NEW-PAR-STATUS   = WS-CUR-PAR-STATUS
           AND WS-NEW-FEE-SCHED-ID = WS-CUR-FEE-SCHED-ID
           AND WS-NEW-TERM-DATE    = WS-CUR-TERM-DATE
           AND WS-NEW-ANES-CF      = WS-CUR-ANES-CF
           AND WS-NEW-FILING-LIMIT = WS-CUR-FILING-LIMIT
           AND WS-NEW-WITHHOLD-PCT = WS-CUR-WITHHOLD-PCT
      *--- A RATE-ONLY AMENDMENT ADDS NO CONTRACT VERSION ---
               IF WS-RATES-NOT-KEYED
                   MOVE 'E150' TO CLE-REASON-CODE
                   MOVE 'AMENDMENT CHANGES NO CONTRACT TERMS'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-VALIDATE-TERMS
           IF WS-RECORD-INVALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-EFF-DATE TO WS-DT-DATE-N
           COMPUTE WS-DT-INT =
               FUNCTION INTEGER-OF-DATE(WS-DT-DATE-N) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DT-INT) TO WS-DT-DATE-N
           MOVE WS-DT-DATE-N TO WS-PRIOR-TERM-DATE
           EXEC SQL
               UPDATE HCAS.PROVIDER_CONTRACT
               SET TERM_DATE   = :WS-PRIOR-TERM-DATE,
                   UPDATE_DATE = :WS-CURRENT-DATE,
                   UPDATE_USER = :WS-UPDATE-USER
               WHERE CONTRACT_ID = :WS-IN-CONTRACT-ID
                 AND EFF_DATE = :WS-CUR-EFF-DATE
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CTRLD001: VERSION CLOSE ERROR SQLCODE='
                       SQLCODE ' CONTRACT=' WS-IN-CONTRACT-ID
               MOVE 'E920' TO CLE-REASON-CODE
               MOVE 'DB2 UPDATE FAILED - SEE SYSTEM LOG'
                   TO CLE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM 2400-INSERT-VERSION
           IF WS-RECORD-VALID
               ADD 1 TO WS-AMEND-COUNT
           END-IF.

      *----------------------------------------------------------------*
      *    4000-TERMINATE-CONTRACT END-DATES THE CURRENT VERSION. THE  *
      *    ROW STAYS ON FILE FOR CLAIMS WITH EARLIER DATES OF SERVICE  *
      *----------------------------------------------------------------*
       4000-TERMINATE-CONTRACT.
           PERFORM 2200-READ-CURRENT-VERSION
           IF WS-RECORD-INVALID
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-TERM-DATE = SPACES
               MOVE WS-CURRENT-DATE TO WS-IN-TERM-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-CONTRACT-NOT-FOUND
                   MOVE 'E160' TO CLE-REASON-CODE
                   MOVE 'CONTRACT NOT ON FILE FOR TERMINATION'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN WS-IN-TERM-DATE < WS-CUR-EFF-DATE
                   MOVE 'E170' TO CLE-REASON-CODE
                   MOVE 'TERM DATE IS BEFORE THE CURRENT VERSION BEGINS'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN WS-CUR-TERM-DATE NOT = '99991231'
               AND WS-CUR-TERM-DATE NOT > WS-IN-TERM-DATE
                   MOVE 'E180' TO CLE-REASON-CODE
                   MOVE 'CONTRACT IS ALREADY TERMINATED'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RECORD-INVALID
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.PROVIDER_CONTRACT
               SET TERM_DATE    = :WS-IN-TERM-DATE,
                   AMEND_REASON = :WS-IN-AMEND-REASON,
                   UPDATE_DATE  = :WS-CURRENT-DATE,
                   UPDATE_USER  = :WS-UPDATE-USER
               WHERE CONTRACT_ID = :WS-IN-CONTRACT-ID
                 AND EFF_DATE = :WS-CUR-EFF-DATE
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-TERM-COUNT
           ELSE
               DISPLAY 'CTRLD001: TERMINATE ERROR SQLCODE='
                       SQLCODE ' CONTRACT=' WS-IN-CONTRACT-ID
               MOVE 'E930' TO CLE-REASON-CODE
               MOVE 'DB2 UPDATE FAILED - SEE SYSTEM LOG'
                   TO CLE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    RATE CARD CHANGE - VALIDATED HERE, HELD FOR A SECOND        *
      *    AUTHORIZED USER AND APPLIED BY SECREV01. THE HELD AMOUNT IS *
      *    THE CAPITATION RATE, SO THE APPROVER'S DOLLAR AUTHORITY     *
      *    APPLIES TO CAPITATED RATE CARDS                             *
      *----------------------------------------------------------------*
       4500-REQUEST-RATE-CHANGE.
           MOVE ZERO TO WS-RC-PCT-CHARGE
           MOVE ZERO TO WS-RC-PCT-FEE
           MOVE ZERO TO WS-RC-CAP-RATE
           IF WS-IN-PCT-CHARGE-X NOT = SPACES
               MOVE WS-IN-PCT-CHARGE TO WS-RC-PCT-CHARGE
           END-IF
           IF WS-IN-PCT-FEE-X NOT = SPACES
               MOVE WS-IN-PCT-FEE TO WS-RC-PCT-FEE
           END-IF
           IF WS-IN-CAP-RATE-X NOT = SPACES
               MOVE WS-IN-CAP-RATE TO WS-RC-CAP-RATE
           END-IF
           EVALUATE TRUE
               WHEN WS-RC-NETWORK-ID = SPACES
                   MOVE 'E200' TO CLE-REASON-CODE
                   MOVE 'RATE CHANGE NEEDS A NETWORK ID'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN NOT WS-RC-TYPE-VALID
                   MOVE 'E210' TO CLE-REASON-CODE
                   MOVE 'RATE CHANGE CONTRACT TYPE MUST BE FF, PC OR CP'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN WS-RC-PCT-OF-CHARGE
               AND WS-RC-PCT-CHARGE = ZERO
                   MOVE 'E220' TO CLE-REASON-CODE
                   MOVE 'PC RATE CARD NEEDS A PERCENT OF CHARGE'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN WS-RC-FEE-FOR-SVC
               AND WS-RC-PCT-FEE = ZERO
                   MOVE 'E230' TO CLE-REASON-CODE
                   MOVE 'FF RATE CARD NEEDS A PERCENT OF FEE SCHEDULE'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN WS-RC-CAPITATED
               AND WS-RC-CAP-RATE = ZERO
                   MOVE 'E240' TO CLE-REASON-CODE
                   MOVE 'CP RATE CARD NEEDS A CAPITATION RATE'
                       TO CLE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               WHEN OTHER
                   IF WS-ACTION-RATE
                       MOVE WS-RC-NETWORK-ID TO WS-NEW-NETWORK-ID
                       PERFORM 2320-CHECK-NETWORK
                   END-IF
           END-EVALUATE
           IF WS-RECORD-INVALID
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RC-ENTITY-KEY
           STRING WS-RC-NETWORK-ID DELIMITED SIZE
                  '-' DELIMITED SIZE
                  WS-RC-CONTRACT-TYPE DELIMITED SIZE
                  INTO WS-RC-ENTITY-KEY
           END-STRING
           PERFORM 4600-CHECK-RATE-VERSIONS
           IF WS-RECORD-INVALID
               EXIT PARAGRAPH
           END-IF
           PERFORM 4700-HOLD-RATE-CHANGE.

       4600-CHECK-RATE-VERSIONS.
      *--- ONE HELD CHANGE PER RATE CARD AT A TIME, AND ONLY ---
      *    AFTER THE LATEST VERSION ALREADY APPROVED         ---
           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM HCAS.PENDING_APPROVAL
               WHERE TRAN_CODE = 'CTRM'
                 AND ENTITY_KEY = :WS-RC-ENTITY-KEY
                 AND APPR_STATUS = 'P'
           END-EXEC
           IF WS-ROW-COUNT > ZERO
               MOVE 'E250' TO CLE-REASON-CODE
               MOVE 'A RATE CHANGE IS ALREADY AWAITING APPROVAL'
                   TO CLE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(EFF_DATE), '00000000')
               INTO :WS-RC-LAST-EFF-DATE
               FROM HCAS.CONTRACT_RATE_VERSION
               WHERE NETWORK_ID = :WS-RC-NETWORK-ID
                 AND CONTRACT_TYPE = :WS-RC-CONTRACT-TYPE
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE '00000000' TO WS-RC-LAST-EFF-DATE
           END-IF
           IF WS-IN-EFF-DATE NOT > WS-RC-LAST-EFF-DATE
               MOVE 'E260' TO CLE-REASON-CODE
               MOVE 'RATE CHANGE MUST POSTDATE THE LATEST RATES'
                   TO CLE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT PERCENT_OF_CHARGE, PERCENT_OF_FEE,
                      CAPITATION_RATE
               INTO :WS-RC-OLD-PCT-CHARGE, :WS-RC-OLD-PCT-FEE,
                    :WS-RC-OLD-CAP-RATE
               FROM HCAS.CONTRACT_RATES
               WHERE NETWORK_ID = :WS-RC-NETWORK-ID
                 AND CONTRACT_TYPE = :WS-RC-CONTRACT-TYPE
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-RC-OLD-PCT-CHARGE
               MOVE ZERO TO WS-RC-OLD-PCT-FEE
               MOVE ZERO TO WS-RC-OLD-CAP-RATE
           END-IF.

       4700-HOLD-RATE-CHANGE.
           MOVE WS-IN-EFF-DATE TO WS-DT-DATE-N
           COMPUTE WS-DT-INT =
               FUNCTION INTEGER-OF-DATE(WS-DT-DATE-N) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DT-INT) TO WS-DT-DATE-N
           MOVE SPACES TO SEC-CHANGE-DATA
           MOVE WS-RC-NETWORK-ID     TO SEC-CTRM-NETWORK-ID
           MOVE WS-RC-CONTRACT-TYPE  TO SEC-CTRM-CONTRACT-TYPE
           MOVE WS-IN-EFF-DATE       TO SEC-CTRM-EFF-DATE
           MOVE WS-DT-DATE-N         TO SEC-CTRM-PRIOR-TERM
           MOVE WS-RC-PCT-CHARGE     TO SEC-CTRM-PCT-CHARGE
           MOVE WS-RC-PCT-FEE        TO SEC-CTRM-PCT-FEE
           MOVE WS-RC-CAP-RATE       TO SEC-CTRM-CAP-RATE
           MOVE WS-IN-CONTRACT-ID    TO SEC-CTRM-CONTRACT-ID
           MOVE WS-RC-OLD-PCT-CHARGE TO SEC-CTRM-OLD-PCT-CHARGE
           MOVE WS-RC-OLD-PCT-FEE    TO SEC-CTRM-OLD-PCT-FEE
           MOVE WS-RC-OLD-CAP-RATE   TO SEC-CTRM-OLD-CAP-RATE
           ADD 1 TO WS-HOLD-SEQ
           MOVE SPACES TO WS-RC-APPROVAL-ID
           STRING 'CTRM-' DELIMITED SIZE
                  FUNCTION CURRENT-DATE(1:14) DELIMITED SIZE
                  '-' DELIMITED SIZE
                  WS-HOLD-SEQ DELIMITED SIZE
                  INTO WS-RC-APPROVAL-ID
           END-STRING
           MOVE WS-RC-PCT-CHARGE TO WS-PCT-CHARGE-DISP
           MOVE WS-RC-PCT-FEE    TO WS-PCT-FEE-DISP
           MOVE WS-RC-CAP-RATE   TO WS-CAP-RATE-DISP
           MOVE SPACES TO WS-RC-CHANGE-DESC
           STRING 'CONTRACT RATES ' DELIMITED SIZE
                  WS-RC-ENTITY-KEY DELIMITED SPACE
                  ' EFF ' DELIMITED SIZE
                  WS-IN-EFF-DATE DELIMITED SIZE
                  ' PCT CHG ' DELIMITED SIZE
                  WS-PCT-CHARGE-DISP DELIMITED SIZE
                  ' PCT FEE ' DELIMITED SIZE
                  WS-PCT-FEE-DISP DELIMITED SIZE
                  ' CAP ' DELIMITED SIZE
                  WS-CAP-RATE-DISP DELIMITED SIZE
                  INTO WS-RC-CHANGE-DESC
           END-STRING
           MOVE WS-UPDATE-USER TO WS-RC-REQUEST-USER
           EXEC SQL
               INSERT INTO HCAS.PENDING_APPROVAL
                   (APPROVAL_ID, TRAN_CODE, ENTITY_KEY,
                    CHANGE_DATA, CHANGE_DESC, AMOUNT,
                    REQUEST_USER, REQUEST_DATE, APPR_STATUS)
               VALUES
                   (:WS-RC-APPROVAL-ID, 'CTRM', :WS-RC-ENTITY-KEY,
                    :SEC-CHANGE-DATA, :WS-RC-CHANGE-DESC,
                    :WS-RC-CAP-RATE,
                    :WS-RC-REQUEST-USER, :WS-CURRENT-DATE, 'P')
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-HOLD-COUNT
           ELSE
               DISPLAY 'CTRLD001: APPROVAL HOLD INSERT ERROR SQLCODE='
                       SQLCODE ' RATES=' WS-RC-ENTITY-KEY
               MOVE 'E940' TO CLE-REASON-CODE
               MOVE 'DB2 INSERT FAILED - RATE CHANGE NOT HELD'
                   TO CLE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
           END-IF.

      *----------------------------------------------------------------*
      *    BRING APPROVED RATE VERSIONS THAT HAVE COME INTO FORCE ONTO *
      *    THE RATE CARD CLMPRC01 PRICES FROM - ONE ROW PER NETWORK    *
      *    AND CONTRACT TYPE                                           *
      *----------------------------------------------------------------*
       5000-PROMOTE-RATE-VERSIONS.
           SET WS-RP-NOT-EOF TO TRUE
           EXEC SQL OPEN RATEPRM-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CTRLD001: RATE VERSION CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-PROMOTE-ONE-VERSION
               UNTIL WS-RP-EOF
           EXEC SQL CLOSE RATEPRM-CURSOR END-EXEC
           EXEC SQL COMMIT END-EXEC.

       5100-PROMOTE-ONE-VERSION.
           EXEC SQL
               FETCH RATEPRM-CURSOR
               INTO :WS-RP-NETWORK-ID, :WS-RP-CONTRACT-TYPE,
                    :WS-RP-PCT-CHARGE, :WS-RP-PCT-FEE,
                    :WS-RP-CAP-RATE
           END-EXEC
           IF SQLCODE = +100
               SET WS-RP-EOF TO TRUE
               EXIT PARAGRAPH
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'CTRLD001: RATE VERSION FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-RP-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           END-IF
           EXEC SQL
               UPDATE HCAS.CONTRACT_RATES
               SET PERCENT_OF_CHARGE = :WS-RP-PCT-CHARGE,
                   PERCENT_OF_FEE    = :WS-RP-PCT-FEE,
                   CAPITATION_RATE   = :WS-RP-CAP-RATE
               WHERE NETWORK_ID = :WS-RP-NETWORK-ID
                 AND CONTRACT_TYPE = :WS-RP-CONTRACT-TYPE
           END-EXEC
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO HCAS.CONTRACT_RATES
                       (NETWORK_ID, CONTRACT_TYPE,
                        PERCENT_OF_CHARGE, PERCENT_OF_FEE,
                        CAPITATION_RATE)
                   VALUES
                       (:WS-RP-NETWORK-ID, :WS-RP-CONTRACT-TYPE,
                        :WS-RP-PCT-CHARGE, :WS-RP-PCT-FEE,
                        :WS-RP-CAP-RATE)
               END-EXEC
           END-IF
           IF SQLCODE = ZERO
               ADD 1 TO WS-PROMOTE-COUNT
           ELSE
               DISPLAY 'CTRLD001: RATE CARD UPDATE ERROR SQLCODE='
                       SQLCODE ' NETWORK=' WS-RP-NETWORK-ID
                       ' TYPE=' WS-RP-CONTRACT-TYPE
           END-IF.

       6000-WRITE-ERROR.
           SET WS-RECORD-INVALID TO TRUE
           MOVE WS-IN-ACTION-CODE TO CLE-ACTION-CODE
           MOVE WS-IN-CONTRACT-ID TO CLE-CONTRACT-ID
           MOVE WS-IN-NPI         TO CLE-NPI
           MOVE WS-IN-EFF-DATE    TO CLE-EFF-DATE
           WRITE CTRLDERR-RECORD
           ADD 1 TO WS-ERR-COUNT.

       8000-READ-INPUT.
           READ CTRLDIN-FILE INTO WS-INPUT-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY '============================================'
           DISPLAY 'CTRLD001: PROVIDER CONTRACT LOADER STATISTICS'
           DISPLAY '============================================'
           DISPLAY '  RECORDS READ:          ' WS-RECORDS-READ
           DISPLAY '  CONTRACTS ADDED:       ' WS-ADD-COUNT
           DISPLAY '  CONTRACTS AMENDED:     ' WS-AMEND-COUNT
           DISPLAY '  CONTRACTS TERMINATED:  ' WS-TERM-COUNT
           DISPLAY '  RATE CHANGES HELD:     ' WS-HOLD-COUNT
           DISPLAY '  RATE VERSIONS IN FORCE:' WS-PROMOTE-COUNT
           DISPLAY '  RECORDS REJECTED:      ' WS-ERR-COUNT
           DISPLAY '============================================'
           CLOSE CTRLDIN-FILE
           CLOSE CTRLDERR-FILE
           MOVE ZERO TO RETURN-CODE.
