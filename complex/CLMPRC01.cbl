      * TABLES:   HCAS.FEE_SCHEDULE, HCAS.DRG_WEIGHTS,               *
      *           HCAS.WAGE_INDEX, HCAS.CONTRACT_RATES,               *
      *           HCAS.MEDICARE_RVU, HCAS.OON_PRICING_PCT,            *
      *           HCAS.QPA_RATE, HCAS.GPCI, HCAS.GPCI_LOCALITY_ZIP,   *
      *           HCAS.PROVIDER,                                      *
      *           HCAS.MODIFIER_RULES, HCAS.OUTLIER_THRESHOLD,        *
      *           HCAS.PROC_APC_MAP, HCAS.APC_WEIGHTS,                *
      *           HCAS.APC_CONV_FACTOR, HCAS.DENTAL_FEE_SCHEDULE,     *
      *           HCAS.DENTAL_FREQ_LIMIT, HCAS.DENTAL_PLAN_MAX,       *
      *           HCAS.ORTHO_CASE,                                    *
      *           HCAS.NDC_PRICING, HCAS.DRUG_PRODUCT_GROUP,          *
      *           HCAS.MAC_PRICE                                      *
      * FREQUENCY: PER-CLAIM (CALLED DURING ADJUDICATION)              *
      *================================================================*
       ENVIRONMENT DIVISION.
           05  WS-FEE-BASE-AMOUNT      PIC S9(07)V99 COMP-3.
           05  WS-FEE-RVU-WORK         PIC S9(03)V9999 COMP-3.
           05  WS-FEE-RVU-PE           PIC S9(03)V9999 COMP-3.
           05  WS-FEE-RVU-PE-FAC       PIC S9(03)V9999 COMP-3.
           05  WS-FEE-RVU-MP           PIC S9(03)V9999 COMP-3.
           05  WS-FEE-CONV-FACTOR      PIC S9(05)V9999 COMP-3.
           05  WS-FEE-FOUND-SW         PIC X(01).
           05  WS-DRG-FOUND-SW         PIC X(01).
               88  WS-DRG-FOUND        VALUE 'Y'.
               88  WS-DRG-NOT-FOUND    VALUE 'N'.
      *--- CMS POST-ACUTE TRANSFER FLAG ON HCAS.DRG_WEIGHTS -  ---
      *    Y = POST-ACUTE TRANSFER DRG, S = ALSO SPECIAL-PAY DRG ---
           05  WS-DRG-POST-ACUTE-SW    PIC X(01).
               88  WS-DRG-POST-ACUTE   VALUES 'Y' 'S'.
               88  WS-DRG-SPECIAL-PAY  VALUE 'S'.

      *--- CMS TRANSFER PAYMENT FIELDS - A DISCHARGE TO ANOTHER  ---
      *    ACUTE HOSPITAL, OR TO POST-ACUTE CARE ON A FLAGGED    ---
      *    DRG, PAYS A GRADUATED PER DIEM (DOUBLE THE FIRST      ---
      *    DAY) CAPPED AT THE FULL DRG AMOUNT                    ---
       01  WS-DRG-TRANSFER.
           05  WS-XFR-FULL-DRG         PIC S9(09)V99 COMP-3.
           05  WS-XFR-PER-DIEM         PIC S9(09)V99 COMP-3.
           05  WS-XFR-PAYMENT          PIC S9(09)V99 COMP-3.
           05  WS-XFR-RATIO            PIC S9(01)V9(06) COMP-3.
           05  WS-XFR-APPLIED-SW       PIC X(01).
               88  WS-XFR-APPLIED      VALUE 'Y'.
               88  WS-XFR-NOT-APPLIED  VALUE 'N'.
           05  WS-FACRATE-FOUND-SW     PIC X(01).
               88  WS-FACRATE-FOUND    VALUE 'Y'.
               88  WS-FACRATE-NOT-FOUND VALUE 'N'.
               88  WS-WI-FOUND         VALUE 'Y'.
               88  WS-WI-NOT-FOUND     VALUE 'N'.

      *--- PHYSICIAN FEE SCHEDULE GEOGRAPHIC PRICING FIELDS ---
      *    RVU-PRICED PROFESSIONAL LINES SCALE THE WORK, PRACTICE ---
      *    EXPENSE AND MALPRACTICE RVUS EACH BY THE GPCI OF THE   ---
      *    BILLING PROVIDER'S PAYMENT LOCALITY (PROVIDER ZIP TO   ---
      *    HCAS.GPCI_LOCALITY_ZIP TO HCAS.GPCI, BOTH LOADED        ---
      *    QUARTERLY BY CMSLD001). THE PRACTICE EXPENSE RVU IS    ---
      *    THE FACILITY RVU WHEN THE PLACE OF SERVICE IS A        ---
      *    FACILITY SETTING, ELSE THE NON-FACILITY RVU. WITH NO   ---
      *    LOCALITY ON FILE THE RVUS PRICE UNADJUSTED             ---
       01  WS-GPCI-PRICING.
           05  WS-GP-SITE-SW           PIC X(01) VALUE 'N'.
               88  WS-GP-FACILITY      VALUE 'F'.
               88  WS-GP-NON-FACILITY  VALUE 'N'.
           05  WS-GP-ZIP               PIC X(09).
           05  WS-GP-ZIP5              PIC X(05).
           05  WS-GP-ZIP-CHECKED-SW    PIC X(01) VALUE 'N'.
               88  WS-GP-ZIP-CHECKED   VALUE 'Y'.
               88  WS-GP-ZIP-NOT-CHECKED VALUE 'N'.
           05  WS-GP-WORK              PIC S9(01)V9999 COMP-3.
           05  WS-GP-PE                PIC S9(01)V9999 COMP-3.
           05  WS-GP-MP                PIC S9(01)V9999 COMP-3.
           05  WS-GP-FOUND-SW          PIC X(01).
               88  WS-GP-FOUND         VALUE 'Y'.
               88  WS-GP-NOT-FOUND     VALUE 'N'.
           05  WS-GP-RVU-PE            PIC S9(03)V9999 COMP-3.

      *--- CONTRACT RATE FIELDS ---
       01  WS-CONTRACT-RATE.
           05  WS-CR-NETWORK-ID        PIC X(06).
               88  WS-OON-NOT-CHECKED  VALUE 'N'.
           05  WS-OON-RVU-TOTAL        PIC S9(03)V9999 COMP-3.
           05  WS-OON-CONV-FACTOR      PIC S9(05)V9999 COMP-3.
           05  WS-OON-RVU-WORK         PIC S9(03)V9999 COMP-3.
           05  WS-OON-RVU-PE-NF        PIC S9(03)V9999 COMP-3.
           05  WS-OON-RVU-PE-FAC       PIC S9(03)V9999 COMP-3.
           05  WS-OON-RVU-MP           PIC S9(03)V9999 COMP-3.
           05  WS-OON-REF-AMT          PIC S9(07)V9999 COMP-3.
           05  WS-OON-REF-FOUND-SW     PIC X(01).
               88  WS-OON-REF-FOUND    VALUE 'Y'.
               88  WS-OON-REF-NOT-FOUND VALUE 'N'.
               88  WS-NDC-FOUND        VALUE 'Y'.
               88  WS-NDC-NOT-FOUND    VALUE 'N'.

      *--- MAXIMUM ALLOWABLE COST (MAC) FIELDS. A MULTI-SOURCE   ---
      *    NDC BELONGS TO A GENERIC PRODUCT GROUP ON             ---
      *    HCAS.DRUG_PRODUCT_GROUP; THE GROUP'S MAC UNIT PRICE   ---
      *    ON HCAS.MAC_PRICE CAPS THE INGREDIENT COST. A BRAND   ---
      *    DISPENSED DAW 1 (PRESCRIBER) IS EXEMPT; DAW 2         ---
      *    (PATIENT CHOSE THE BRAND) PAYS THE BRAND BUT THE      ---
      *    BRAND-GENERIC DIFFERENCE COMES BACK AS THE LINE'S     ---
      *    DAW PENALTY FOR THE MEMBER TO PAY                     ---
       01  WS-MAC-PRICING.
           05  WS-MAC-GPG-CODE         PIC X(14).
           05  WS-MAC-MULTI-SOURCE     PIC X(01).
           05  WS-MAC-BRAND-IND        PIC X(01).
               88  WS-MAC-BRAND        VALUE 'B'.
           05  WS-MAC-UNIT-PRICE       PIC S9(07)V999 COMP-3.
           05  WS-MAC-PAY-UNIT-COST    PIC S9(07)V999 COMP-3.
           05  WS-MAC-FOUND-SW         PIC X(01).
               88  WS-MAC-FOUND        VALUE 'Y'.
               88  WS-MAC-NOT-FOUND    VALUE 'N'.
           05  WS-MAC-DAW-CODE         PIC X(01).
               88  WS-MAC-DAW-PRESCRIBER VALUE '1'.
               88  WS-MAC-DAW-PATIENT  VALUE '2'.

      *--- DENTAL PRICING FIELDS (CDT FEE SCHEDULE, FREQUENCY  ---
      *    LIMITS AND ANNUAL MAXIMUM). DENTAL LINES CARRY THE    ---
      *    TOOTH NUMBER IN THE FIRST MODIFIER POSITION, SO       ---
      *    COUNTED AGAINST PAID CLAIM HISTORY                    ---
       01  WS-DENTAL-PRICING.
           05  WS-DEN-CDT-CODE         PIC X(05).
               88  WS-DEN-COMP-ORTHO   VALUES 'D8070' 'D8080'
                                              'D8090'.
           05  WS-DEN-BASE-AMOUNT      PIC S9(07)V99 COMP-3.
           05  WS-DEN-FEE-FOUND-SW     PIC X(01).
               88  WS-DEN-FEE-FOUND    VALUE 'Y'.
           05  WS-DEN-PAID-YTD         PIC S9(07)V99 COMP-3.
           05  WS-DEN-MAX-REMAIN       PIC S9(07)V99 COMP-3.
           05  WS-DEN-CAL-YEAR         PIC X(04).
      *--- COMPREHENSIVE ORTHODONTIC TREATMENT (D8070-D8090) IS  ---
      *    PRICED AS THE WHOLE CASE AND HELD TO THE PLAN'S       ---
      *    LIFETIME ORTHO MAXIMUM, NOT THE ANNUAL DENTAL MAXIMUM ---
      *    THE MEMBER'S EARLIER CASES COUNT AT THEIR FULL TOTAL  ---
      *    WHILE OPEN AND AT WHAT WAS RELEASED ONCE CLOSED;      ---
      *    CLMADJ01 SPLITS THE CASE INTO INSTALLMENTS            ---
       01  WS-ORTHO-PRICING.
           05  WS-ORT-LIFETIME-MAX     PIC S9(07)V99 COMP-3.
           05  WS-ORT-USED-TO-DATE     PIC S9(07)V99 COMP-3.
           05  WS-ORT-INCLAIM-USED     PIC S9(07)V99 COMP-3.
           05  WS-ORT-MAX-REMAIN       PIC S9(07)V99 COMP-3.
      *--- VISION PRICING FIELDS (PLAN ALLOWANCES AND FREQUENCY ---
      *    LIMITS). EACH LINE MAPS TO A SERVICE CLASS - EXAM,    ---
      *    FRAME, LENS OR CONTACT - THROUGH HCAS.VISION_SVC_MAP, ---
               10  WS-LW-IS-SURGICAL   PIC X(01).
                   88  WS-LW-SURGICAL  VALUE 'Y'.
                   88  WS-LW-NOT-SURG  VALUE 'N'.
               10  WS-LW-DAW-PENALTY   PIC S9(07)V99 COMP-3.

       LINKAGE SECTION.

           05  LS-PRC-PAR-STATUS       PIC X(01).
               88  LS-PRC-NON-PAR      VALUE 'N'.
           05  LS-PRC-PRINCIPAL-DIAG   PIC X(08).
      *--- INSTITUTIONAL PATIENT DISCHARGE STATUS (CL1-03) AND  ---
      *    LENGTH OF STAY IN DAYS - DRIVE THE TRANSFER RULES    ---
           05  LS-PRC-DISCHARGE-STATUS PIC X(02).
               88  LS-PRC-ACUTE-XFER   VALUES '02' '05' '66' '82'
                                              '85' '94'.
               88  LS-PRC-POST-ACUTE-XFER
                                       VALUES '03' '06' '62' '63'
                                              '65' '83' '86' '90'
                                              '91' '93'.
           05  LS-PRC-LENGTH-OF-STAY   PIC 9(03).
      *--- PHARMACY DISPENSE-AS-WRITTEN CODE (NCPDP 408-D8) -   ---
      *    ONE FILL PER RX CLAIM, SO IT IS CARRIED ON THE HEADER ---
           05  LS-PRC-DAW-CODE         PIC X(01).
           05  LS-PRC-LINE-COUNT       PIC 9(03).
           05  LS-PRC-LINES OCCURS 999 TIMES.
               10  LS-PRC-LN-SEQ       PIC 9(03).
               10  LS-PRC-RSP-LN-DENY  PIC X(05).
               10  LS-PRC-RSP-LN-ADJ   PIC X(05)
                                        OCCURS 5 TIMES.
      *--- DAW 2 BRAND-GENERIC DIFFERENCE - MEMBER RESPONSIBILITY ---
      *    INSIDE THE LINE'S ALLOWED AMOUNT                      ---
               10  LS-PRC-RSP-LN-DAW-PENALTY
                                       PIC S9(07)V99 COMP-3.

       PROCEDURE DIVISION USING LS-PRICING-REQUEST
                                LS-PRICING-RESPONSE.
           SET WS-OON-NOT-CHECKED TO TRUE
           SET WS-OON-PCT-NOT-FOUND TO TRUE
           SET WS-AMB-ZIP-NOT-CHECKED TO TRUE
           SET WS-GP-ZIP-NOT-CHECKED TO TRUE
           INITIALIZE LS-PRICING-RESPONSE
           MOVE '00' TO LS-PRC-RSP-RC
           MOVE ZERO TO LS-PRC-RSP-TOTAL-ALLOWED
               SELECT BASE_AMOUNT,
                      RVU_WORK,
                      RVU_PE,
                      COALESCE(RVU_PE_FACILITY, RVU_PE),
                      RVU_MP,
                      CONVERSION_FACTOR
               INTO :WS-FEE-BASE-AMOUNT,
                    :WS-FEE-RVU-WORK,
                    :WS-FEE-RVU-PE,
                    :WS-FEE-RVU-PE-FAC,
                    :WS-FEE-RVU-MP,
                    :WS-FEE-CONV-FACTOR
               FROM HCAS.FEE_SCHEDULE

       2200-CALCULATE-RVU-PRICE.
      *--- RBRVS CALCULATION:
      *    PE RVU = FACILITY OR NON-FACILITY BY PLACE OF SERVICE
      *    ALLOWED = ((WORK RVU * WORK GPCI) + (PE RVU * PE GPCI)
      *              + (MP RVU * MP GPCI)) * CONV FACTOR
           PERFORM 2230-LOOKUP-GPCI
           IF WS-GP-FACILITY
               MOVE WS-FEE-RVU-PE-FAC TO WS-GP-RVU-PE
           ELSE
               MOVE WS-FEE-RVU-PE     TO WS-GP-RVU-PE
           END-IF
           COMPUTE WS-CALC-RVU-TOTAL =
               WS-FEE-RVU-WORK +
               WS-GP-RVU-PE +
               WS-FEE-RVU-MP
           IF WS-GP-FOUND
               COMPUTE WS-CALC-FEE-AMT ROUNDED =
                   ((WS-FEE-RVU-WORK * WS-GP-WORK) +
                    (WS-GP-RVU-PE    * WS-GP-PE) +
                    (WS-FEE-RVU-MP   * WS-GP-MP)) *
                   WS-FEE-CONV-FACTOR
           ELSE
               COMPUTE WS-CALC-FEE-AMT ROUNDED =
                   WS-CALC-RVU-TOTAL * WS-FEE-CONV-FACTOR
           END-IF.

       2210-LOOKUP-WAGE-INDEX.
           SET WS-WI-NOT-FOUND TO TRUE
               SET WS-WI-FOUND TO TRUE
           END-IF.

       2230-LOOKUP-GPCI.
      *--- SITE OF SERVICE AND PROVIDER ZIP ONCE PER CLAIM; THE ---
      *    LOCALITY AND ITS GPCIS ARE DATED, SO BY LINE DOS      ---
           IF WS-GP-ZIP-NOT-CHECKED
               SET WS-GP-ZIP-CHECKED TO TRUE
               EVALUATE LS-PRC-PLACE-OF-SVC
                   WHEN '19' WHEN '21' WHEN '22' WHEN '23'
                   WHEN '24' WHEN '26' WHEN '31' WHEN '34'
                   WHEN '41' WHEN '42' WHEN '51' WHEN '52'
                   WHEN '53' WHEN '56' WHEN '61'
                       SET WS-GP-FACILITY TO TRUE
                   WHEN OTHER
                       SET WS-GP-NON-FACILITY TO TRUE
               END-EVALUATE
               MOVE SPACES TO WS-GP-ZIP
               MOVE SPACES TO WS-GP-ZIP5
               EXEC SQL
                   SELECT ZIP_CODE
                   INTO :WS-GP-ZIP
                   FROM HCAS.PROVIDER
                   WHERE NPI = :LS-PRC-BILLING-NPI
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE WS-GP-ZIP(1:5) TO WS-GP-ZIP5
               END-IF
           END-IF
           SET WS-GP-NOT-FOUND TO TRUE
           IF WS-GP-ZIP5 = SPACES
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT G.WORK_GPCI, G.PE_GPCI, G.MP_GPCI
               INTO :WS-GP-WORK, :WS-GP-PE, :WS-GP-MP
               FROM HCAS.GPCI_LOCALITY_ZIP LZ
               INNER JOIN HCAS.GPCI G
                   ON G.LOCALITY_ID = LZ.LOCALITY_ID
               WHERE LZ.ZIP_CODE = :WS-GP-ZIP5
                 AND LZ.EFF_DATE <= :WS-LW-DOS(WS-LINE-IDX)
                 AND (LZ.TERM_DATE >= :WS-LW-DOS(WS-LINE-IDX)
                      OR LZ.TERM_DATE = '99991231')
                 AND G.EFF_DATE <= :WS-LW-DOS(WS-LINE-IDX)
                 AND (G.TERM_DATE >= :WS-LW-DOS(WS-LINE-IDX)
                      OR G.TERM_DATE = '99991231')
               ORDER BY LZ.EFF_DATE DESC, G.EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = ZERO
               SET WS-GP-FOUND TO TRUE
           END-IF.

       2300-APPLY-MODIFIER-RULES.
           IF WS-LW-MODIFIER(WS-LINE-IDX) NOT = SPACES
           AND WS-LW-MODIFIER(WS-LINE-IDX) NOT = '  '
           IF WS-OON-NOT-PRICED AND WS-OON-PCT-FOUND
               PERFORM 2720-LOOKUP-MEDICARE-REF
               IF WS-OON-REF-FOUND
                   PERFORM 2725-GEOGRAPHIC-MEDICARE-REF
                   COMPUTE WS-CALC-FEE-AMT ROUNDED =
                       WS-OON-REF-AMT *
                       WS-OON-PCT
                   MOVE WS-CALC-FEE-AMT
                       TO WS-LW-FEE-AMT(WS-LINE-IDX)
       2720-LOOKUP-MEDICARE-REF.
           SET WS-OON-REF-NOT-FOUND TO TRUE
           EXEC SQL
               SELECT RVU_TOTAL, CONV_FACTOR,
                      COALESCE(RVU_WORK, 0),
                      COALESCE(RVU_PE_NONFAC, 0),
                      COALESCE(RVU_PE_FAC, 0),
                      COALESCE(RVU_MP, 0)
               INTO :WS-OON-RVU-TOTAL, :WS-OON-CONV-FACTOR,
                    :WS-OON-RVU-WORK, :WS-OON-RVU-PE-NF,
                    :WS-OON-RVU-PE-FAC, :WS-OON-RVU-MP
               FROM HCAS.MEDICARE_RVU
               WHERE PROC_CODE = :WS-LW-PROC-CODE(WS-LINE-IDX)
                 AND EFF_DATE <= :WS-LW-DOS(WS-LINE-IDX)
               SET WS-OON-REF-FOUND TO TRUE
           END-IF.

       2725-GEOGRAPHIC-MEDICARE-REF.
      *--- THE MEDICARE REFERENCE PRICE IN THE PROVIDER'S       ---
      *    LOCALITY AND SETTING WHEN THE COMPONENT RVUS ARE ON  ---
      *    FILE; A ROW WITH ONLY A TOTAL RVU PRICES AS BEFORE   ---
           IF WS-OON-RVU-WORK + WS-OON-RVU-PE-NF +
              WS-OON-RVU-PE-FAC + WS-OON-RVU-MP = ZERO
               COMPUTE WS-OON-REF-AMT =
                   WS-OON-RVU-TOTAL * WS-OON-CONV-FACTOR
               EXIT PARAGRAPH
           END-IF
           PERFORM 2230-LOOKUP-GPCI
           IF WS-GP-FACILITY
               MOVE WS-OON-RVU-PE-FAC TO WS-GP-RVU-PE
           ELSE
               MOVE WS-OON-RVU-PE-NF  TO WS-GP-RVU-PE
           END-IF
           IF WS-GP-FOUND
               COMPUTE WS-OON-REF-AMT =
                   ((WS-OON-RVU-WORK * WS-GP-WORK) +
                    (WS-GP-RVU-PE    * WS-GP-PE) +
                    (WS-OON-RVU-MP   * WS-GP-MP)) *
                   WS-OON-CONV-FACTOR
           ELSE
               COMPUTE WS-OON-REF-AMT =
                   (WS-OON-RVU-WORK + WS-GP-RVU-PE +
                    WS-OON-RVU-MP) * WS-OON-CONV-FACTOR
           END-IF.

       2730-LOOKUP-QPA.
           SET WS-QPA-NOT-FOUND TO TRUE
           MOVE WS-LW-DOS(WS-LINE-IDX)(1:4) TO WS-QPA-RATE-YEAR
           EXEC SQL
               SELECT DRG_WEIGHT,
                      GEOMETRIC_MEAN_LOS,
                      ARITHMETIC_MEAN_LOS,
                      COALESCE(POST_ACUTE_XFER, 'N')
               INTO :WS-DRG-WEIGHT,
                    :WS-DRG-GMLOS,
                    :WS-DRG-AMLOS,
                    :WS-DRG-POST-ACUTE-SW
               FROM HCAS.DRG_WEIGHTS
               WHERE DRG_CODE = :WS-DRG-CODE
                 AND EFF_DATE <= :WS-LW-DOS(1)
               WHERE NETWORK_ID = :LS-PRC-NETWORK-ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = ZERO
               SET WS-FACRATE-FOUND TO TRUE
      *        LOOKUP WAGE INDEX
               PERFORM 2210-LOOKUP-WAGE-INDEX
               IF WS-WI-FOUND
                   COMPUTE WS-CALC-OPER-AMT =
                       WS-DRG-OPER-RATE * WS-DRG-WEIGHT *
                       WS-WI-FACTOR
                   COMPUTE WS-CALC-CAPITAL-AMT =
                       WS-DRG-CAPITAL-RATE * WS-DRG-WEIGHT
               ELSE
                   COMPUTE WS-CALC-OPER-AMT =
                       WS-DRG-OPER-RATE * WS-DRG-WEIGHT
                   COMPUTE WS-CALC-CAPITAL-AMT =
                       WS-DRG-CAPITAL-RATE * WS-DRG-WEIGHT
               END-IF
               COMPUTE WS-CALC-TOTAL-DRG ROUNDED =
                   WS-CALC-OPER-AMT + WS-CALC-CAPITAL-AMT
               PERFORM 3210-APPLY-TRANSFER-RULE
           END-IF.

       3210-APPLY-TRANSFER-RULE.
      *--- CMS TRANSFER METHODOLOGY. PER DIEM IS THE FULL DRG   ---
      *    OVER THE GEOMETRIC MEAN LOS; THE TRANSFERRING        ---
      *    HOSPITAL GETS TWICE THE PER DIEM FOR THE FIRST DAY   ---
      *    AND THE PER DIEM FOR EACH DAY AFTER. A SPECIAL-PAY   ---
      *    DRG GETS HALF THE FULL DRG PLUS HALF THAT AMOUNT.    ---
      *    NEVER MORE THAN THE FULL DRG                         ---
           SET WS-XFR-NOT-APPLIED TO TRUE
           MOVE WS-CALC-TOTAL-DRG TO WS-XFR-FULL-DRG
           MOVE 1 TO WS-XFR-RATIO
           IF NOT LS-PRC-ACUTE-XFER
           AND NOT (LS-PRC-POST-ACUTE-XFER AND WS-DRG-POST-ACUTE)
               EXIT PARAGRAPH
           END-IF
           IF WS-DRG-GMLOS NOT > ZERO
           OR WS-XFR-FULL-DRG NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-XFR-PER-DIEM ROUNDED =
               WS-XFR-FULL-DRG / WS-DRG-GMLOS
           IF LS-PRC-POST-ACUTE-XFER AND WS-DRG-SPECIAL-PAY
               COMPUTE WS-XFR-PAYMENT ROUNDED =
                   (WS-XFR-FULL-DRG * 0.5) +
                   (WS-XFR-PER-DIEM * 0.5 *
                    (LS-PRC-LENGTH-OF-STAY + 1))
           ELSE
               COMPUTE WS-XFR-PAYMENT ROUNDED =
                   WS-XFR-PER-DIEM * (LS-PRC-LENGTH-OF-STAY + 1)
           END-IF
           IF WS-XFR-PAYMENT < WS-XFR-FULL-DRG
               SET WS-XFR-APPLIED TO TRUE
               MOVE WS-XFR-PAYMENT TO WS-CALC-TOTAL-DRG
               COMPUTE WS-XFR-RATIO ROUNDED =
                   WS-XFR-PAYMENT / WS-XFR-FULL-DRG
           END-IF.

       3250-DENY-NO-FACILITY-RATE.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       WS-CALC-TOTAL-DRG *
                       (WS-LW-CHARGE(WS-LINE-IDX) /
                        WS-CALC-ALLOWED)
      *            TRANSFER REDUCTION SHOWS ON EVERY DRG LINE
                   IF WS-XFR-APPLIED
                       MOVE 'XFR01'
                           TO WS-LW-ADJ-REASON(WS-LINE-IDX, 1)
                   END-IF
               END-PERFORM
           END-IF.

           END-EXEC
           IF SQLCODE = ZERO
               SET WS-OTL-FOUND TO TRUE
      *        A TRANSFER CASE'S FIXED LOSS SCALES DOWN WITH
      *        ITS PAYMENT (RATIO IS 1 WHEN NO TRANSFER APPLIED)
               COMPUTE WS-OTL-THRESHOLD ROUNDED =
                   WS-CALC-TOTAL-DRG +
                   (WS-OTL-FIXED-LOSS * WS-XFR-RATIO)
      *        SUM ALL LINE CHARGES
               MOVE ZERO TO WS-CALC-ALLOWED
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
       4000-PRICE-DENTAL.
      *--- DENTAL CLAIM: CDT FEE SCHEDULE WITH FREQUENCY LIMITS ---
      *    AND THE PLAN'S ANNUAL DENTAL MAXIMUM                  ---
           MOVE ZERO TO WS-ORT-INCLAIM-USED
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > LS-PRC-LINE-COUNT
               PERFORM 4010-LOOKUP-DENTAL-FEE
                       TO WS-LW-ADJ-REASON(WS-LINE-IDX, 1)
               END-IF
               PERFORM 4020-CHECK-DENTAL-FREQUENCY
               IF WS-DEN-COMP-ORTHO
               AND WS-LW-ALLOWED(WS-LINE-IDX) > ZERO
                   PERFORM 4040-APPLY-ORTHO-LIFETIME-MAX
               END-IF
           END-PERFORM
           PERFORM 4030-APPLY-ANNUAL-DENTAL-MAX.

               END-IF
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > LS-PRC-LINE-COUNT
                   MOVE WS-LW-PROC-CODE(WS-LINE-IDX)
                       TO WS-DEN-CDT-CODE
      *--- ORTHO CASES DRAW ON THE LIFETIME MAXIMUM INSTEAD ---
                   IF NOT WS-DEN-COMP-ORTHO
                       IF WS-LW-ALLOWED(WS-LINE-IDX) >
                          WS-DEN-MAX-REMAIN
                           MOVE WS-DEN-MAX-REMAIN
                               TO WS-LW-ALLOWED(WS-LINE-IDX)
                           IF WS-DEN-MAX-REMAIN = ZERO
                               MOVE '35'
                                   TO WS-LW-DENY-CODE(WS-LINE-IDX)
                           END-IF
                           MOVE 'DMAX '
                               TO WS-LW-ADJ-REASON(WS-LINE-IDX, 3)
                       END-IF
                       SUBTRACT WS-LW-ALLOWED(WS-LINE-IDX)
                           FROM WS-DEN-MAX-REMAIN
                       IF WS-DEN-MAX-REMAIN < ZERO
                           MOVE ZERO TO WS-DEN-MAX-REMAIN
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       4040-APPLY-ORTHO-LIFETIME-MAX.
      *--- CAP THE CASE AT WHAT REMAINS OF THE MEMBER'S LIFETIME ---
      *    ORTHO MAXIMUM. NO MAXIMUM ON THE PLAN - NO CAP         ---
           MOVE ZERO TO WS-ORT-LIFETIME-MAX
           EXEC SQL
               SELECT COALESCE(ORTHO_LIFETIME_MAX, 0)
               INTO :WS-ORT-LIFETIME-MAX
               FROM HCAS.DENTAL_PLAN_MAX
               WHERE PLAN_CODE = :LS-PRC-PLAN-CODE
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO OR WS-ORT-LIFETIME-MAX = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ORT-USED-TO-DATE
           EXEC SQL
               SELECT COALESCE(SUM(
                          CASE WHEN CASE_STATUS = 'A'
                               THEN TOTAL_ALLOWED
                               ELSE RELEASED_ALLOWED END), 0)
               INTO :WS-ORT-USED-TO-DATE
               FROM HCAS.ORTHO_CASE
               WHERE MEMBER_ID = :LS-PRC-MEMBER-ID
                 AND CASE_STATUS <> 'V'
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-ORT-USED-TO-DATE
           END-IF
           COMPUTE WS-ORT-MAX-REMAIN =
               WS-ORT-LIFETIME-MAX - WS-ORT-USED-TO-DATE
                                   - WS-ORT-INCLAIM-USED
           IF WS-ORT-MAX-REMAIN < ZERO
               MOVE ZERO TO WS-ORT-MAX-REMAIN
           END-IF
           IF WS-LW-ALLOWED(WS-LINE-IDX) > WS-ORT-MAX-REMAIN
               MOVE WS-ORT-MAX-REMAIN TO WS-LW-ALLOWED(WS-LINE-IDX)
               IF WS-ORT-MAX-REMAIN = ZERO
                   MOVE '35' TO WS-LW-DENY-CODE(WS-LINE-IDX)
               END-IF
               MOVE 'OMAX ' TO WS-LW-ADJ-REASON(WS-LINE-IDX, 3)
           END-IF
           ADD WS-LW-ALLOWED(WS-LINE-IDX) TO WS-ORT-INCLAIM-USED.

       4200-PRICE-VISION.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > LS-PRC-LINE-COUNT
               OR WS-LINE-IDX > 999
               PERFORM 4510-LOOKUP-NDC-PRICE
               IF WS-NDC-FOUND
                   PERFORM 4520-APPLY-MAC-PRICE
                   COMPUTE WS-LW-ALLOWED(WS-LINE-IDX) ROUNDED =
                       (WS-MAC-PAY-UNIT-COST *
                        WS-NDC-QTY-DISPENSED) +
                       WS-NDC-DISPENSE-FEE
               ELSE
               SET WS-NDC-FOUND TO TRUE
           END-IF.

       4520-APPLY-MAC-PRICE.
      *--- MULTI-SOURCE FILLS PAY THE LESSER OF THE NDC PRICE AND ---
      *    THE GENERIC PRODUCT GROUP'S MAC                       ---
           MOVE WS-NDC-INGREDIENT-COST TO WS-MAC-PAY-UNIT-COST
           MOVE LS-PRC-DAW-CODE TO WS-MAC-DAW-CODE
           PERFORM 4530-LOOKUP-MAC
           IF WS-MAC-NOT-FOUND
           OR WS-MAC-UNIT-PRICE NOT < WS-NDC-INGREDIENT-COST
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-MAC-BRAND AND WS-MAC-DAW-PRESCRIBER
      *--- PRESCRIBER REQUIRED THE BRAND - PAID AT THE NDC PRICE ---
                   CONTINUE
               WHEN WS-MAC-BRAND AND WS-MAC-DAW-PATIENT
      *--- MEMBER CHOSE THE BRAND - MEMBER OWES THE DIFFERENCE ---
                   COMPUTE WS-LW-DAW-PENALTY(WS-LINE-IDX) ROUNDED =
                       (WS-NDC-INGREDIENT-COST -
                        WS-MAC-UNIT-PRICE) *
                       WS-NDC-QTY-DISPENSED
                   MOVE 'DAW02'
                       TO WS-LW-ADJ-REASON(WS-LINE-IDX, 4)
               WHEN OTHER
                   MOVE WS-MAC-UNIT-PRICE TO WS-MAC-PAY-UNIT-COST
                   MOVE 'MAC01'
                       TO WS-LW-ADJ-REASON(WS-LINE-IDX, 2)
           END-EVALUATE.

       4530-LOOKUP-MAC.
           SET WS-MAC-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-MAC-GPG-CODE
           MOVE 'N'    TO WS-MAC-MULTI-SOURCE
           MOVE SPACE  TO WS-MAC-BRAND-IND
           EXEC SQL
               SELECT GPG_CODE,
                      COALESCE(MULTI_SOURCE_IND, 'N'),
                      COALESCE(BRAND_IND, 'G')
               INTO :WS-MAC-GPG-CODE,
                    :WS-MAC-MULTI-SOURCE,
                    :WS-MAC-BRAND-IND
               FROM HCAS.DRUG_PRODUCT_GROUP
               WHERE NDC_CODE = :WS-NDC-CODE
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
           OR WS-MAC-MULTI-SOURCE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT MAC_UNIT_PRICE
               INTO :WS-MAC-UNIT-PRICE
               FROM HCAS.MAC_PRICE
               WHERE GPG_CODE = :WS-MAC-GPG-CODE
                 AND EFF_DATE <= :WS-LW-DOS(WS-LINE-IDX)
                 AND (TERM_DATE >= :WS-LW-DOS(WS-LINE-IDX)
                      OR TERM_DATE = '99991231')
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = ZERO
               SET WS-MAC-FOUND TO TRUE
           END-IF.

       4800-APPLY-NCCI-MUE-EDITS.
      *--- MUE: PER-LINE UNIT LIMIT ---
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   MOVE '45'
                       TO WS-LW-ADJ-REASON(WS-LINE-IDX, 3)
               END-IF
               IF WS-LW-DAW-PENALTY(WS-LINE-IDX) >
                  WS-LW-ALLOWED(WS-LINE-IDX)
                   MOVE WS-LW-ALLOWED(WS-LINE-IDX)
                       TO WS-LW-DAW-PENALTY(WS-LINE-IDX)
               END-IF
      *        SET PAID = ALLOWED FOR NOW (BENEFITS APPLIED LATER)
               MOVE WS-LW-ALLOWED(WS-LINE-IDX)
                   TO WS-LW-PAID(WS-LINE-IDX)
                   TO LS-PRC-RSP-LN-PAID(WS-LINE-IDX)
               MOVE WS-LW-DENY-CODE(WS-LINE-IDX)
                   TO LS-PRC-RSP-LN-DENY(WS-LINE-IDX)
               MOVE WS-LW-DAW-PENALTY(WS-LINE-IDX)
                   TO LS-PRC-RSP-LN-DAW-PENALTY(WS-LINE-IDX)
               PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX > 5
                   MOVE WS-LW-ADJ-REASON(WS-LINE-IDX,
