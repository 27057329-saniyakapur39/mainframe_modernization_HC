      *             MR - HCAS.MEDICARE_RVU     (EFFECTIVE-DATED)       *
      *             PD - HCAS.PDGM_WEIGHTS     (EFFECTIVE-DATED)       *
      *             AM - HCAS.AMBULANCE_FEE    (EFFECTIVE-DATED)       *
      *             GP - HCAS.GPCI             (EFFECTIVE-DATED)       *
      *             LZ - HCAS.GPCI_LOCALITY_ZIP (EFFECTIVE-DATED)      *
      *           DATED TABLES GET A NEW ROW EFFECTIVE AT THE          *
      *           QUARTER START WITH THE PRIOR ROW CLOSED THE DAY      *
      *           BEFORE, SO PRIOR-QUARTER HISTORY KEEPS PRICING       *
               88  CMI-TYPE-MEDRVU     VALUE 'MR'.
               88  CMI-TYPE-PDGM       VALUE 'PD'.
               88  CMI-TYPE-AMBUL      VALUE 'AM'.
               88  CMI-TYPE-GPCI       VALUE 'GP'.
               88  CMI-TYPE-LOCZIP     VALUE 'LZ'.
           05  CMI-DRG-FIELDS.
               10  CMI-DRG-CODE        PIC X(04).
               10  CMI-DRG-WEIGHT      PIC 9(03)V9999.
               10  CMI-DRG-GMLOS       PIC 9(03)V99.
               10  CMI-DRG-AMLOS       PIC 9(03)V99.
      *            Y = POST-ACUTE TRANSFER DRG, S = SPECIAL PAY
               10  CMI-DRG-POST-ACUTE  PIC X(01).
               10  FILLER              PIC X(76).
           05  CMI-WAGE-FIELDS REDEFINES CMI-DRG-FIELDS.
               10  CMI-WI-NETWORK      PIC X(06).
               10  CMI-WI-FACTOR       PIC 9(01)V9999.
               10  CMI-MR-PROC         PIC X(05).
               10  CMI-MR-RVU-TOTAL    PIC 9(03)V9999.
               10  CMI-MR-CONV-FACTOR  PIC 9(05)V9999.
      *            COMPONENT RVUS - PE BY NON-FACILITY / FACILITY
               10  CMI-MR-RVU-WORK     PIC 9(03)V9999.
               10  CMI-MR-RVU-PE-NF    PIC 9(03)V9999.
               10  CMI-MR-RVU-PE-FAC   PIC 9(03)V9999.
               10  CMI-MR-RVU-MP       PIC 9(03)V9999.
      *            GLOBAL SURGERY DAYS - 000 010 090 OR XXX/YYY/ZZZ
               10  CMI-MR-GLOBAL-DAYS  PIC X(03).
               10  FILLER              PIC X(46).
           05  CMI-PD-FIELDS REDEFINES CMI-DRG-FIELDS.
               10  CMI-PD-CLIN-GROUP   PIC X(04).
               10  CMI-PD-TIMING       PIC X(01).
               10  CMI-AM-BASE-RATE    PIC 9(07)V99.
               10  CMI-AM-RURAL-RATE   PIC 9(07)V99.
               10  FILLER              PIC X(75).
      *--- GEOGRAPHIC PRACTICE COST INDEX BY PAYMENT LOCALITY ---
      *    (MAC CARRIER NUMBER + LOCALITY CODE)                ---
           05  CMI-GP-FIELDS REDEFINES CMI-DRG-FIELDS.
               10  CMI-GP-LOCALITY     PIC X(07).
               10  CMI-GP-WORK         PIC 9(01)V9999.
               10  CMI-GP-PE           PIC 9(01)V9999.
               10  CMI-GP-MP           PIC 9(01)V9999.
               10  FILLER              PIC X(76).
      *--- PAYMENT LOCALITY BY 5-DIGIT ZIP ---
           05  CMI-LZ-FIELDS REDEFINES CMI-DRG-FIELDS.
               10  CMI-LZ-ZIP          PIC X(05).
               10  CMI-LZ-LOCALITY     PIC X(07).
               10  FILLER              PIC X(86).

       FD  SAMPIN-FILE
           RECORDING MODE IS F
           05  WS-OLD-MR-RVU           PIC S9(03)V9999 COMP-3.
           05  WS-OLD-PD-WEIGHT        PIC S9(03)V9999 COMP-3.
           05  WS-OLD-AM-BASE          PIC S9(07)V99 COMP-3.
           05  WS-OLD-GP-WORK          PIC S9(01)V9999 COMP-3.
           05  WS-OLD-LZ-LOCALITY      PIC X(07).
           05  WS-OLD-DISP             PIC Z(06)9.9999-.
           05  WS-NEW-DISP             PIC Z(06)9.9999-.

           05  WS-NEW-OTL-MARGINAL     PIC SV99 COMP-3.
           05  WS-NEW-DRG-GMLOS        PIC S9(03)V99 COMP-3.
           05  WS-NEW-DRG-AMLOS        PIC S9(03)V99 COMP-3.
           05  WS-NEW-DRG-POST-ACUTE   PIC X(01).
           05  WS-NEW-MR-RVU           PIC S9(03)V9999 COMP-3.
           05  WS-NEW-MR-CONV          PIC S9(05)V9999 COMP-3.
           05  WS-NEW-MR-WORK          PIC S9(03)V9999 COMP-3.
           05  WS-NEW-MR-PE-NF         PIC S9(03)V9999 COMP-3.
           05  WS-NEW-MR-PE-FAC        PIC S9(03)V9999 COMP-3.
           05  WS-NEW-MR-MP            PIC S9(03)V9999 COMP-3.
           05  WS-NEW-GP-WORK          PIC S9(01)V9999 COMP-3.
           05  WS-NEW-GP-PE            PIC S9(01)V9999 COMP-3.
           05  WS-NEW-GP-MP            PIC S9(01)V9999 COMP-3.
           05  WS-NEW-PD-WEIGHT        PIC S9(03)V9999 COMP-3.
           05  WS-NEW-PD-LUPA          PIC S9(03) COMP-3.
           05  WS-NEW-AM-BASE          PIC S9(07)V99 COMP-3.
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

       01  WS-COUNTERS.
           05  WS-DRG-APPLIED          PIC 9(07) VALUE ZERO.
           05  WS-MR-APPLIED           PIC 9(07) VALUE ZERO.
           05  WS-PD-APPLIED           PIC 9(07) VALUE ZERO.
           05  WS-AM-APPLIED           PIC 9(07) VALUE ZERO.
           05  WS-GP-APPLIED           PIC 9(07) VALUE ZERO.
           05  WS-LZ-APPLIED           PIC 9(07) VALUE ZERO.
           05  WS-ERR-COUNT            PIC 9(07) VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).
                   PERFORM 3600-APPLY-PDGM-WEIGHT
               WHEN CMI-TYPE-AMBUL
                   PERFORM 3650-APPLY-AMBULANCE-FEE
               WHEN CMI-TYPE-GPCI
                   PERFORM 3700-APPLY-GPCI
               WHEN CMI-TYPE-LOCZIP
                   PERFORM 3750-APPLY-LOCALITY-ZIP
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'CMSLD001: INVALID RECORD TYPE - '
           MOVE CMI-DRG-WEIGHT TO WS-NEW-DRG-WEIGHT
           MOVE CMI-DRG-GMLOS  TO WS-NEW-DRG-GMLOS
           MOVE CMI-DRG-AMLOS  TO WS-NEW-DRG-AMLOS
           IF CMI-DRG-POST-ACUTE = 'Y' OR 'S'
               MOVE CMI-DRG-POST-ACUTE TO WS-NEW-DRG-POST-ACUTE
           ELSE
               MOVE 'N' TO WS-NEW-DRG-POST-ACUTE
           END-IF
           EXEC SQL
               INSERT INTO HCAS.DRG_WEIGHTS
                   (DRG_CODE, DRG_WEIGHT, GEOMETRIC_MEAN_LOS,
                    ARITHMETIC_MEAN_LOS, POST_ACUTE_XFER,
                    EFF_DATE, TERM_DATE)
               VALUES
                   (:CMI-DRG-CODE, :WS-NEW-DRG-WEIGHT,
                    :WS-NEW-DRG-GMLOS, :WS-NEW-DRG-AMLOS,
                    :WS-NEW-DRG-POST-ACUTE,
                    :WS-QTR-START, '99991231')
           END-EXEC
           IF SQLCODE = ZERO
           END-EXEC
           MOVE CMI-MR-RVU-TOTAL   TO WS-NEW-MR-RVU
           MOVE CMI-MR-CONV-FACTOR TO WS-NEW-MR-CONV
           MOVE CMI-MR-RVU-WORK    TO WS-NEW-MR-WORK
           MOVE CMI-MR-RVU-PE-NF   TO WS-NEW-MR-PE-NF
           MOVE CMI-MR-RVU-PE-FAC  TO WS-NEW-MR-PE-FAC
           MOVE CMI-MR-RVU-MP      TO WS-NEW-MR-MP
           EXEC SQL
               INSERT INTO HCAS.MEDICARE_RVU
                   (PROC_CODE, RVU_TOTAL, CONV_FACTOR,
                    RVU_WORK, RVU_PE_NONFAC, RVU_PE_FAC,
                    RVU_MP, GLOBAL_DAYS, EFF_DATE, TERM_DATE)
               VALUES
                   (:CMI-MR-PROC, :WS-NEW-MR-RVU,
                    :WS-NEW-MR-CONV,
                    :WS-NEW-MR-WORK, :WS-NEW-MR-PE-NF,
                    :WS-NEW-MR-PE-FAC, :WS-NEW-MR-MP,
                    :CMI-MR-GLOBAL-DAYS,
                    :WS-QTR-START, '99991231')
           END-EXEC
           IF SQLCODE = ZERO
                       SQLCODE ' PROC=' CMI-AM-PROC
           END-IF.

       3700-APPLY-GPCI.
      *--- WORK, PRACTICE-EXPENSE AND MALPRACTICE GPCIS FOR     ---
      *    CLMPRC01'S RVU PRICING - SAME CLOSE-AND-OPEN QUARTER ---
      *    DATING AS THE DRG WEIGHTS                            ---
           MOVE ZERO TO WS-OLD-GP-WORK
           EXEC SQL
               SELECT WORK_GPCI
               INTO :WS-OLD-GP-WORK
               FROM HCAS.GPCI
               WHERE LOCALITY_ID = :CMI-GP-LOCALITY
                 AND TERM_DATE = '99991231'
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EXEC SQL
               UPDATE HCAS.GPCI
               SET TERM_DATE = :WS-QTR-PRIOR-END
               WHERE LOCALITY_ID = :CMI-GP-LOCALITY
                 AND TERM_DATE = '99991231'
                 AND EFF_DATE < :WS-QTR-START
           END-EXEC
           MOVE CMI-GP-WORK TO WS-NEW-GP-WORK
           MOVE CMI-GP-PE   TO WS-NEW-GP-PE
           MOVE CMI-GP-MP   TO WS-NEW-GP-MP
           EXEC SQL
               INSERT INTO HCAS.GPCI
                   (LOCALITY_ID, WORK_GPCI, PE_GPCI, MP_GPCI,
                    EFF_DATE, TERM_DATE)
               VALUES
                   (:CMI-GP-LOCALITY, :WS-NEW-GP-WORK,
                    :WS-NEW-GP-PE, :WS-NEW-GP-MP,
                    :WS-QTR-START, '99991231')
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-GP-APPLIED
               MOVE WS-OLD-GP-WORK TO WS-OLD-DISP
               MOVE WS-NEW-GP-WORK TO WS-NEW-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'GPCI ' DELIMITED SIZE
                      CMI-GP-LOCALITY DELIMITED SIZE
                      ' WORK ' DELIMITED SIZE
                      WS-OLD-DISP DELIMITED SIZE
                      ' -> ' DELIMITED SIZE
                      WS-NEW-DISP DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE CMSRPT-RECORD FROM WS-RPT-LINE
           ELSE
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'CMSLD001: GPCI APPLY ERROR SQLCODE='
                       SQLCODE ' LOC=' CMI-GP-LOCALITY
           END-IF.

       3750-APPLY-LOCALITY-ZIP.
      *--- ZIP-TO-PAYMENT-LOCALITY CROSSWALK CLMPRC01 USES TO   ---
      *    FIND THE BILLING PROVIDER'S GPCI - SAME CLOSE-AND-   ---
      *    OPEN QUARTER DATING AS THE DRG WEIGHTS               ---
           MOVE SPACES TO WS-OLD-LZ-LOCALITY
           EXEC SQL
               SELECT LOCALITY_ID
               INTO :WS-OLD-LZ-LOCALITY
               FROM HCAS.GPCI_LOCALITY_ZIP
               WHERE ZIP_CODE = :CMI-LZ-ZIP
                 AND TERM_DATE = '99991231'
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EXEC SQL
               UPDATE HCAS.GPCI_LOCALITY_ZIP
               SET TERM_DATE = :WS-QTR-PRIOR-END
               WHERE ZIP_CODE = :CMI-LZ-ZIP
                 AND TERM_DATE = '99991231'
                 AND EFF_DATE < :WS-QTR-START
           END-EXEC
           EXEC SQL
               INSERT INTO HCAS.GPCI_LOCALITY_ZIP
                   (ZIP_CODE, LOCALITY_ID, EFF_DATE, TERM_DATE)
               VALUES
                   (:CMI-LZ-ZIP, :CMI-LZ-LOCALITY,
                    :WS-QTR-START, '99991231')
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-LZ-APPLIED
      *        ONLY A LOCALITY CHANGE IS WORTH A REPORT LINE
               IF WS-OLD-LZ-LOCALITY NOT = CMI-LZ-LOCALITY
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'LOCZIP ' DELIMITED SIZE
                          CMI-LZ-ZIP DELIMITED SIZE
                          ' LOCALITY ' DELIMITED SIZE
                          WS-OLD-LZ-LOCALITY DELIMITED SIZE
                          ' -> ' DELIMITED SIZE
                          CMI-LZ-LOCALITY DELIMITED SIZE
                          INTO WS-RPT-LINE
                   END-STRING
                   WRITE CMSRPT-RECORD FROM WS-RPT-LINE
               END-IF
           ELSE
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'CMSLD001: LOCZIP APPLY ERROR SQLCODE='
                       SQLCODE ' ZIP=' CMI-LZ-ZIP
           END-IF.

       7000-TRIAL-PRICE-SAMPLE.
      *--- PRICE THE SAMPLE CLAIM AT TODAY'S DOS AND AGAIN AT ---
      *    THE NEW QUARTER'S DOS; THE DELTA IS THE RATE       ---
           MOVE SPACES              TO WS-PRC-PLACE-OF-SVC
           MOVE 'Y'                 TO WS-PRC-PAR-STATUS
           MOVE SPACES              TO WS-PRC-PRINCIPAL-DIAG
           MOVE SPACES              TO WS-PRC-DISCHARGE-STATUS
           MOVE ZERO                TO WS-PRC-LENGTH-OF-STAY
           MOVE SPACE               TO WS-PRC-DAW-CODE
           MOVE WS-TR-LINE-COUNT    TO WS-PRC-LINE-COUNT
           PERFORM VARYING WS-TR-LN-IDX FROM 1 BY 1
               UNTIL WS-TR-LN-IDX > WS-TR-LINE-COUNT
               DISPLAY 'CMSLD001: MEDRVU APPLIED: ' WS-MR-APPLIED
               DISPLAY 'CMSLD001: PDGM APPLIED:   ' WS-PD-APPLIED
               DISPLAY 'CMSLD001: AMBUL APPLIED:  ' WS-AM-APPLIED
               DISPLAY 'CMSLD001: GPCI APPLIED:   ' WS-GP-APPLIED
               DISPLAY 'CMSLD001: LOCZIP APPLIED: ' WS-LZ-APPLIED
               DISPLAY 'CMSLD001: ERRORS:         ' WS-ERR-COUNT
           END-IF
           CLOSE CMSPARM-FILE
