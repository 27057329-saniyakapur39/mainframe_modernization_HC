      *================================================================*
      * COPYBOOK: OHICOPY                                              *
      * PURPOSE:  MEMBER OTHER-HEALTH-INSURANCE (OHI) REGISTRY ROW     *
      *           ONE ROW PER OTHER POLICY A MEMBER HOLDS, KEYED BY    *
      *           MEMBER ID AND SEQUENCE, ON HCAS.MEMBER_OHI. THE      *
      *           POLICY TYPE, THE POLICYHOLDER RELATIONSHIP AND THE   *
      *           POLICYHOLDER DATE OF BIRTH CARRY WHAT THE NAIC       *
      *           ORDER-OF-BENEFIT RULES NEED TO DECIDE WHICH PLAN     *
      *           PAYS FIRST. A TERMINATED POLICY KEEPS ITS ROW WITH   *
      *           A TERM DATE SO CLAIMS FOR EARLIER SERVICE DATES      *
      *           STILL COORDINATE CORRECTLY.                          *
      * USED BY:  OHIMNT1 (ONLINE MAINTENANCE), CLMADJ01 (ORDER OF     *
      *           BENEFITS), COBQST01 (ANNUAL QUESTIONNAIRE)           *
      * SYSTEM:   HEALTHCARE CLAIMS ADMINISTRATION SYSTEM (HCAS)       *
      *================================================================*

       01  OHI-RECORD.
           05  OHI-MEMBER-ID           PIC X(12).
           05  OHI-SEQ                 PIC S9(04) COMP.
           05  OHI-CARRIER-ID          PIC X(10).
           05  OHI-CARRIER-NAME        PIC X(35).
           05  OHI-POLICY-NO           PIC X(20).
      *--- WHICH OF OUR CLAIM TYPES THE OTHER POLICY COVERS ---
      *    (MD COORDINATES INSTITUTIONAL AND PROFESSIONAL) ---
           05  OHI-COVERAGE-TYPE       PIC X(02).
               88  OHI-COV-MEDICAL     VALUE 'MD'.
               88  OHI-COV-PHARMACY    VALUE 'RX'.
               88  OHI-COV-DENTAL      VALUE 'DN'.
               88  OHI-COV-VISION      VALUE 'VS'.
               88  OHI-COV-VALID       VALUES 'MD' 'RX' 'DN' 'VS'.
           05  OHI-POLICY-TYPE         PIC X(01).
               88  OHI-POL-ACTIVE-EMP  VALUE 'A'.
               88  OHI-POL-COBRA       VALUE 'C'.
               88  OHI-POL-RETIREE     VALUE 'R'.
               88  OHI-POL-MEDICARE    VALUE 'M'.
               88  OHI-POL-INDIVIDUAL  VALUE 'I'.
               88  OHI-POL-MEDICAID    VALUE 'D'.
               88  OHI-POL-VALID       VALUES 'A' 'C' 'R' 'M'
                                              'I' 'D'.
      *--- MEMBER'S RELATIONSHIP TO THE OTHER POLICYHOLDER ---
           05  OHI-HOLDER-REL          PIC X(02).
               88  OHI-REL-SELF        VALUE '18'.
               88  OHI-REL-SPOUSE      VALUE '01'.
               88  OHI-REL-CHILD       VALUE '19'.
               88  OHI-REL-VALID       VALUES '18' '01' '19'.
           05  OHI-HOLDER-NAME         PIC X(35).
           05  OHI-HOLDER-DOB          PIC X(08).
      *--- MEDICARE ENTITLEMENT BASIS - POLICY TYPE M ONLY ---
           05  OHI-MEDICARE-BASIS      PIC X(01).
               88  OHI-MCR-AGE         VALUE 'A'.
               88  OHI-MCR-DISABILITY  VALUE 'D'.
               88  OHI-MCR-ESRD        VALUE 'E'.
               88  OHI-MCR-VALID       VALUES 'A' 'D' 'E'.
           05  OHI-EFF-DATE            PIC X(08).
           05  OHI-TERM-DATE           PIC X(08).
           05  OHI-SOURCE              PIC X(01).
               88  OHI-SRC-ONLINE      VALUE 'O'.
               88  OHI-SRC-QUESTIONNAIRE
                                       VALUE 'Q'.
           05  OHI-VERIFIED-DATE       PIC X(08).
           05  OHI-STATUS              PIC X(01).
               88  OHI-STAT-ACTIVE     VALUE 'A'.
               88  OHI-STAT-TERMED     VALUE 'T'.
           05  OHI-LAST-UPD-DATE       PIC X(08).
           05  OHI-LAST-UPD-USER       PIC X(08).
