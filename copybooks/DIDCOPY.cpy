      *================================================================*
      * COPYBOOK: DIDCOPY                                              *
      * PURPOSE:  DE-IDENTIFIED TEST DATA LOAD IMAGE                   *
      *           ONE 600-BYTE RECORD PER DB2 ROW COPIED FROM          *
      *           PRODUCTION FOR A LOWER ENVIRONMENT, IDENTIFIED BY    *
      *           ITS RECORD TYPE. MEMBER IDENTIFIERS, NAMES, SSNS,    *
      *           DATES OF BIRTH, ADDRESSES AND PHONES AND PROVIDER    *
      *           BANK DETAILS ARE ALREADY MASKED WHEN THE RECORD IS   *
      *           WRITTEN. THE FILE OPENS WITH A HEADER (HDR) AND      *
      *           CLOSES WITH A TRAILER (TRL) CARRYING THE RECORD      *
      *           COUNT - THE LOADER REFUSES A FILE WITHOUT BOTH.      *
      *           ROW ORDER IS PARENT BEFORE CHILD: GRP, PRV, MBR,     *
      *           ENR, ACC, CLM, CLN, CDX.                             *
      * USED BY:  DEIDEX01 (PRODUCTION EXTRACT AND MASK),              *
      *           DEIDLD01 (LOWER-ENVIRONMENT LOAD)                    *
      * SYSTEM:   HEALTHCARE CLAIMS ADMINISTRATION SYSTEM (HCAS)       *
      *================================================================*

       01  DID-RECORD.
           05  DID-RECORD-TYPE         PIC X(03).
               88  DID-HEADER          VALUE 'HDR'.
               88  DID-GROUP           VALUE 'GRP'.
               88  DID-PROVIDER        VALUE 'PRV'.
               88  DID-MEMBER          VALUE 'MBR'.
               88  DID-ENROLLMENT      VALUE 'ENR'.
               88  DID-ACCUMULATOR     VALUE 'ACC'.
               88  DID-CLAIM           VALUE 'CLM'.
               88  DID-CLAIM-LINE      VALUE 'CLN'.
               88  DID-CLAIM-DIAG      VALUE 'CDX'.
               88  DID-TRAILER         VALUE 'TRL'.
           05  DID-DATA                PIC X(597).

      *--- HDR / TRL - EXTRACT IDENTIFICATION AND CONTROL COUNT ---
       01  DID-CONTROL-RECORD REDEFINES DID-RECORD.
           05  FILLER                  PIC X(03).
           05  DIDH-SOURCE-PROGRAM     PIC X(08).
           05  DIDH-EXTRACT-DATE       PIC X(08).
           05  DIDH-MASK-IND           PIC X(01).
               88  DIDH-MASKED         VALUE 'Y'.
           05  DIDH-RECORD-COUNT       PIC 9(09).
           05  FILLER                  PIC X(571).

      *--- GRP - HCAS.GROUP_MASTER ---
       01  DID-GROUP-RECORD REDEFINES DID-RECORD.
           05  FILLER                  PIC X(03).
           05  DIDG-GROUP-ID           PIC X(10).
           05  DIDG-GROUP-NAME         PIC X(50).
           05  DIDG-CONTACT-NAME       PIC X(35).
           05  DIDG-CONTACT-PHONE      PIC X(10).
           05  DIDG-EFF-DATE           PIC X(08).
           05  DIDG-RENEWAL-DATE       PIC X(08).
           05  DIDG-TERM-DATE          PIC X(08).
           05  DIDG-BILL-FREQUENCY     PIC X(01).
           05  DIDG-GROUP-STATUS       PIC X(01).
           05  FILLER                  PIC X(466).

      *--- PRV - HCAS.PROVIDER ---
       01  DID-PROVIDER-RECORD REDEFINES DID-RECORD.
           05  FILLER                  PIC X(03).
           05  DIDP-NPI                PIC X(10).
           05  DIDP-LAST-NAME          PIC X(35).
           05  DIDP-FIRST-NAME         PIC X(25).
           05  DIDP-ORG-NAME           PIC X(60).
           05  DIDP-ENTITY-TYPE        PIC X(01).
           05  DIDP-TAX-ID             PIC X(09).
           05  DIDP-TAX-ID-TYPE        PIC X(02).
           05  DIDP-TAXONOMY-CODE      PIC X(10).
           05  DIDP-SPECIALTY-CODE     PIC X(04).
           05  DIDP-ADDR-LINE-1        PIC X(55).
           05  DIDP-CITY               PIC X(30).
           05  DIDP-STATE-CODE         PIC X(02).
           05  DIDP-ZIP-CODE           PIC X(09).
           05  DIDP-PAY-METHOD         PIC X(02).
           05  DIDP-BANK-ROUTING       PIC X(09).
           05  DIDP-BANK-ACCT-NO       PIC X(17).
           05  DIDP-BANK-ACCT-TYPE     PIC X(02).
           05  DIDP-GROUP-NPI          PIC X(10).
           05  DIDP-RECORD-STATUS      PIC X(01).
           05  FILLER                  PIC X(304).

      *--- MBR - HCAS.MEMBER ---
       01  DID-MEMBER-RECORD REDEFINES DID-RECORD.
           05  FILLER                  PIC X(03).
           05  DIDM-MEMBER-ID          PIC X(12).
           05  DIDM-SUBSCRIBER-ID      PIC X(12).
           05  DIDM-LAST-NAME          PIC X(35).
           05  DIDM-FIRST-NAME         PIC X(25).
           05  DIDM-DATE-OF-BIRTH      PIC X(08).
           05  DIDM-SEX-CODE           PIC X(01).
           05  DIDM-SSN                PIC X(09).
           05  DIDM-RELATIONSHIP-CODE  PIC X(02).
           05  DIDM-ELIG-STATUS        PIC X(01).
           05  DIDM-ADDR-LINE-1        PIC X(55).
           05  DIDM-ADDR-LINE-2        PIC X(55).
           05  DIDM-CITY               PIC X(30).
           05  DIDM-STATE              PIC X(02).
           05  DIDM-ZIP-CODE           PIC X(09).
           05  DIDM-COUNTY-CODE        PIC X(05).
           05  DIDM-PHONE              PIC X(10).
           05  DIDM-LANGUAGE-CODE      PIC X(03).
           05  DIDM-CREATE-DATE        PIC X(08).
           05  FILLER                  PIC X(315).

      *--- ENR - HCAS.ENROLLMENT ---
       01  DID-ENROLLMENT-RECORD REDEFINES DID-RECORD.
           05  FILLER                  PIC X(03).
           05  DIDE-MEMBER-ID          PIC X(12).
           05  DIDE-PLAN-CODE          PIC X(08).
           05  DIDE-GROUP-ID           PIC X(10).
           05  DIDE-PRODUCT-TYPE       PIC X(03).
           05  DIDE-COVERAGE-TYPE      PIC X(02).
           05  DIDE-EFF-DATE           PIC X(08).
           05  DIDE-TERM-DATE          PIC X(08).
           05  DIDE-ELIG-STATUS        PIC X(01).
           05  FILLER                  PIC X(545).

      *--- ACC - HCAS.ACCUMULATORS ---
       01  DID-ACCUM-RECORD REDEFINES DID-RECORD.
           05  FILLER                  PIC X(03).
           05  DIDA-MEMBER-ID          PIC X(12).
           05  DIDA-PLAN-CODE          PIC X(08).
           05  DIDA-ACCUM-TYPE         PIC X(01).
           05  DIDA-BENEFIT-YEAR       PIC X(04).
           05  DIDA-DEDUCTIBLE-YTD     PIC S9(07)V99 COMP-3.
           05  DIDA-DEDUCTIBLE-LIMIT   PIC S9(07)V99 COMP-3.
           05  DIDA-OOP-YTD            PIC S9(07)V99 COMP-3.
           05  DIDA-OOP-LIMIT          PIC S9(07)V99 COMP-3.
           05  DIDA-LAST-UPDATE-DATE   PIC X(08).
           05  FILLER                  PIC X(544).

      *--- CLM - HCAS.CLAIM_MASTER ---
       01  DID-CLAIM-RECORD REDEFINES DID-RECORD.
           05  FILLER                  PIC X(03).
           05  DIDC-CLAIM-ID           PIC X(15).
           05  DIDC-CLAIM-TYPE         PIC X(02).
           05  DIDC-CLAIM-STATUS       PIC X(02).
           05  DIDC-SOURCE-CODE        PIC X(02).
           05  DIDC-RECEIPT-DATE       PIC X(08).
           05  DIDC-PROCESS-DATE       PIC X(08).
           05  DIDC-ADJUD-DATE         PIC X(08).
           05  DIDC-MEMBER-ID          PIC X(12).
           05  DIDC-SUBSCRIBER-ID      PIC X(12).
           05  DIDC-BILLING-NPI        PIC X(10).
           05  DIDC-RENDERING-NPI      PIC X(10).
           05  DIDC-FACILITY-NPI       PIC X(10).
           05  DIDC-PLACE-OF-SERVICE   PIC X(02).
           05  DIDC-PRINCIPAL-DIAG     PIC X(08).
           05  DIDC-TOTAL-CHARGES      PIC S9(09)V99 COMP-3.
           05  DIDC-ALLOWED-AMT        PIC S9(09)V99 COMP-3.
           05  DIDC-PAID-AMT           PIC S9(09)V99 COMP-3.
           05  DIDC-COPAY-AMT          PIC S9(09)V99 COMP-3.
           05  DIDC-DEDUCTIBLE-AMT     PIC S9(09)V99 COMP-3.
           05  DIDC-COINSURANCE-AMT    PIC S9(09)V99 COMP-3.
           05  DIDC-COB-AMT            PIC S9(09)V99 COMP-3.
           05  DIDC-WITHHOLD-AMT       PIC S9(09)V99 COMP-3.
           05  DIDC-FUNDING-TYPE       PIC X(02).
           05  DIDC-SPLIT-PARENT-ID    PIC X(15).
           05  DIDC-TYPE-OF-BILL       PIC X(04).
           05  DIDC-DISCHARGE-STATUS   PIC X(02).
           05  DIDC-DAW-CODE           PIC X(01).
           05  DIDC-DAW-PENALTY-AMT    PIC S9(07)V99 COMP-3.
           05  DIDC-PAYEE-IND          PIC X(01).
           05  FILLER                  PIC X(410).

      *--- CLN - HCAS.CLAIM_LINE ---
       01  DID-CLAIM-LINE-RECORD REDEFINES DID-RECORD.
           05  FILLER                  PIC X(03).
           05  DIDL-CLAIM-ID           PIC X(15).
           05  DIDL-LINE-SEQ           PIC 9(03).
           05  DIDL-PROC-CODE          PIC X(05).
           05  DIDL-MODIFIER-1         PIC X(02).
           05  DIDL-DOS-FROM           PIC X(08).
           05  DIDL-NDC-CODE           PIC X(11).
           05  DIDL-AUTH-NO            PIC X(12).
           05  DIDL-DAYS-SUPPLY        PIC 9(03).
           05  DIDL-UNITS              PIC S9(05)V99 COMP-3.
           05  DIDL-LINE-CHARGE        PIC S9(07)V99 COMP-3.
           05  DIDL-ALLOWED-AMT        PIC S9(07)V99 COMP-3.
           05  DIDL-PAID-AMT           PIC S9(07)V99 COMP-3.
           05  DIDL-DENY-CODE          PIC X(05).
           05  DIDL-ADJ-REASON-1       PIC X(05).
           05  DIDL-MEMBER-RESP-AMT    PIC S9(07)V99 COMP-3.
           05  DIDL-PREVENTIVE-IND     PIC X(01).
           05  DIDL-DAW-PENALTY-AMT    PIC S9(07)V99 COMP-3.
           05  FILLER                  PIC X(498).

      *--- CDX - HCAS.CLAIM_DIAG ---
       01  DID-CLAIM-DIAG-RECORD REDEFINES DID-RECORD.
           05  FILLER                  PIC X(03).
           05  DIDD-CLAIM-ID           PIC X(15).
           05  DIDD-DIAG-SEQ           PIC S9(04) COMP.
           05  DIDD-DIAG-CODE          PIC X(08).
           05  DIDD-POA-IND            PIC X(01).
           05  FILLER                  PIC X(571).
