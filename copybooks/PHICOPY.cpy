      *================================================================*
      * COPYBOOK: PHICOPY                                              *
      * PURPOSE:  PHI ACCESS AND DISCLOSURE LOGGING - CALL AREAS       *
      *           PHILOG01 - ONE ONLINE VIEW OF A MEMBER OR A CLAIM,   *
      *                      WRITTEN TO HCAS.PHI_ACCESS_LOG BY THE     *
      *                      INQUIRY TRANSACTIONS BEFORE THE DATA IS   *
      *                      SHOWN                                     *
      *           PHIDSC01 - ONE OUTBOUND FILE AND EVERY MEMBER IT     *
      *                      CARRIES, WRITTEN TO HCAS.PHI_DISCLOSURE   *
      *                      AND HCAS.PHI_DISCLOSURE_MEMBER BY THE     *
      *                      EXTRACTS THAT SEND MEMBER DATA OUTSIDE:   *
      *                      OPEN ONCE, ONE CALL PER MEMBER WRITTEN,   *
      *                      CLOSE ONCE                                *
      *           THE DISCLOSURE PURPOSE DRIVES THE HIPAA ACCOUNTING   *
      *           (PHIAOD01): TREATMENT/PAYMENT/OPERATIONS AND         *
      *           DISCLOSURES TO THE MEMBER ARE RECORDED BUT ARE NOT   *
      *           ACCOUNTABLE.                                         *
      * SYSTEM:   HEALTHCARE CLAIMS ADMINISTRATION SYSTEM (HCAS)       *
      *================================================================*

       01  PHI-ACCESS-REQUEST.
           05  PHI-ACC-USER-ID         PIC X(08).
           05  PHI-ACC-TRAN-CODE       PIC X(04).
           05  PHI-ACC-PROGRAM-ID      PIC X(08).
           05  PHI-ACC-TYPE            PIC X(01).
               88  PHI-ACC-MEMBER-VIEW VALUE 'M'.
               88  PHI-ACC-CLAIM-VIEW  VALUE 'C'.
      *--- A CLAIM VIEW MAY LEAVE THE MEMBER BLANK - PHILOG01 ---
      *    TAKES IT FROM THE CLAIM                            ---
           05  PHI-ACC-MEMBER-ID       PIC X(12).
           05  PHI-ACC-CLAIM-ID        PIC X(15).

       01  PHI-ACCESS-RESPONSE.
           05  PHI-ACC-RC              PIC X(02).
               88  PHI-ACC-LOGGED      VALUE '00'.
               88  PHI-ACC-FAILED      VALUE '08'.
           05  PHI-ACC-MSG             PIC X(80).

       01  PHI-DISCLOSURE-REQUEST.
           05  PHI-DSC-FUNCTION        PIC X(01).
               88  PHI-DSC-OPEN-FILE   VALUE 'O'.
               88  PHI-DSC-ADD-MEMBER  VALUE 'M'.
               88  PHI-DSC-CLOSE-FILE  VALUE 'C'.
           05  PHI-DSC-SOURCE-PROGRAM  PIC X(08).
           05  PHI-DSC-RECIPIENT-ID    PIC X(15).
           05  PHI-DSC-RECIPIENT-NAME  PIC X(40).
           05  PHI-DSC-PURPOSE         PIC X(02).
               88  PHI-DSC-TPO         VALUE 'TP'.
               88  PHI-DSC-TO-MEMBER   VALUE 'IN'.
               88  PHI-DSC-REQUIRED-BY-LAW
                                       VALUE 'RL'.
               88  PHI-DSC-OVERSIGHT   VALUE 'HO'.
               88  PHI-DSC-ACCOUNTABLE VALUE 'RL' 'HO'.
           05  PHI-DSC-FILE-DESC       PIC X(40).
           05  PHI-DSC-MEMBER-ID       PIC X(12).

       01  PHI-DISCLOSURE-RESPONSE.
           05  PHI-DSC-RC              PIC X(02).
               88  PHI-DSC-RECORDED    VALUE '00'.
               88  PHI-DSC-FAILED      VALUE '08'.
           05  PHI-DSC-DISCLOSURE-ID   PIC 9(09).
           05  PHI-DSC-MEMBER-COUNT    PIC 9(09).
           05  PHI-DSC-MSG             PIC X(80).
