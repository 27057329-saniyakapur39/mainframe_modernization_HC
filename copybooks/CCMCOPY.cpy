      *================================================================*
      * COPYBOOK: CCMCOPY                                              *
      * PURPOSE:  CONFIDENTIAL COMMUNICATION MAIL ROUTING              *
      *           CALL AREAS FOR THE CONFML01 SUBROUTINE. GIVEN A      *
      *           MEMBER AND (FOR CLAIM MAIL) THE CLAIM, CONFML01      *
      *           SAYS WHERE THE PIECE GOES - THE ADDRESS OF RECORD,   *
      *           THE ALTERNATE ADDRESS ON THE MEMBER'S ACTIVE         *
      *           HCAS.CONF_COMM_REQUEST, OR NOWHERE (NO PAPER) -      *
      *           AND WHETHER THE CLAIM MUST BE LEFT OFF THE           *
      *           SUBSCRIBER'S FAMILY MAIL                             *
      * SYSTEM:   HEALTHCARE CLAIMS ADMINISTRATION SYSTEM (HCAS)       *
      *================================================================*

       01  CCM-ROUTE-REQUEST.
           05  CCM-MEMBER-ID           PIC X(12).
      *--- BLANK SUBSCRIBER IS LOOKED UP; BLANK CLAIM MEANS MAIL ---
      *    NOT ABOUT ONE CLAIM (ONLY ALL-MAIL REQUESTS APPLY)     ---
           05  CCM-SUBSCRIBER-ID       PIC X(12).
           05  CCM-CLAIM-ID            PIC X(15).
           05  CCM-AS-OF-DATE          PIC X(08).

       01  CCM-ROUTE-RESPONSE.
           05  CCM-ROUTE               PIC X(01).
               88  CCM-ROUTE-STANDARD  VALUE 'S'.
               88  CCM-ROUTE-ALTERNATE VALUE 'A'.
               88  CCM-ROUTE-NO-PAPER  VALUE 'N'.
           05  CCM-SENSITIVE-IND       PIC X(01).
               88  CCM-SENSITIVE-CLAIM VALUE 'Y'.
           05  CCM-FAMILY-EXCL-IND     PIC X(01).
               88  CCM-FAMILY-EXCLUDED VALUE 'Y'.
           05  CCM-SCOPE               PIC X(01).
           05  CCM-ALT-ADDRESS.
               10  CCM-ALT-ADDR-LINE-1 PIC X(55).
               10  CCM-ALT-ADDR-LINE-2 PIC X(55).
               10  CCM-ALT-CITY        PIC X(30).
               10  CCM-ALT-STATE       PIC X(02).
               10  CCM-ALT-ZIP-CODE    PIC X(09).
