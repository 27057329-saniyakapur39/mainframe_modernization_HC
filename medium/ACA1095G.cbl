       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACA1095G.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  ACA1095G                                             *
      * PURPOSE:  ANNUAL FORM 1095-B MINIMUM ESSENTIAL COVERAGE        *
      *           STATEMENTS AND IRS AIR ELECTRONIC FILING             *
      *           YEAR-END RUN FOR FULLY INSURED COMMERCIAL COVERAGE   *
      *           (ASO GROUPS FILE THEIR OWN; GOVERNMENT PROGRAMS ARE  *
      *           REPORTED BY THE AGENCY). COVERED MONTHS ARE DERIVED  *
      *           PER MEMBER FROM EVERY HCAS.ENROLLMENT SEGMENT AND    *
      *           EVERY ELECTED COBRA CONTINUATION ON HCAS.COBRA_CASE  *
      *           - A MONTH COUNTS WHEN THE MEMBER WAS COVERED ON AT   *
      *           LEAST ONE DAY OF IT. ONE FORM PER SUBSCRIBER FAMILY  *
      *           (THE SUBSCRIBER IS THE RESPONSIBLE INDIVIDUAL).      *
      *           RUN MODES (PARM RECORD):                             *
      *           O - ORIGINAL: FILES EVERY FAMILY NOT YET FILED FOR   *
      *               THE YEAR, OR WHOSE TRANSMISSION WAS REJECTED;    *
      *               RERUN AFTER LATE ENROLLMENT TO PICK UP NEW       *
      *               FAMILIES.                                        *
      *           C - CORRECTIONS: REISSUES EVERY ACCEPTED FORM WHOSE  *
      *               COVERED MONTHS CHANGED (RETRO ENROLLMENT OR      *
      *               COBRA ACTIVITY) OR THAT THE IRS ACCEPTED WITH    *
      *               ERRORS, MARKED CORRECTED FOR THE MEMBER AND      *
      *               POINTING AT THE ORIGINAL RECORD FOR THE IRS.     *
      *           A - ACKNOWLEDGMENT: POSTS THE IRS AIR STATUS         *
      *               RESPONSE (AND ITS ERROR DATA FILE) TO THE        *
      *               TRANSMISSION AND FORM TRACKING TABLES.           *
      *           MEMBER FORMS FOR A SUBSCRIBER WITH A RETURNED-MAIL   *
      *           FLAG (RETMAIL1) ARE HELD FROM PRINT AND ROUTED TO    *
      *           HCAS.MAIL_OUTREACH; THE IRS FILING STILL INCLUDES    *
      *           THEM. A SUBSCRIBER'S ALL-MAIL CONFIDENTIAL-          *
      *           COMMUNICATION REQUEST (CONFML01) SENDS THE PRINTED   *
      *           FORM TO THE ALTERNATE ADDRESS, OR HOLDS IT UNDER A   *
      *           NO-PAPER REQUEST; THE IRS FILING KEEPS THE ADDRESS   *
      *           OF RECORD. THE TRANSMITTER CLIENT ADDS THE SOAP      *
      *           ENVELOPE AND THE ATTACHMENT CHECKSUM WHEN IT SENDS   *
      *           THE FILE. EVERY SUBSCRIBER AND COVERED MEMBER ON A   *
      *           FORM FILED IS RECORDED AS A REQUIRED-BY-LAW          *
      *           DISCLOSURE TO THE IRS THROUGH PHIDSC01.              *
      * INPUTS:   ACAPARM-FILE - RUN MODE, TAX YEAR, AIR TCC AND       *
      *                          ISSUER CONTACT/ADDRESS                *
      *           ACAACK-FILE  - IRS AIR ACKNOWLEDGMENT (MODE A)       *
      *           DB2 TABLES   - HCAS.ENROLLMENT, HCAS.COBRA_CASE,     *
      *                          HCAS.MEMBER, HCAS.BENEFIT_PLAN,       *
      *                          HCAS.GROUP_MASTER,                    *
      *                          HCAS.ACA_1095B_FORM,                  *
      *                          HCAS.ACA_TRANSMISSION,                *
      *                          HCAS.CONF_COMM_REQUEST                *
      * OUTPUTS:  FRM1095-FILE - MEMBER 1095-B FORM PRINT FILE         *
      *           ACAXML-FILE  - AIR FORM DATA FILE (1094-B/1095-B)    *
      *           ACAMAN-FILE  - AIR TRANSMITTER MANIFEST              *
      *           ACARPT-FILE  - RUN REPORT                            *
      *           DB2 TABLES   - HCAS.ACA_1095B_FORM,                  *
      *                          HCAS.ACA_TRANSMISSION,                *
      *                          HCAS.MAIL_OUTREACH,                   *
      *                          HCAS.PHI_DISCLOSURE,                  *
      *                          HCAS.PHI_DISCLOSURE_MEMBER            *
      * FREQUENCY: ANNUAL (JANUARY) / ON DEMAND FOR CORRECTIONS AND    *
      *            ACKNOWLEDGMENTS                                     *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACAPARM-FILE
               ASSIGN TO ACAPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ACAACK-FILE
               ASSIGN TO ACAACKIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT FRM1095-FILE
               ASSIGN TO FRM1095O
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FORM-STATUS.

           SELECT ACAWORK-FILE
               ASSIGN TO ACAWORK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT ACAXML-FILE
               ASSIGN TO ACAXMLOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XML-STATUS.

           SELECT ACAMAN-FILE
               ASSIGN TO ACAMANOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.

           SELECT ACARPT-FILE
               ASSIGN TO ACARPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--- RECORD 1: RUN CONTROL; RECORD 2: ISSUER MAILING ADDRESS ---
       FD  ACAPARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ACAPARM-RECORD.
           05  ACP-RUN-MODE            PIC X(01).
               88  ACP-MODE-ORIGINAL   VALUE 'O'.
               88  ACP-MODE-CORRECTION VALUE 'C'.
               88  ACP-MODE-ACK        VALUE 'A'.
           05  ACP-TAX-YEAR            PIC X(04).
           05  ACP-AIR-TCC             PIC X(05).
           05  ACP-TEST-IND            PIC X(01).
           05  ACP-CONTACT-PHONE       PIC X(10).
           05  ACP-CONTACT-FIRST       PIC X(15).
           05  ACP-CONTACT-LAST        PIC X(20).
           05  ACP-SOFTWARE-ID         PIC X(08).
           05  FILLER                  PIC X(16).
       01  ACAPARM-ADDRESS-RECORD.
           05  ACP-ADDR-LINE-1         PIC X(40).
           05  ACP-CITY                PIC X(22).
           05  ACP-STATE               PIC X(02).
           05  ACP-ZIP-CODE            PIC X(09).
           05  FILLER                  PIC X(07).

       FD  ACAACK-FILE
           RECORDING MODE IS V
           RECORD VARYING IN SIZE FROM 1 TO 500 CHARACTERS
               DEPENDING ON WS-ACK-LEN.
       01  ACAACK-RECORD               PIC X(500).

       FD  FRM1095-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  FRM1095-RECORD              PIC X(133).

       FD  ACAWORK-FILE
           RECORDING MODE IS V
           RECORD VARYING IN SIZE FROM 1 TO 500 CHARACTERS
               DEPENDING ON WS-XML-LEN.
       01  ACAWORK-RECORD              PIC X(500).

       FD  ACAXML-FILE
           RECORDING MODE IS V
           RECORD VARYING IN SIZE FROM 1 TO 500 CHARACTERS
               DEPENDING ON WS-XML-LEN.
       01  ACAXML-RECORD               PIC X(500).

       FD  ACAMAN-FILE
           RECORDING MODE IS V
           RECORD VARYING IN SIZE FROM 1 TO 500 CHARACTERS
               DEPENDING ON WS-XML-LEN.
       01  ACAMAN-RECORD               PIC X(500).

       FD  ACARPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  ACARPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY CCMCOPY.
       COPY PHICOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS          PIC X(02).
           05  WS-ACK-STATUS           PIC X(02).
           05  WS-FORM-STATUS          PIC X(02).
           05  WS-WORK-STATUS          PIC X(02).
           05  WS-XML-STATUS           PIC X(02).
           05  WS-MAN-STATUS           PIC X(02).
           05  WS-RPT-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-WORK-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-WORK-EOF         VALUE 'Y'.
               88  WS-WORK-NOT-EOF     VALUE 'N'.
           05  WS-ISSUE-SW             PIC X(01) VALUE 'N'.
               88  WS-ISSUE-ORIGINAL   VALUE 'O'.
               88  WS-ISSUE-CORRECTION VALUE 'C'.
               88  WS-ISSUE-NONE       VALUE 'N'.
           05  WS-XML-TARGET           PIC X(01) VALUE 'W'.
               88  WS-TO-WORK          VALUE 'W'.
               88  WS-TO-DATA          VALUE 'D'.
               88  WS-TO-MANIFEST      VALUE 'M'.

      *--- UNDELIVERABLE-ADDRESS SUPPRESSION (RETMAIL1) ---
       01  WS-MAIL-SUPPRESS-SW         PIC X(01) VALUE 'N'.
           88  WS-MAIL-SUPPRESSED      VALUE 'Y'.
           88  WS-MAIL-DELIVERABLE     VALUE 'N'.

       01  WS-RUN-CONTROL.
           05  WS-RUN-MODE             PIC X(01) VALUE 'O'.
               88  WS-MODE-ORIGINAL    VALUE 'O'.
               88  WS-MODE-CORRECTION  VALUE 'C'.
               88  WS-MODE-ACK         VALUE 'A'.
           05  WS-TAX-YEAR             PIC X(04).
           05  WS-TAX-YEAR-N           REDEFINES WS-TAX-YEAR
                                       PIC 9(04).
           05  WS-YEAR-FIRST           PIC X(08).
           05  WS-YEAR-LAST            PIC X(08).
           05  WS-PRIOR-YEAR-IND       PIC X(01).
           05  WS-TRANSMISSION-ID      PIC X(60).
           05  WS-TRANSMISSION-TYPE    PIC X(01).
           05  WS-DOC-FILE-NAME        PIC X(60).

       01  WS-ISSUER.
           05  WS-IS-TCC               PIC X(05).
           05  WS-IS-TEST-IND          PIC X(01).
           05  WS-IS-PHONE             PIC X(10).
           05  WS-IS-CONTACT-FIRST     PIC X(15).
           05  WS-IS-CONTACT-LAST      PIC X(20).
           05  WS-IS-SOFTWARE-ID       PIC X(08).
           05  WS-IS-ADDR-LINE-1       PIC X(40).
           05  WS-IS-CITY              PIC X(22).
           05  WS-IS-STATE             PIC X(02).
           05  WS-IS-ZIP-CODE          PIC X(09).

      *--- EVERY COVERAGE SPAN TOUCHING THE TAX YEAR, BY FAMILY ---
      *    AND MEMBER: ENROLLMENT SEGMENTS (TERMED ONES INCLUDED ---
      *    - THEY WERE COVERED THROUGH THE TERM DATE) PLUS        ---
      *    ELECTED COBRA, WHICH RUNS FROM THE QUALIFYING EVENT    ---
      *    TO THE CONTINUATION END OR AN EARLIER CANCELLATION     ---
           EXEC SQL DECLARE ACA-SPAN-CURSOR CURSOR FOR
               SELECT M.SUBSCRIBER_ID, E.MEMBER_ID,
                      E.EFF_DATE, E.TERM_DATE,
                      COALESCE(E.GROUP_ID, ' ')
               FROM HCAS.ENROLLMENT E
               INNER JOIN HCAS.MEMBER M
                   ON M.MEMBER_ID = E.MEMBER_ID
               WHERE E.EFF_DATE <= :WS-YEAR-LAST
                 AND E.TERM_DATE >= :WS-YEAR-FIRST
                 AND E.TERM_DATE >= E.EFF_DATE
                 AND E.ELIG_STATUS <> 'P'
                 AND EXISTS (
                     SELECT 1
                     FROM HCAS.BENEFIT_PLAN B
                     WHERE B.PLAN_CODE = E.PLAN_CODE
                       AND B.LOB_CODE = 'COM'
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM HCAS.GROUP_MASTER G
                     WHERE G.GROUP_ID = E.GROUP_ID
                       AND G.FUNDING_TYPE = 'AS'
                 )
               UNION ALL
               SELECT M.SUBSCRIBER_ID, C.MEMBER_ID,
                      C.EVENT_DATE,
                      CASE WHEN C.CASE_STATUS = 'C'
                            AND C.UPDATE_DATE < C.COBRA_END_DATE
                           THEN C.UPDATE_DATE
                           ELSE C.COBRA_END_DATE
                      END,
                      COALESCE(C.GROUP_ID, ' ')
               FROM HCAS.COBRA_CASE C
               INNER JOIN HCAS.MEMBER M
                   ON M.MEMBER_ID = C.MEMBER_ID
               WHERE C.CASE_STATUS IN ('A', 'C', 'X')
                 AND C.EVENT_DATE <= :WS-YEAR-LAST
                 AND C.COBRA_END_DATE >= :WS-YEAR-FIRST
                 AND EXISTS (
                     SELECT 1
                     FROM HCAS.BENEFIT_PLAN B
                     WHERE B.PLAN_CODE = C.PLAN_CODE
                       AND B.LOB_CODE = 'COM'
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM HCAS.GROUP_MASTER G
                     WHERE G.GROUP_ID = C.GROUP_ID
                       AND G.FUNDING_TYPE = 'AS'
                 )
               ORDER BY 1, 2
           END-EXEC

       01  WS-SPAN-ROW.
           05  WS-SP-SUBSCRIBER-ID     PIC X(12).
           05  WS-SP-MEMBER-ID         PIC X(12).
           05  WS-SP-FROM-DATE         PIC X(08).
           05  WS-SP-THRU-DATE         PIC X(08).
           05  WS-SP-GROUP-ID          PIC X(10).

      *--- MONTH BOUNDARIES - A SPAN COVERS THE MONTH WHEN IT   ---
      *    STARTS BY THE LAST DAY AND ENDS ON OR AFTER THE FIRST ---
       01  WS-MONTH-WORK.
           05  WS-MO-IDX               PIC S9(04) COMP.
           05  WS-MO-FIRST.
               10  WS-MO-FIRST-YYYY    PIC X(04).
               10  WS-MO-FIRST-MM      PIC 9(02).
               10  FILLER              PIC X(02) VALUE '01'.
           05  WS-MO-LAST.
               10  WS-MO-LAST-YYYY     PIC X(04).
               10  WS-MO-LAST-MM       PIC 9(02).
               10  FILLER              PIC X(02) VALUE '31'.

       01  WS-MONTH-NAME-VALUES.
           05  FILLER                  PIC X(15)
                                       VALUE 'JANJanuaryInd  '.
           05  FILLER                  PIC X(15)
                                       VALUE 'FEBFebruaryInd '.
           05  FILLER                  PIC X(15)
                                       VALUE 'MARMarchInd    '.
           05  FILLER                  PIC X(15)
                                       VALUE 'APRAprilInd    '.
           05  FILLER                  PIC X(15)
                                       VALUE 'MAYMayInd      '.
           05  FILLER                  PIC X(15)
                                       VALUE 'JUNJuneInd     '.
           05  FILLER                  PIC X(15)
                                       VALUE 'JULJulyInd     '.
           05  FILLER                  PIC X(15)
                                       VALUE 'AUGAugustInd   '.
           05  FILLER                  PIC X(15)
                                       VALUE 'SEPSeptemberInd'.
           05  FILLER                  PIC X(15)
                                       VALUE 'OCTOctoberInd  '.
           05  FILLER                  PIC X(15)
                                       VALUE 'NOVNovemberInd '.
           05  FILLER                  PIC X(15)
                                       VALUE 'DECDecemberInd '.
       01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-VALUES.
           05  WS-MONTH-NAME-ENTRY     OCCURS 12 TIMES.
               10  WS-MN-PRINT         PIC X(03).
               10  WS-MN-XML-TAG       PIC X(12).

      *--- ONE FAMILY (ONE FORM) BEING ASSEMBLED ---
       77  WS-FAMILY-MAX               PIC S9(04) COMP VALUE 20.
       01  WS-FAMILY.
           05  WS-FAM-SUBSCRIBER-ID    PIC X(12) VALUE SPACES.
           05  WS-FAM-ORIGIN-CD        PIC X(01).
           05  WS-FAM-MEMBER-COUNT     PIC S9(04) COMP.
           05  WS-FAM-OVERFLOW-SW      PIC X(01).
               88  WS-FAM-OVERFLOW     VALUE 'Y'.
           05  WS-FAM-MEMBER           OCCURS 20 TIMES.
               10  WS-FM-MEMBER-ID     PIC X(12).
               10  WS-FM-FIRST-NAME    PIC X(25).
               10  WS-FM-LAST-NAME     PIC X(35).
               10  WS-FM-SSN           PIC X(09).
               10  WS-FM-BIRTH-DATE    PIC X(08).
               10  WS-FM-MONTHS.
                   15  WS-FM-MONTH-FLAG
                                       PIC X(01) OCCURS 12 TIMES.
       01  WS-FM-IDX                   PIC S9(04) COMP.

      *--- THE RESPONSIBLE INDIVIDUAL (SUBSCRIBER) ---
       01  WS-RESPONSIBLE.
           05  WS-RI-FIRST-NAME        PIC X(25).
           05  WS-RI-LAST-NAME         PIC X(35).
           05  WS-RI-SSN               PIC X(09).
           05  WS-RI-BIRTH-DATE        PIC X(08).
           05  WS-RI-ADDR-LINE-1       PIC X(55).
           05  WS-RI-CITY              PIC X(30).
           05  WS-RI-STATE             PIC X(02).
           05  WS-RI-ZIP-CODE          PIC X(09).

      *--- COVERED-MONTH IMAGE (MEMBER ID + 12 FLAGS PER MEMBER) ---
      *    KEPT ON THE FORM ROW SO A CORRECTION RUN CAN TELL      ---
      *    WHICH FAMILIES CHANGED                                 ---
       01  WS-FORM-IMAGE               PIC X(480).
       01  WS-IMAGE-POS                PIC S9(04) COMP.

       01  WS-FORM-TRACK.
           05  WS-FT-FORM-STATUS       PIC X(01).
               88  WS-FT-SENT          VALUE 'S'.
               88  WS-FT-ACCEPTED      VALUE 'A'.
               88  WS-FT-ACCEPTED-ERR  VALUE 'E'.
               88  WS-FT-REJECTED      VALUE 'R'.
           05  WS-FT-FORM-IMAGE        PIC X(480).
           05  WS-FT-ACC-RECEIPT-ID    PIC X(30).
           05  WS-FT-ACC-RECORD-ID     PIC S9(09) COMP.
           05  WS-FT-FOUND-SW          PIC X(01).
               88  WS-FT-FOUND         VALUE 'Y'.
               88  WS-FT-NOT-FOUND     VALUE 'N'.

       01  WS-RECORD-ID                PIC S9(09) COMP VALUE ZERO.
       01  WS-MAIL-HELD-IND            PIC X(01).

      *--- XML LINE ASSEMBLY ---
       01  WS-XML-WORK.
           05  WS-XML-LINE             PIC X(500).
           05  WS-XML-PTR              PIC S9(08) COMP.
           05  WS-XML-LEN              PIC 9(05) COMP VALUE ZERO.
           05  WS-XE-TAG               PIC X(40).
           05  WS-XE-VALUE             PIC X(300).
           05  WS-XE-INT               PIC Z(8)9.
           05  WS-ATTACH-BYTES         PIC 9(09) VALUE ZERO.
           05  WS-ATTACH-BYTES-DISP    PIC Z(8)9.
           05  WS-TY-NAMESPACE         PIC X(60).
       01  WS-NAME-PARTS.
           05  WS-PN-FIRST             PIC X(25).
           05  WS-PN-LAST              PIC X(35).
       01  WS-TIN-PARTS.
           05  WS-TN-SSN               PIC X(09).
           05  WS-TN-BIRTH-DATE        PIC X(08).
       01  WS-ADDRESS-PARTS.
           05  WS-AD-LINE-1            PIC X(55).
           05  WS-AD-CITY              PIC X(30).
           05  WS-AD-STATE             PIC X(02).
           05  WS-AD-ZIP-CODE          PIC X(09).

      *--- FORM PRINT ---
       01  WS-PRT-LINE                 PIC X(133).
       01  WS-PRT-COL                  PIC S9(04) COMP.
       01  WS-PRT-TIN                  PIC X(11).

      *--- ACKNOWLEDGMENT INTAKE ---
       01  WS-ACK-WORK.
           05  WS-ACK-LEN              PIC 9(05) COMP VALUE ZERO.
           05  WS-ACK-LINE             PIC X(500).
           05  WS-ACK-LEADING          PIC X(100).
           05  WS-ACK-TAG-FULL         PIC X(80).
           05  WS-ACK-VALUE            PIC X(200).
           05  WS-ACK-TAG-PART-1       PIC X(80).
           05  WS-ACK-TAG-PART-2       PIC X(80).
           05  WS-ACK-TAG              PIC X(80).
           05  WS-ACK-UTID             PIC X(60) VALUE SPACES.
           05  WS-ACK-RECEIPT-ID       PIC X(30) VALUE SPACES.
           05  WS-ACK-TRANS-STATUS     PIC X(01).
           05  WS-ACK-REC-RECEIPT      PIC X(30).
           05  WS-ACK-REC-SUBMISSION   PIC X(10).
           05  WS-ACK-REC-RECORD-X     PIC X(10).
           05  WS-ACK-RECORD-ID        PIC S9(09) COMP.
           05  WS-ACK-ERROR-CODE       PIC X(20).

       01  WS-COUNTERS.
           05  WS-FAMILIES-EXAMINED    PIC 9(07) VALUE ZERO.
           05  WS-FORMS-ORIGINAL       PIC 9(07) VALUE ZERO.
           05  WS-FORMS-CORRECTED      PIC 9(07) VALUE ZERO.
           05  WS-FORMS-PRINTED        PIC 9(07) VALUE ZERO.
           05  WS-MAIL-SUPPRESS-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-CONF-NO-PAPER-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-ALREADY-FILED        PIC 9(07) VALUE ZERO.
           05  WS-AWAITING-ACK         PIC 9(07) VALUE ZERO.
           05  WS-NOT-YET-FILED        PIC 9(07) VALUE ZERO.
           05  WS-UNCHANGED            PIC 9(07) VALUE ZERO.
           05  WS-FAMILY-OVERFLOWS     PIC 9(07) VALUE ZERO.
           05  WS-ACK-LINES-READ       PIC 9(07) VALUE ZERO.
           05  WS-ACK-TRANSMISSIONS    PIC 9(07) VALUE ZERO.
           05  WS-ACK-FORMS-POSTED     PIC 9(07) VALUE ZERO.
           05  WS-ACK-RECORD-ERRORS    PIC 9(07) VALUE ZERO.
           05  WS-DISCLOSURE-ERRORS    PIC 9(07) VALUE ZERO.

       01  WS-FORMS-ISSUED             PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-MODE-ACK
               PERFORM 6000-POST-ACKNOWLEDGMENT
           ELSE
               PERFORM 2000-PROCESS-ONE-SPAN
                   UNTIL WS-EOF
               PERFORM 3000-CLOSE-FAMILY
               PERFORM 5000-FINISH-TRANSMISSION
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'ACA1095G' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-CURRENT-TIME
           OPEN INPUT ACAPARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ACA1095G: OPEN ERROR PARM - '
                       WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ACAPARM-FILE
               AT END
                   DISPLAY 'ACA1095G: PARM RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE ACP-RUN-MODE      TO WS-RUN-MODE
           MOVE ACP-TAX-YEAR      TO WS-TAX-YEAR
           MOVE ACP-AIR-TCC       TO WS-IS-TCC
           MOVE ACP-TEST-IND      TO WS-IS-TEST-IND
           MOVE ACP-CONTACT-PHONE TO WS-IS-PHONE
           MOVE ACP-CONTACT-FIRST TO WS-IS-CONTACT-FIRST
           MOVE ACP-CONTACT-LAST  TO WS-IS-CONTACT-LAST
           MOVE ACP-SOFTWARE-ID   TO WS-IS-SOFTWARE-ID
           IF NOT ACP-MODE-ORIGINAL
           AND NOT ACP-MODE-CORRECTION
           AND NOT ACP-MODE-ACK
               DISPLAY 'ACA1095G: RUN MODE MUST BE O, C OR A'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *--- THE JANUARY RUN FILES THE YEAR JUST ENDED ---
           IF WS-TAX-YEAR NOT NUMERIC
               COMPUTE WS-TAX-YEAR-N = WS-CURR-YYYY - 1
           END-IF
           IF WS-IS-TEST-IND NOT = 'T'
               MOVE 'P' TO WS-IS-TEST-IND
           END-IF
           OPEN OUTPUT ACARPT-FILE
           MOVE SPACES TO WS-PRT-LINE
           STRING 'ACA1095G - FORM 1095-B  TAX YEAR ' DELIMITED SIZE
                  WS-TAX-YEAR DELIMITED SIZE
                  '  RUN MODE ' DELIMITED SIZE
                  WS-RUN-MODE DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-PRT-LINE
           END-STRING
           WRITE ACARPT-RECORD FROM WS-PRT-LINE
           IF WS-MODE-ACK
               CLOSE ACAPARM-FILE
               OPEN INPUT ACAACK-FILE
               IF WS-ACK-STATUS NOT = '00'
                   DISPLAY 'ACA1095G: OPEN ERROR ACKNOWLEDGMENT - '
                           WS-ACK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ ACAPARM-FILE
               AT END
                   DISPLAY 'ACA1095G: ISSUER ADDRESS RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE ACP-ADDR-LINE-1 TO WS-IS-ADDR-LINE-1
           MOVE ACP-CITY        TO WS-IS-CITY
           MOVE ACP-STATE       TO WS-IS-STATE
           MOVE ACP-ZIP-CODE    TO WS-IS-ZIP-CODE
           CLOSE ACAPARM-FILE
           STRING WS-TAX-YEAR '0101' DELIMITED SIZE
                  INTO WS-YEAR-FIRST
           END-STRING
           STRING WS-TAX-YEAR '1231' DELIMITED SIZE
                  INTO WS-YEAR-LAST
           END-STRING
           MOVE WS-TAX-YEAR TO WS-MO-FIRST-YYYY
           MOVE WS-TAX-YEAR TO WS-MO-LAST-YYYY
           IF WS-TAX-YEAR-N < WS-CURR-YYYY - 1
               MOVE '1' TO WS-PRIOR-YEAR-IND
           ELSE
               MOVE '0' TO WS-PRIOR-YEAR-IND
           END-IF
           IF WS-MODE-CORRECTION
               MOVE 'C' TO WS-TRANSMISSION-TYPE
           ELSE
               MOVE 'O' TO WS-TRANSMISSION-TYPE
           END-IF
      *--- UNIQUE TRANSMISSION ID - UUID:SYS12:TCC::T, THE UUID ---
      *    BUILT FROM THE RUN TIMESTAMP, YEAR AND RUN TYPE       ---
           MOVE SPACES TO WS-TRANSMISSION-ID
           STRING WS-CURRENT-DATE      DELIMITED SIZE
                  '-'                  DELIMITED SIZE
                  WS-CURRENT-TIME(1:4) DELIMITED SIZE
                  '-'                  DELIMITED SIZE
                  WS-CURRENT-TIME(5:4) DELIMITED SIZE
                  '-1095-'             DELIMITED SIZE
                  WS-TAX-YEAR          DELIMITED SIZE
                  '0000000'            DELIMITED SIZE
                  INTO WS-TRANSMISSION-ID
           END-STRING
           IF WS-MODE-CORRECTION
               MOVE '2' TO WS-TRANSMISSION-ID(36:1)
           ELSE
               MOVE '1' TO WS-TRANSMISSION-ID(36:1)
           END-IF
           STRING ':SYS12:' DELIMITED SIZE
                  WS-IS-TCC DELIMITED SPACES
                  '::T' DELIMITED SIZE
                  INTO WS-TRANSMISSION-ID(37:24)
           END-STRING
           MOVE SPACES TO WS-DOC-FILE-NAME
           STRING '1094B_Request_' DELIMITED SIZE
                  WS-IS-TCC DELIMITED SPACES
                  '_' DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  'T' DELIMITED SIZE
                  WS-CURRENT-TIME(1:6) DELIMITED SIZE
                  WS-CURRENT-TIME(7:2) DELIMITED SIZE
                  '0Z.xml' DELIMITED SIZE
                  INTO WS-DOC-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-TY-NAMESPACE
           STRING 'urn:us:gov:treasury:irs:ext:aca:air:ty'
                      DELIMITED SIZE
                  WS-TAX-YEAR(3:2) DELIMITED SIZE
                  INTO WS-TY-NAMESPACE
           END-STRING
           OPEN OUTPUT FRM1095-FILE
           OPEN OUTPUT ACAWORK-FILE
           IF WS-FORM-STATUS NOT = '00'
           OR WS-WORK-STATUS NOT = '00'
               DISPLAY 'ACA1095G: OPEN ERROR FORM/WORK - '
                       WS-FORM-STATUS '/' WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-TO-WORK TO TRUE
           PERFORM 1400-OPEN-DISCLOSURE
           EXEC SQL OPEN ACA-SPAN-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACA1095G: CURSOR OPEN ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-FETCH-NEXT-SPAN.

       1400-OPEN-DISCLOSURE.
           INITIALIZE PHI-DISCLOSURE-REQUEST
           SET PHI-DSC-OPEN-FILE TO TRUE
           MOVE WS-PROGRAM-ID TO PHI-DSC-SOURCE-PROGRAM
           MOVE 'IRS' TO PHI-DSC-RECIPIENT-ID
           MOVE 'INTERNAL REVENUE SERVICE - ACA AIR'
               TO PHI-DSC-RECIPIENT-NAME
           SET PHI-DSC-REQUIRED-BY-LAW TO TRUE
           STRING 'FORM 1095-B AIR FILING TAX YEAR ' DELIMITED SIZE
                  WS-TAX-YEAR DELIMITED SIZE
                  ' TYPE ' DELIMITED SIZE
                  WS-TRANSMISSION-TYPE DELIMITED SIZE
                  INTO PHI-DSC-FILE-DESC
           END-STRING
           PERFORM 7000-CALL-DISCLOSURE.

      *================================================================*
      * COVERED-MONTH DERIVATION                                       *
      *================================================================*
       2000-PROCESS-ONE-SPAN.
           IF WS-SP-SUBSCRIBER-ID NOT = WS-FAM-SUBSCRIBER-ID
               PERFORM 3000-CLOSE-FAMILY
               PERFORM 2200-OPEN-FAMILY
           END-IF
           IF WS-FAM-MEMBER-COUNT = ZERO
           OR WS-SP-MEMBER-ID NOT =
              WS-FM-MEMBER-ID(WS-FAM-MEMBER-COUNT)
               PERFORM 2300-ADD-FAMILY-MEMBER
           END-IF
           IF WS-SP-GROUP-ID NOT = SPACES
               MOVE 'B' TO WS-FAM-ORIGIN-CD
           END-IF
           IF NOT WS-FAM-OVERFLOW
               PERFORM 2400-MARK-ONE-MONTH
                   VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > 12
           END-IF
           PERFORM 2100-FETCH-NEXT-SPAN.

       2100-FETCH-NEXT-SPAN.
           EXEC SQL
               FETCH ACA-SPAN-CURSOR
               INTO :WS-SP-SUBSCRIBER-ID, :WS-SP-MEMBER-ID,
                    :WS-SP-FROM-DATE, :WS-SP-THRU-DATE,
                    :WS-SP-GROUP-ID
           END-EXEC
           IF SQLCODE = +100
               SET WS-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'ACA1095G: SPAN FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-EOF TO TRUE
           END-IF.

       2200-OPEN-FAMILY.
           ADD 1 TO WS-FAMILIES-EXAMINED
           MOVE WS-SP-SUBSCRIBER-ID TO WS-FAM-SUBSCRIBER-ID
           MOVE ZERO TO WS-FAM-MEMBER-COUNT
           MOVE 'N' TO WS-FAM-OVERFLOW-SW
      *--- INDIVIDUAL-MARKET POLICY UNLESS ANY SPAN IS UNDER A  ---
      *    GROUP (EMPLOYER-SPONSORED)                           ---
           MOVE 'D' TO WS-FAM-ORIGIN-CD
           MOVE SPACES TO WS-RESPONSIBLE
           EXEC SQL
               SELECT COALESCE(FIRST_NAME, ' '),
                      COALESCE(LAST_NAME, ' '),
                      COALESCE(SSN, ' '),
                      COALESCE(DATE_OF_BIRTH, ' '),
                      COALESCE(ADDR_LINE_1, ' '),
                      COALESCE(CITY, ' '),
                      COALESCE(STATE, ' '),
                      COALESCE(ZIP_CODE, ' ')
               INTO :WS-RI-FIRST-NAME, :WS-RI-LAST-NAME,
                    :WS-RI-SSN, :WS-RI-BIRTH-DATE,
                    :WS-RI-ADDR-LINE-1, :WS-RI-CITY,
                    :WS-RI-STATE, :WS-RI-ZIP-CODE
               FROM HCAS.MEMBER
               WHERE MEMBER_ID = :WS-FAM-SUBSCRIBER-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACA1095G: SUBSCRIBER LOOKUP ERROR SQLCODE='
                       SQLCODE ' SUB=' WS-FAM-SUBSCRIBER-ID
           END-IF.

       2300-ADD-FAMILY-MEMBER.
           IF WS-FAM-MEMBER-COUNT >= WS-FAMILY-MAX
               IF NOT WS-FAM-OVERFLOW
                   ADD 1 TO WS-FAMILY-OVERFLOWS
                   MOVE SPACES TO WS-PRT-LINE
                   STRING ' FAMILY OVER 20 COVERED MEMBERS - '
                          DELIMITED SIZE
                          'REVIEW MANUALLY  SUB=' DELIMITED SIZE
                          WS-FAM-SUBSCRIBER-ID DELIMITED SIZE
                          INTO WS-PRT-LINE
                   END-STRING
                   WRITE ACARPT-RECORD FROM WS-PRT-LINE
               END-IF
               MOVE 'Y' TO WS-FAM-OVERFLOW-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FAM-MEMBER-COUNT
           MOVE WS-FAM-MEMBER-COUNT TO WS-FM-IDX
           MOVE WS-SP-MEMBER-ID TO WS-FM-MEMBER-ID(WS-FM-IDX)
           MOVE ALL '0' TO WS-FM-MONTHS(WS-FM-IDX)
           EXEC SQL
               SELECT COALESCE(FIRST_NAME, ' '),
                      COALESCE(LAST_NAME, ' '),
                      COALESCE(SSN, ' '),
                      COALESCE(DATE_OF_BIRTH, ' ')
               INTO :WS-PN-FIRST, :WS-PN-LAST,
                    :WS-TN-SSN, :WS-TN-BIRTH-DATE
               FROM HCAS.MEMBER
               WHERE MEMBER_ID = :WS-SP-MEMBER-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-NAME-PARTS
               MOVE SPACES TO WS-TIN-PARTS
           END-IF
           MOVE WS-PN-FIRST      TO WS-FM-FIRST-NAME(WS-FM-IDX)
           MOVE WS-PN-LAST       TO WS-FM-LAST-NAME(WS-FM-IDX)
           MOVE WS-TN-SSN        TO WS-FM-SSN(WS-FM-IDX)
           MOVE WS-TN-BIRTH-DATE TO WS-FM-BIRTH-DATE(WS-FM-IDX).

       2400-MARK-ONE-MONTH.
           MOVE WS-MO-IDX TO WS-MO-FIRST-MM
           MOVE WS-MO-IDX TO WS-MO-LAST-MM
           IF WS-SP-FROM-DATE <= WS-MO-LAST
           AND WS-SP-THRU-DATE >= WS-MO-FIRST
               MOVE '1' TO
                   WS-FM-MONTH-FLAG(WS-FAM-MEMBER-COUNT, WS-MO-IDX)
           END-IF.

      *================================================================*
      * ONE FORM PER FAMILY                                            *
      *================================================================*
       3000-CLOSE-FAMILY.
           IF WS-FAM-SUBSCRIBER-ID = SPACES
           OR WS-FAM-MEMBER-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FORM-IMAGE
           PERFORM 3050-ADD-IMAGE-ENTRY
               VARYING WS-FM-IDX FROM 1 BY 1
               UNTIL WS-FM-IDX > WS-FAM-MEMBER-COUNT
           PERFORM 3100-READ-FORM-TRACK
           PERFORM 3200-DECIDE-ISSUE
           IF WS-ISSUE-NONE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORD-ID
           ADD 1 TO WS-FORMS-ISSUED
           IF WS-ISSUE-CORRECTION
               ADD 1 TO WS-FORMS-CORRECTED
           ELSE
               ADD 1 TO WS-FORMS-ORIGINAL
           END-IF
           PERFORM 3300-CHECK-MAIL-SUPPRESS
           IF WS-MAIL-DELIVERABLE
               PERFORM 3350-CHECK-CONFIDENTIAL-MAIL
           END-IF
           IF WS-MAIL-SUPPRESSED
           OR CCM-ROUTE-NO-PAPER
               MOVE 'Y' TO WS-MAIL-HELD-IND
           ELSE
               MOVE 'N' TO WS-MAIL-HELD-IND
               PERFORM 4000-PRINT-MEMBER-FORM
           END-IF
           PERFORM 4500-WRITE-FORM-XML
           PERFORM 3400-RECORD-FORM-TRACK
           SET PHI-DSC-ADD-MEMBER TO TRUE
           MOVE WS-FAM-SUBSCRIBER-ID TO PHI-DSC-MEMBER-ID
           PERFORM 7000-CALL-DISCLOSURE
           PERFORM 3450-DISCLOSE-MEMBER
               VARYING WS-FM-IDX FROM 1 BY 1
               UNTIL WS-FM-IDX > WS-FAM-MEMBER-COUNT.

       3050-ADD-IMAGE-ENTRY.
           COMPUTE WS-IMAGE-POS = (WS-FM-IDX - 1) * 24 + 1
           MOVE WS-FM-MEMBER-ID(WS-FM-IDX)
               TO WS-FORM-IMAGE(WS-IMAGE-POS:12)
           MOVE WS-FM-MONTHS(WS-FM-IDX)
               TO WS-FORM-IMAGE(WS-IMAGE-POS + 12:12).

       3100-READ-FORM-TRACK.
           SET WS-FT-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-FT-FORM-IMAGE
           MOVE SPACES TO WS-FT-ACC-RECEIPT-ID
           MOVE ZERO   TO WS-FT-ACC-RECORD-ID
           EXEC SQL
               SELECT FORM_STATUS, FORM_IMAGE,
                      COALESCE(ACCEPTED_RECEIPT_ID, ' '),
                      COALESCE(ACCEPTED_RECORD_ID, 0)
               INTO :WS-FT-FORM-STATUS, :WS-FT-FORM-IMAGE,
                    :WS-FT-ACC-RECEIPT-ID, :WS-FT-ACC-RECORD-ID
               FROM HCAS.ACA_1095B_FORM
               WHERE TAX_YEAR = :WS-TAX-YEAR
                 AND SUBSCRIBER_ID = :WS-FAM-SUBSCRIBER-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   SET WS-FT-FOUND TO TRUE
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ACA1095G: FORM TRACK READ ERROR '
                           'SQLCODE=' SQLCODE
                           ' SUB=' WS-FAM-SUBSCRIBER-ID
           END-EVALUATE.

       3200-DECIDE-ISSUE.
           SET WS-ISSUE-NONE TO TRUE
      *--- NOTHING MOVES WHILE THE LAST TRANSMISSION IS UNACKED ---
           IF WS-FT-FOUND AND WS-FT-SENT
               ADD 1 TO WS-AWAITING-ACK
               EXIT PARAGRAPH
           END-IF
           IF WS-MODE-ORIGINAL
      *--- ORIGINAL: NEVER FILED, OR FILED ONLY IN A REJECTED   ---
      *    TRANSMISSION (NOTHING ACCEPTED TO CORRECT)          ---
               IF WS-FT-NOT-FOUND
                   SET WS-ISSUE-ORIGINAL TO TRUE
               ELSE IF WS-FT-REJECTED
                   AND WS-FT-ACC-RECEIPT-ID = SPACES
                   SET WS-ISSUE-ORIGINAL TO TRUE
               ELSE
                   ADD 1 TO WS-ALREADY-FILED
               END-IF
           ELSE
      *--- CORRECTION: AN ACCEPTED RECORD THAT NO LONGER MATCHES ---
      *    COVERAGE, CAME BACK WITH ERRORS, OR WHOSE CORRECTION  ---
      *    WAS ITSELF REJECTED                                   ---
               IF WS-FT-NOT-FOUND
                   ADD 1 TO WS-NOT-YET-FILED
               ELSE IF WS-FT-ACC-RECEIPT-ID = SPACES
                   ADD 1 TO WS-NOT-YET-FILED
               ELSE IF WS-FORM-IMAGE NOT = WS-FT-FORM-IMAGE
                   OR WS-FT-ACCEPTED-ERR
                   OR WS-FT-REJECTED
                   SET WS-ISSUE-CORRECTION TO TRUE
               ELSE
                   ADD 1 TO WS-UNCHANGED
               END-IF
           END-IF.

       3300-CHECK-MAIL-SUPPRESS.
           SET WS-MAIL-DELIVERABLE TO TRUE
           EXEC SQL
               SELECT COALESCE(MAIL_SUPPRESS_IND, 'N')
               INTO :WS-MAIL-SUPPRESS-SW
               FROM HCAS.MEMBER
               WHERE MEMBER_ID = :WS-FAM-SUBSCRIBER-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-MAIL-DELIVERABLE TO TRUE
           END-IF
           IF WS-MAIL-SUPPRESSED
               ADD 1 TO WS-MAIL-SUPPRESS-COUNT
               EXEC SQL
                   INSERT INTO HCAS.MAIL_OUTREACH
                       (MEMBER_ID, SOURCE_PROGRAM,
                        RETURN_REASON, WORK_STATUS,
                        CREATE_DATE)
                   VALUES
                       (:WS-FAM-SUBSCRIBER-ID, :WS-PROGRAM-ID,
                        '1095-B MAIL HELD', 'O',
                        :WS-CURRENT-DATE)
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = -803
                   DISPLAY 'ACA1095G: OUTREACH INSERT ERROR '
                           'SQLCODE=' SQLCODE
                           ' SUB=' WS-FAM-SUBSCRIBER-ID
               END-IF
           END-IF.

       3350-CHECK-CONFIDENTIAL-MAIL.
      *--- ONLY THE PRINTED FORM IS REDIRECTED OR HELD ---
           MOVE WS-FAM-SUBSCRIBER-ID TO CCM-MEMBER-ID
           MOVE WS-FAM-SUBSCRIBER-ID TO CCM-SUBSCRIBER-ID
           MOVE SPACES               TO CCM-CLAIM-ID
           MOVE WS-CURRENT-DATE      TO CCM-AS-OF-DATE
           CALL 'CONFML01' USING CCM-ROUTE-REQUEST
                                 CCM-ROUTE-RESPONSE
           IF CCM-ROUTE-NO-PAPER
               ADD 1 TO WS-CONF-NO-PAPER-COUNT
           END-IF.

       3400-RECORD-FORM-TRACK.
           EXEC SQL
               UPDATE HCAS.ACA_1095B_FORM
               SET FORM_IMAGE      = :WS-FORM-IMAGE,
                   TRANSMISSION_ID = :WS-TRANSMISSION-ID,
                   RECORD_ID       = :WS-RECORD-ID,
                   RECEIPT_ID      = ' ',
                   CORRECTED_IND   = :WS-TRANSMISSION-TYPE,
                   FORM_STATUS     = 'S',
                   MAIL_HELD_IND   = :WS-MAIL-HELD-IND,
                   ERROR_CODE      = ' ',
                   SEND_DATE       = :WS-CURRENT-DATE
               WHERE TAX_YEAR = :WS-TAX-YEAR
                 AND SUBSCRIBER_ID = :WS-FAM-SUBSCRIBER-ID
           END-EXEC
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO HCAS.ACA_1095B_FORM
                       (TAX_YEAR, SUBSCRIBER_ID, FORM_IMAGE,
                        TRANSMISSION_ID, RECORD_ID, RECEIPT_ID,
                        ACCEPTED_RECEIPT_ID, ACCEPTED_RECORD_ID,
                        CORRECTED_IND, FORM_STATUS,
                        MAIL_HELD_IND, ERROR_CODE, SEND_DATE)
                   VALUES
                       (:WS-TAX-YEAR, :WS-FAM-SUBSCRIBER-ID,
                        :WS-FORM-IMAGE, :WS-TRANSMISSION-ID,
                        :WS-RECORD-ID, ' ', ' ', 0,
                        :WS-TRANSMISSION-TYPE, 'S',
                        :WS-MAIL-HELD-IND, ' ', :WS-CURRENT-DATE)
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACA1095G: FORM TRACK ERROR SQLCODE='
                       SQLCODE ' SUB=' WS-FAM-SUBSCRIBER-ID
           END-IF.

      *================================================================*
      * MEMBER FORM PRINT                                              *
      *================================================================*
      *--- THE SUBSCRIBER IS USUALLY ALSO A COVERED MEMBER;
      *    PHIDSC01 KEEPS ONE ROW PER MEMBER PER DISCLOSURE
       3450-DISCLOSE-MEMBER.
           SET PHI-DSC-ADD-MEMBER TO TRUE
           MOVE WS-FM-MEMBER-ID(WS-FM-IDX) TO PHI-DSC-MEMBER-ID
           PERFORM 7000-CALL-DISCLOSURE.

       4000-PRINT-MEMBER-FORM.
           ADD 1 TO WS-FORMS-PRINTED
           MOVE SPACES TO WS-PRT-LINE
           STRING 'FORM 1095-B  HEALTH COVERAGE  TAX YEAR '
                      DELIMITED SIZE
                  WS-TAX-YEAR DELIMITED SIZE
                  INTO WS-PRT-LINE
           END-STRING
           IF WS-ISSUE-CORRECTION
               MOVE 'CORRECTED' TO WS-PRT-LINE(60:9)
           END-IF
           WRITE FRM1095-RECORD FROM WS-PRT-LINE
           MOVE SPACES TO WS-PRT-LINE
           STRING 'PART I  RESPONSIBLE INDIVIDUAL: ' DELIMITED SIZE
                  WS-RI-FIRST-NAME DELIMITED SPACES
                  ' ' DELIMITED SIZE
                  WS-RI-LAST-NAME DELIMITED SIZE
                  INTO WS-PRT-LINE
           END-STRING
           WRITE FRM1095-RECORD FROM WS-PRT-LINE
           MOVE WS-RI-SSN        TO WS-TN-SSN
           MOVE WS-RI-BIRTH-DATE TO WS-TN-BIRTH-DATE
           PERFORM 4200-FORMAT-PRINT-TIN
           MOVE SPACES TO WS-PRT-LINE
           STRING '        TIN/DOB: ' DELIMITED SIZE
                  WS-PRT-TIN DELIMITED SIZE
                  '   ORIGIN OF THE POLICY: ' DELIMITED SIZE
                  WS-FAM-ORIGIN-CD DELIMITED SIZE
                  INTO WS-PRT-LINE
           END-STRING
           WRITE FRM1095-RECORD FROM WS-PRT-LINE
           IF CCM-ROUTE-ALTERNATE
               PERFORM 4010-PRINT-ALTERNATE-ADDRESS
           ELSE
               MOVE SPACES TO WS-PRT-LINE
               STRING '        ' DELIMITED SIZE
                      WS-RI-ADDR-LINE-1 DELIMITED SIZE
                      INTO WS-PRT-LINE
               END-STRING
               WRITE FRM1095-RECORD FROM WS-PRT-LINE
               MOVE SPACES TO WS-PRT-LINE
               STRING '        ' DELIMITED SIZE
                      WS-RI-CITY DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-RI-STATE DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-RI-ZIP-CODE DELIMITED SIZE
                      INTO WS-PRT-LINE
               END-STRING
               WRITE FRM1095-RECORD FROM WS-PRT-LINE
           END-IF
           MOVE SPACES TO WS-PRT-LINE
           STRING 'PART III ISSUER: ' DELIMITED SIZE
                  WS-PAYER-NAME DELIMITED SIZE
                  ' EIN ' DELIMITED SIZE
                  WS-TAX-ID-PAYER DELIMITED SIZE
                  ' PHONE ' DELIMITED SIZE
                  WS-IS-PHONE DELIMITED SIZE
                  INTO WS-PRT-LINE
           END-STRING
           WRITE FRM1095-RECORD FROM WS-PRT-LINE
           MOVE SPACES TO WS-PRT-LINE
           STRING '        ' DELIMITED SIZE
                  WS-IS-ADDR-LINE-1 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-IS-CITY DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-IS-STATE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-IS-ZIP-CODE DELIMITED SIZE
                  INTO WS-PRT-LINE
           END-STRING
           WRITE FRM1095-RECORD FROM WS-PRT-LINE
           MOVE SPACES TO WS-PRT-LINE
           MOVE 'PART IV COVERED INDIVIDUALS' TO WS-PRT-LINE
           WRITE FRM1095-RECORD FROM WS-PRT-LINE
           MOVE SPACES TO WS-PRT-LINE
           MOVE ' NAME' TO WS-PRT-LINE(1:5)
           MOVE 'TIN/DOB' TO WS-PRT-LINE(38:7)
           MOVE 'ALL' TO WS-PRT-LINE(51:3)
           PERFORM 4050-HEAD-ONE-MONTH
               VARYING WS-MO-IDX FROM 1 BY 1
               UNTIL WS-MO-IDX > 12
           WRITE FRM1095-RECORD FROM WS-PRT-LINE
           PERFORM 4100-PRINT-COVERED-MEMBER
               VARYING WS-FM-IDX FROM 1 BY 1
               UNTIL WS-FM-IDX > WS-FAM-MEMBER-COUNT
           MOVE ALL '-' TO WS-PRT-LINE
           WRITE FRM1095-RECORD FROM WS-PRT-LINE.

       4010-PRINT-ALTERNATE-ADDRESS.
           MOVE SPACES TO WS-PRT-LINE
           STRING '        ' DELIMITED SIZE
                  CCM-ALT-ADDR-LINE-1 DELIMITED SIZE
                  INTO WS-PRT-LINE
           END-STRING
           WRITE FRM1095-RECORD FROM WS-PRT-LINE
           IF CCM-ALT-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES TO WS-PRT-LINE
               STRING '        ' DELIMITED SIZE
                      CCM-ALT-ADDR-LINE-2 DELIMITED SIZE
                      INTO WS-PRT-LINE
               END-STRING
               WRITE FRM1095-RECORD FROM WS-PRT-LINE
           END-IF
           MOVE SPACES TO WS-PRT-LINE
           STRING '        ' DELIMITED SIZE
                  CCM-ALT-CITY DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CCM-ALT-STATE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CCM-ALT-ZIP-CODE DELIMITED SIZE
                  INTO WS-PRT-LINE
           END-STRING
           WRITE FRM1095-RECORD FROM WS-PRT-LINE.

       4050-HEAD-ONE-MONTH.
           COMPUTE WS-PRT-COL = 55 + (WS-MO-IDX - 1) * 4
           MOVE WS-MN-PRINT(WS-MO-IDX) TO WS-PRT-LINE(WS-PRT-COL:3).

       4100-PRINT-COVERED-MEMBER.
           MOVE SPACES TO WS-PRT-LINE
           STRING ' ' DELIMITED SIZE
                  WS-FM-FIRST-NAME(WS-FM-IDX) DELIMITED SPACES
                  ' ' DELIMITED SIZE
                  WS-FM-LAST-NAME(WS-FM-IDX) DELIMITED SIZE
                  INTO WS-PRT-LINE(1:36)
           END-STRING
           MOVE WS-FM-SSN(WS-FM-IDX)        TO WS-TN-SSN
           MOVE WS-FM-BIRTH-DATE(WS-FM-IDX) TO WS-TN-BIRTH-DATE
           PERFORM 4200-FORMAT-PRINT-TIN
           MOVE WS-PRT-TIN TO WS-PRT-LINE(38:11)
      *--- COVERED ALL YEAR CHECKS COLUMN (D) ONLY ---
           IF WS-FM-MONTHS(WS-FM-IDX) = ALL '1'
               MOVE ' X ' TO WS-PRT-LINE(51:3)
           ELSE
               PERFORM 4150-MARK-PRINT-MONTH
                   VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > 12
           END-IF
           WRITE FRM1095-RECORD FROM WS-PRT-LINE.

       4150-MARK-PRINT-MONTH.
           IF WS-FM-MONTH-FLAG(WS-FM-IDX, WS-MO-IDX) = '1'
               COMPUTE WS-PRT-COL = 56 + (WS-MO-IDX - 1) * 4
               MOVE 'X' TO WS-PRT-LINE(WS-PRT-COL:1)
           END-IF.

       4200-FORMAT-PRINT-TIN.
      *--- MEMBER COPIES SHOW A TRUNCATED SSN; DATE OF BIRTH   ---
      *    STANDS IN WHEN NO SSN IS ON FILE                    ---
           MOVE SPACES TO WS-PRT-TIN
           IF WS-TN-SSN IS NUMERIC
               STRING 'XXX-XX-' WS-TN-SSN(6:4)
                      DELIMITED SIZE INTO WS-PRT-TIN
               END-STRING
           ELSE
               STRING WS-TN-BIRTH-DATE(1:4) '-'
                      WS-TN-BIRTH-DATE(5:2) '-'
                      WS-TN-BIRTH-DATE(7:2)
                      DELIMITED SIZE INTO WS-PRT-TIN
               END-STRING
           END-IF.

      *================================================================*
      * AIR FORM DATA - 1095-B DETAIL (TO THE WORK FILE UNTIL THE      *
      * 1094-B TRANSMITTAL COUNT IS KNOWN)                             *
      *================================================================*
       4500-WRITE-FORM-XML.
           MOVE SPACES TO WS-XE-VALUE
           STRING '<Form1095BUpstreamDetail' DELIMITED SIZE
                  ' recordType="String" lineNum="0">'
                      DELIMITED SIZE
                  INTO WS-XE-VALUE
           END-STRING
           PERFORM 7820-PUT-TEXT
           MOVE 'RecordId' TO WS-XE-TAG
           MOVE WS-RECORD-ID TO WS-XE-INT
           MOVE FUNCTION TRIM(WS-XE-INT LEADING) TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE 'CorrectedInd' TO WS-XE-TAG
           IF WS-ISSUE-CORRECTION
               MOVE '1' TO WS-XE-VALUE
               PERFORM 7810-PUT-ELEMENT
               PERFORM 4550-WRITE-CORRECTED-INFO
           ELSE
               MOVE '0' TO WS-XE-VALUE
               PERFORM 7810-PUT-ELEMENT
           END-IF
           MOVE 'TaxYr' TO WS-XE-TAG
           MOVE WS-TAX-YEAR TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
      *--- PART I - RESPONSIBLE INDIVIDUAL ---
           MOVE '<ResponsibleIndividualGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE '<ResponsibleIndividualName>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE WS-RI-FIRST-NAME TO WS-PN-FIRST
           MOVE WS-RI-LAST-NAME  TO WS-PN-LAST
           PERFORM 7840-PUT-PERSON-NAME
           MOVE '</ResponsibleIndividualName>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE WS-RI-SSN        TO WS-TN-SSN
           MOVE WS-RI-BIRTH-DATE TO WS-TN-BIRTH-DATE
           PERFORM 7850-PUT-TIN
           MOVE WS-RI-ADDR-LINE-1 TO WS-AD-LINE-1
           MOVE WS-RI-CITY        TO WS-AD-CITY
           MOVE WS-RI-STATE       TO WS-AD-STATE
           MOVE WS-RI-ZIP-CODE    TO WS-AD-ZIP-CODE
           PERFORM 7830-PUT-ADDRESS
           MOVE 'PolicyOriginCd' TO WS-XE-TAG
           MOVE WS-FAM-ORIGIN-CD TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE '</ResponsibleIndividualGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
      *--- PART III - ISSUER ---
           MOVE '<IssuerInformationGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE '<BusinessName>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE 'BusinessNameLine1Txt' TO WS-XE-TAG
           MOVE WS-PAYER-NAME TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE '</BusinessName>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE 'irs:EIN' TO WS-XE-TAG
           MOVE WS-TAX-ID-PAYER TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE 'ContactPhoneNum' TO WS-XE-TAG
           MOVE WS-IS-PHONE TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           PERFORM 7860-PUT-ISSUER-ADDRESS
           MOVE '</IssuerInformationGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
      *--- PART IV - COVERED INDIVIDUALS ---
           PERFORM 4600-WRITE-COVERED-XML
               VARYING WS-FM-IDX FROM 1 BY 1
               UNTIL WS-FM-IDX > WS-FAM-MEMBER-COUNT
           MOVE '</Form1095BUpstreamDetail>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT.

       4550-WRITE-CORRECTED-INFO.
      *--- POINTS THE IRS AT THE LAST ACCEPTED RECORD: RECEIPT ---
      *    ID | SUBMISSION ID | RECORD ID                      ---
           MOVE '<CorrectedRecordInfoGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE 'CorrectedUniqueRecordId' TO WS-XE-TAG
           MOVE WS-FT-ACC-RECORD-ID TO WS-XE-INT
           MOVE SPACES TO WS-XE-VALUE
           STRING WS-FT-ACC-RECEIPT-ID DELIMITED SPACES
                  '|1|' DELIMITED SIZE
                  FUNCTION TRIM(WS-XE-INT LEADING) DELIMITED SIZE
                  INTO WS-XE-VALUE
           END-STRING
           PERFORM 7810-PUT-ELEMENT
           MOVE '<CorrectedRecordPayeeName>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE WS-RI-FIRST-NAME TO WS-PN-FIRST
           MOVE WS-RI-LAST-NAME  TO WS-PN-LAST
           PERFORM 7840-PUT-PERSON-NAME
           MOVE '</CorrectedRecordPayeeName>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           IF WS-RI-SSN IS NUMERIC
               MOVE 'CorrectedRecordPayeeTIN' TO WS-XE-TAG
               MOVE WS-RI-SSN TO WS-XE-VALUE
               PERFORM 7810-PUT-ELEMENT
           END-IF
           MOVE '</CorrectedRecordInfoGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT.

       4600-WRITE-COVERED-XML.
           MOVE '<CoveredIndividualGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE '<CoveredIndividualName>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE WS-FM-FIRST-NAME(WS-FM-IDX) TO WS-PN-FIRST
           MOVE WS-FM-LAST-NAME(WS-FM-IDX)  TO WS-PN-LAST
           PERFORM 7840-PUT-PERSON-NAME
           MOVE '</CoveredIndividualName>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE WS-FM-SSN(WS-FM-IDX)        TO WS-TN-SSN
           MOVE WS-FM-BIRTH-DATE(WS-FM-IDX) TO WS-TN-BIRTH-DATE
           PERFORM 7850-PUT-TIN
           MOVE 'CoveredIndividualAnnualInd' TO WS-XE-TAG
           IF WS-FM-MONTHS(WS-FM-IDX) = ALL '1'
               MOVE '1' TO WS-XE-VALUE
               PERFORM 7810-PUT-ELEMENT
           ELSE
               MOVE '0' TO WS-XE-VALUE
               PERFORM 7810-PUT-ELEMENT
               MOVE '<CoveredIndividualMonthlyIndGrp>'
                   TO WS-XE-VALUE
               PERFORM 7820-PUT-TEXT
               PERFORM 4650-WRITE-MONTH-IND
                   VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > 12
               MOVE '</CoveredIndividualMonthlyIndGrp>'
                   TO WS-XE-VALUE
               PERFORM 7820-PUT-TEXT
           END-IF
           MOVE '</CoveredIndividualGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT.

       4650-WRITE-MONTH-IND.
           MOVE WS-MN-XML-TAG(WS-MO-IDX) TO WS-XE-TAG
           MOVE WS-FM-MONTH-FLAG(WS-FM-IDX, WS-MO-IDX)
               TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT.

      *================================================================*
      * TRANSMISSION ASSEMBLY - 1094-B TRANSMITTAL AROUND THE          *
      * 1095-B DETAIL, THEN THE MANIFEST                               *
      *================================================================*
       5000-FINISH-TRANSMISSION.
           EXEC SQL CLOSE ACA-SPAN-CURSOR END-EXEC
           CLOSE ACAWORK-FILE
           IF WS-FORMS-ISSUED = ZERO
               MOVE SPACES TO WS-PRT-LINE
               MOVE ' NO FORMS TO TRANSMIT' TO WS-PRT-LINE
               WRITE ACARPT-RECORD FROM WS-PRT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ACAXML-FILE
           OPEN OUTPUT ACAMAN-FILE
           IF WS-XML-STATUS NOT = '00'
           OR WS-MAN-STATUS NOT = '00'
               DISPLAY 'ACA1095G: OPEN ERROR XML/MANIFEST - '
                       WS-XML-STATUS '/' WS-MAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-TO-DATA TO TRUE
           PERFORM 5100-WRITE-TRANSMITTAL-HEAD
           OPEN INPUT ACAWORK-FILE
           SET WS-WORK-NOT-EOF TO TRUE
           PERFORM 5200-COPY-WORK-LINE
               UNTIL WS-WORK-EOF
           CLOSE ACAWORK-FILE
           MOVE '</Form1094BUpstreamDetail>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE '</n1:Form109495BTransmittalUpstream>'
               TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           SET WS-TO-MANIFEST TO TRUE
           PERFORM 5300-WRITE-MANIFEST
           CLOSE ACAXML-FILE
           CLOSE ACAMAN-FILE
           EXEC SQL
               INSERT INTO HCAS.ACA_TRANSMISSION
                   (TRANSMISSION_ID, TAX_YEAR, TRANSMISSION_TYPE,
                    FORM_COUNT, RECEIPT_ID, TRANS_STATUS,
                    SEND_DATE)
               VALUES
                   (:WS-TRANSMISSION-ID, :WS-TAX-YEAR,
                    :WS-TRANSMISSION-TYPE, :WS-FORMS-ISSUED,
                    ' ', 'S', :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACA1095G: TRANSMISSION INSERT ERROR '
                       'SQLCODE=' SQLCODE
           END-IF
           MOVE SPACES TO WS-PRT-LINE
           STRING ' TRANSMISSION ' DELIMITED SIZE
                  WS-TRANSMISSION-ID DELIMITED SPACES
                  '  TYPE ' DELIMITED SIZE
                  WS-TRANSMISSION-TYPE DELIMITED SIZE
                  '  FORMS ' DELIMITED SIZE
                  WS-FORMS-ISSUED DELIMITED SIZE
                  INTO WS-PRT-LINE
           END-STRING
           WRITE ACARPT-RECORD FROM WS-PRT-LINE.

       5100-WRITE-TRANSMITTAL-HEAD.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE SPACES TO WS-XE-VALUE
           STRING '<n1:Form109495BTransmittalUpstream xmlns="'
                      DELIMITED SIZE
                  WS-TY-NAMESPACE DELIMITED SPACES
                  '" xmlns:irs="urn:us:gov:treasury:irs:common"'
                      DELIMITED SIZE
                  ' xmlns:n1="urn:us:gov:treasury:irs:msg:'
                      DELIMITED SIZE
                  'form1094-1095Btransmitterupstreammessage">'
                      DELIMITED SIZE
                  INTO WS-XE-VALUE
           END-STRING
           PERFORM 7820-PUT-TEXT
           MOVE SPACES TO WS-XE-VALUE
           STRING '<Form1094BUpstreamDetail' DELIMITED SIZE
                  ' recordType="String" lineNum="0">'
                      DELIMITED SIZE
                  INTO WS-XE-VALUE
           END-STRING
           PERFORM 7820-PUT-TEXT
           MOVE 'SubmissionId' TO WS-XE-TAG
           MOVE '1' TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE 'TaxYr' TO WS-XE-TAG
           MOVE WS-TAX-YEAR TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE 'irs:EIN' TO WS-XE-TAG
           MOVE WS-TAX-ID-PAYER TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE '<BusinessName>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE 'BusinessNameLine1Txt' TO WS-XE-TAG
           MOVE WS-PAYER-NAME TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE '</BusinessName>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE '<ContactNameGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE WS-IS-CONTACT-FIRST TO WS-PN-FIRST
           MOVE WS-IS-CONTACT-LAST  TO WS-PN-LAST
           PERFORM 7840-PUT-PERSON-NAME
           MOVE '</ContactNameGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE 'ContactPhoneNum' TO WS-XE-TAG
           MOVE WS-IS-PHONE TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           PERFORM 7860-PUT-ISSUER-ADDRESS
           MOVE 'Form1095BAttachedCnt' TO WS-XE-TAG
           MOVE WS-FORMS-ISSUED TO WS-XE-INT
           MOVE FUNCTION TRIM(WS-XE-INT LEADING) TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT.

       5200-COPY-WORK-LINE.
           READ ACAWORK-FILE
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   MOVE ACAWORK-RECORD(1:WS-XML-LEN)
                       TO WS-XML-LINE
                   PERFORM 7800-PUT-LINE
           END-READ.

       5300-WRITE-MANIFEST.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE SPACES TO WS-XE-VALUE
           STRING '<p:ACATransmitterManifestReqDtl xmlns:p="'
                      DELIMITED SIZE
                  WS-TY-NAMESPACE DELIMITED SPACES
                  '" xmlns:irs="urn:us:gov:treasury:irs:common">'
                      DELIMITED SIZE
                  INTO WS-XE-VALUE
           END-STRING
           PERFORM 7820-PUT-TEXT
           MOVE '<ACABusinessHeader>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE 'UniqueTransmissionId' TO WS-XE-TAG
           MOVE WS-TRANSMISSION-ID TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE 'irs:Timestamp' TO WS-XE-TAG
           MOVE SPACES TO WS-XE-VALUE
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2) 'T' WS-CURRENT-TIME(1:2) ':'
                  WS-CURRENT-TIME(3:2) ':' WS-CURRENT-TIME(5:2) 'Z'
                  DELIMITED SIZE INTO WS-XE-VALUE
           END-STRING
           PERFORM 7810-PUT-ELEMENT
           MOVE '</ACABusinessHeader>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE 'PaymentYr' TO WS-XE-TAG
           MOVE WS-TAX-YEAR TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE 'PriorYearDataInd' TO WS-XE-TAG
           MOVE WS-PRIOR-YEAR-IND TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE 'irs:EIN' TO WS-XE-TAG
           MOVE WS-TAX-ID-PAYER TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE 'TransmissionTypeCd' TO WS-XE-TAG
           MOVE WS-TRANSMISSION-TYPE TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE 'TestFileCd' TO WS-XE-TAG
           MOVE WS-IS-TEST-IND TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE '<TransmitterNameGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE 'BusinessNameLine1Txt' TO WS-XE-TAG
           MOVE WS-PAYER-NAME TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE '</TransmitterNameGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE '<CompanyInformationGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE 'CompanyNm' TO WS-XE-TAG
           MOVE WS-PAYER-NAME TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           PERFORM 7860-PUT-ISSUER-ADDRESS
           PERFORM 5350-WRITE-CONTACT
           MOVE '</CompanyInformationGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
      *--- IN-HOUSE SOFTWARE, NO VENDOR ---
           MOVE '<VendorInformationGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE 'VendorCd' TO WS-XE-TAG
           MOVE 'I' TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           PERFORM 5350-WRITE-CONTACT
           MOVE '</VendorInformationGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE 'TotalPayeeRecordCnt' TO WS-XE-TAG
           MOVE WS-FORMS-ISSUED TO WS-XE-INT
           MOVE FUNCTION TRIM(WS-XE-INT LEADING) TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE 'TotalPayerRecordCnt' TO WS-XE-TAG
           MOVE '1' TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE 'SoftwareId' TO WS-XE-TAG
           MOVE WS-IS-SOFTWARE-ID TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE 'FormTypeCd' TO WS-XE-TAG
           MOVE '1094/1095B' TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE 'irs:BinaryFormatCd' TO WS-XE-TAG
           MOVE 'application/xml' TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
      *--- SIZE OF THE FORM DATA FILE AS TRANSMITTED (ONE LINE ---
      *    FEED PER RECORD)                                     ---
           MOVE 'irs:AttachmentByteSizeNum' TO WS-XE-TAG
           MOVE WS-ATTACH-BYTES TO WS-ATTACH-BYTES-DISP
           MOVE FUNCTION TRIM(WS-ATTACH-BYTES-DISP LEADING)
               TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE 'DocumentSystemFileNm' TO WS-XE-TAG
           MOVE WS-DOC-FILE-NAME TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE '</p:ACATransmitterManifestReqDtl>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT.

       5350-WRITE-CONTACT.
           MOVE '<ContactNameGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE WS-IS-CONTACT-FIRST TO WS-PN-FIRST
           MOVE WS-IS-CONTACT-LAST  TO WS-PN-LAST
           PERFORM 7840-PUT-PERSON-NAME
           MOVE '</ContactNameGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE 'ContactPhoneNum' TO WS-XE-TAG
           MOVE WS-IS-PHONE TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT.

      *================================================================*
      * IRS ACKNOWLEDGMENT INTAKE - ONE ELEMENT PER LINE, TAG NAMES    *
      * MATCHED WITHOUT THEIR NAMESPACE PREFIX                         *
      *================================================================*
       6000-POST-ACKNOWLEDGMENT.
           PERFORM 6100-READ-ACK-LINE
               UNTIL WS-EOF
           CLOSE ACAACK-FILE.

       6100-READ-ACK-LINE.
           READ ACAACK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACK-LINES-READ
                   MOVE SPACES TO WS-ACK-LINE
                   MOVE ACAACK-RECORD(1:WS-ACK-LEN) TO WS-ACK-LINE
                   PERFORM 6200-PARSE-ACK-LINE
           END-READ.

       6200-PARSE-ACK-LINE.
           MOVE SPACES TO WS-ACK-LEADING
           MOVE SPACES TO WS-ACK-TAG-FULL
           MOVE SPACES TO WS-ACK-VALUE
           UNSTRING WS-ACK-LINE DELIMITED BY '<' OR '>'
               INTO WS-ACK-LEADING WS-ACK-TAG-FULL WS-ACK-VALUE
           END-UNSTRING
           IF WS-ACK-TAG-FULL = SPACES
               EXIT PARAGRAPH
           END-IF
      *--- DROP ANY ATTRIBUTES, THEN ANY NAMESPACE PREFIX ---
           MOVE SPACES TO WS-ACK-TAG-PART-1
           MOVE SPACES TO WS-ACK-TAG-PART-2
           UNSTRING WS-ACK-TAG-FULL DELIMITED BY ' '
               INTO WS-ACK-TAG
           END-UNSTRING
           UNSTRING WS-ACK-TAG DELIMITED BY ':'
               INTO WS-ACK-TAG-PART-1 WS-ACK-TAG-PART-2
           END-UNSTRING
           IF WS-ACK-TAG-PART-2 NOT = SPACES
               MOVE WS-ACK-TAG-PART-2 TO WS-ACK-TAG
           END-IF
           EVALUATE WS-ACK-TAG
               WHEN 'UniqueTransmissionId'
                   MOVE WS-ACK-VALUE TO WS-ACK-UTID
               WHEN 'ReceiptId'
                   MOVE WS-ACK-VALUE TO WS-ACK-RECEIPT-ID
               WHEN 'TransmissionStatusCd'
                   PERFORM 6300-POST-TRANSMISSION-STATUS
               WHEN 'UniqueRecordId'
                   PERFORM 6400-SET-ERROR-RECORD
               WHEN 'ErrorMessageCd'
                   MOVE WS-ACK-VALUE TO WS-ACK-ERROR-CODE
                   PERFORM 6500-POST-RECORD-ERROR
               WHEN 'ErrorMessageTxt'
                   MOVE SPACES TO WS-PRT-LINE
                   STRING '   ' DELIMITED SIZE
                          WS-ACK-VALUE DELIMITED SIZE
                          INTO WS-PRT-LINE
                   END-STRING
                   WRITE ACARPT-RECORD FROM WS-PRT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6300-POST-TRANSMISSION-STATUS.
           EVALUATE WS-ACK-VALUE
               WHEN 'Accepted'
                   MOVE 'A' TO WS-ACK-TRANS-STATUS
               WHEN 'Accepted with Errors'
                   MOVE 'E' TO WS-ACK-TRANS-STATUS
               WHEN 'Partially Accepted'
                   MOVE 'P' TO WS-ACK-TRANS-STATUS
               WHEN 'Rejected'
                   MOVE 'R' TO WS-ACK-TRANS-STATUS
               WHEN OTHER
      *--- STILL PROCESSING AT THE IRS - NOTHING TO POST YET ---
                   MOVE SPACES TO WS-PRT-LINE
                   STRING ' RECEIPT ' DELIMITED SIZE
                          WS-ACK-RECEIPT-ID DELIMITED SPACES
                          ' STATUS ' DELIMITED SIZE
                          WS-ACK-VALUE DELIMITED SIZE
                          INTO WS-PRT-LINE
                   END-STRING
                   WRITE ACARPT-RECORD FROM WS-PRT-LINE
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-ACK-UTID = SPACES
               EXEC SQL
                   SELECT TRANSMISSION_ID
                   INTO :WS-ACK-UTID
                   FROM HCAS.ACA_TRANSMISSION
                   WHERE RECEIPT_ID = :WS-ACK-RECEIPT-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'ACA1095G: UNKNOWN RECEIPT ID '
                           WS-ACK-RECEIPT-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EXEC SQL
               UPDATE HCAS.ACA_TRANSMISSION
               SET RECEIPT_ID   = :WS-ACK-RECEIPT-ID,
                   TRANS_STATUS = :WS-ACK-TRANS-STATUS,
                   ACK_DATE     = :WS-CURRENT-DATE
               WHERE TRANSMISSION_ID = :WS-ACK-UTID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACA1095G: TRANSMISSION NOT ON FILE '
                       WS-ACK-UTID ' SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACK-TRANSMISSIONS
      *--- A REJECTED TRANSMISSION LEAVES THE PRIOR ACCEPTED   ---
      *    RECORD (IF ANY) AS THE ONE A CORRECTION POINTS AT   ---
           IF WS-ACK-TRANS-STATUS = 'R'
               EXEC SQL
                   UPDATE HCAS.ACA_1095B_FORM
                   SET FORM_STATUS = 'R',
                       RECEIPT_ID  = :WS-ACK-RECEIPT-ID,
                       ACK_DATE    = :WS-CURRENT-DATE
                   WHERE TRANSMISSION_ID = :WS-ACK-UTID
                     AND FORM_STATUS = 'S'
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE HCAS.ACA_1095B_FORM
                   SET FORM_STATUS         = 'A',
                       RECEIPT_ID          = :WS-ACK-RECEIPT-ID,
                       ACCEPTED_RECEIPT_ID = :WS-ACK-RECEIPT-ID,
                       ACCEPTED_RECORD_ID  = RECORD_ID,
                       ACK_DATE            = :WS-CURRENT-DATE
                   WHERE TRANSMISSION_ID = :WS-ACK-UTID
                     AND FORM_STATUS = 'S'
               END-EXEC
           END-IF
           IF SQLCODE = ZERO
               ADD SQLERRD(3) TO WS-ACK-FORMS-POSTED
           END-IF
           MOVE SPACES TO WS-PRT-LINE
           STRING ' TRANSMISSION ' DELIMITED SIZE
                  WS-ACK-UTID DELIMITED SPACES
                  ' RECEIPT ' DELIMITED SIZE
                  WS-ACK-RECEIPT-ID DELIMITED SPACES
                  ' STATUS ' DELIMITED SIZE
                  WS-ACK-VALUE DELIMITED SIZE
                  INTO WS-PRT-LINE
           END-STRING
           WRITE ACARPT-RECORD FROM WS-PRT-LINE.

       6400-SET-ERROR-RECORD.
      *--- RECEIPT ID | SUBMISSION ID | RECORD ID ---
           MOVE SPACES TO WS-ACK-REC-RECEIPT
           MOVE SPACES TO WS-ACK-REC-SUBMISSION
           MOVE SPACES TO WS-ACK-REC-RECORD-X
           MOVE ZERO TO WS-ACK-RECORD-ID
           UNSTRING WS-ACK-VALUE DELIMITED BY '|'
               INTO WS-ACK-REC-RECEIPT WS-ACK-REC-SUBMISSION
                    WS-ACK-REC-RECORD-X
           END-UNSTRING
           IF WS-ACK-REC-RECORD-X NOT = SPACES
               COMPUTE WS-ACK-RECORD-ID =
                   FUNCTION NUMVAL(WS-ACK-REC-RECORD-X)
           END-IF.

       6500-POST-RECORD-ERROR.
      *--- AN ERROR WITHOUT A RECORD ID IS TRANSMISSION-LEVEL - ---
      *    REPORTED ONLY                                        ---
           IF WS-ACK-RECORD-ID = ZERO
               MOVE SPACES TO WS-PRT-LINE
               STRING ' TRANSMISSION ERROR ' DELIMITED SIZE
                      WS-ACK-ERROR-CODE DELIMITED SPACES
                      INTO WS-PRT-LINE
               END-STRING
               WRITE ACARPT-RECORD FROM WS-PRT-LINE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.ACA_1095B_FORM
               SET FORM_STATUS = 'E',
                   ERROR_CODE  = :WS-ACK-ERROR-CODE
               WHERE RECEIPT_ID = :WS-ACK-REC-RECEIPT
                 AND RECORD_ID  = :WS-ACK-RECORD-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-ACK-RECORD-ERRORS
               WHEN +100
                   DISPLAY 'ACA1095G: ERROR FOR UNKNOWN RECORD '
                           WS-ACK-REC-RECEIPT ' '
                           WS-ACK-REC-RECORD-X
               WHEN OTHER
                   DISPLAY 'ACA1095G: RECORD ERROR UPDATE FAILED '
                           'SQLCODE=' SQLCODE
           END-EVALUATE
           MOVE SPACES TO WS-PRT-LINE
           STRING ' RECORD ' DELIMITED SIZE
                  WS-ACK-REC-RECORD-X DELIMITED SPACES
                  ' OF RECEIPT ' DELIMITED SIZE
                  WS-ACK-REC-RECEIPT DELIMITED SPACES
                  ' ERROR ' DELIMITED SIZE
                  WS-ACK-ERROR-CODE DELIMITED SPACES
                  INTO WS-PRT-LINE
           END-STRING
           WRITE ACARPT-RECORD FROM WS-PRT-LINE.

      *================================================================*
      * XML LINE HELPERS                                               *
      *================================================================*
       7000-CALL-DISCLOSURE.
           CALL 'PHIDSC01' USING PHI-DISCLOSURE-REQUEST
                                 PHI-DISCLOSURE-RESPONSE
           IF PHI-DSC-FAILED
               ADD 1 TO WS-DISCLOSURE-ERRORS
               DISPLAY 'ACA1095G: ' PHI-DSC-MSG
           END-IF.

       7800-PUT-LINE.
           MOVE ZERO TO WS-XML-LEN
           INSPECT FUNCTION REVERSE(WS-XML-LINE)
               TALLYING WS-XML-LEN FOR LEADING SPACES
           COMPUTE WS-XML-LEN = 500 - WS-XML-LEN
           IF WS-XML-LEN = ZERO
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-TO-WORK
                   WRITE ACAWORK-RECORD FROM WS-XML-LINE
               WHEN WS-TO-DATA
                   WRITE ACAXML-RECORD FROM WS-XML-LINE
                   COMPUTE WS-ATTACH-BYTES =
                       WS-ATTACH-BYTES + WS-XML-LEN + 1
               WHEN WS-TO-MANIFEST
                   WRITE ACAMAN-RECORD FROM WS-XML-LINE
           END-EVALUATE.

       7810-PUT-ELEMENT.
      *--- <TAG>VALUE</TAG>; MARKUP CHARACTERS CANNOT APPEAR IN ---
      *    ELEMENT TEXT                                          ---
           INSPECT WS-XE-VALUE REPLACING ALL '&' BY ' '
                                         ALL '<' BY ' '
                                         ALL '>' BY ' '
           MOVE SPACES TO WS-XML-LINE
           MOVE 1 TO WS-XML-PTR
           STRING '<' DELIMITED SIZE
                  WS-XE-TAG DELIMITED SPACES
                  '>' DELIMITED SIZE
                  FUNCTION TRIM(WS-XE-VALUE) DELIMITED SIZE
                  '</' DELIMITED SIZE
                  WS-XE-TAG DELIMITED SPACES
                  '>' DELIMITED SIZE
                  INTO WS-XML-LINE
                  WITH POINTER WS-XML-PTR
           END-STRING
           PERFORM 7800-PUT-LINE.

       7820-PUT-TEXT.
           MOVE WS-XE-VALUE TO WS-XML-LINE
           PERFORM 7800-PUT-LINE.

       7830-PUT-ADDRESS.
           MOVE '<MailingAddressGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE '<USAddressGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE 'AddressLine1Txt' TO WS-XE-TAG
           MOVE WS-AD-LINE-1 TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE 'irs:CityNm' TO WS-XE-TAG
           MOVE WS-AD-CITY TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE 'USStateCd' TO WS-XE-TAG
           MOVE WS-AD-STATE TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE 'irs:USZIPCd' TO WS-XE-TAG
           MOVE WS-AD-ZIP-CODE(1:5) TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           IF WS-AD-ZIP-CODE(6:4) IS NUMERIC
               MOVE 'irs:USZIPExtensionCd' TO WS-XE-TAG
               MOVE WS-AD-ZIP-CODE(6:4) TO WS-XE-VALUE
               PERFORM 7810-PUT-ELEMENT
           END-IF
           MOVE '</USAddressGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT
           MOVE '</MailingAddressGrp>' TO WS-XE-VALUE
           PERFORM 7820-PUT-TEXT.

       7840-PUT-PERSON-NAME.
           MOVE 'PersonFirstNm' TO WS-XE-TAG
           MOVE WS-PN-FIRST TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT
           MOVE 'PersonLastNm' TO WS-XE-TAG
           MOVE WS-PN-LAST TO WS-XE-VALUE
           PERFORM 7810-PUT-ELEMENT.

       7850-PUT-TIN.
      *--- SSN WHEN ON FILE, OTHERWISE DATE OF BIRTH ---
           IF WS-TN-SSN IS NUMERIC
               MOVE 'irs:SSN' TO WS-XE-TAG
               MOVE WS-TN-SSN TO WS-XE-VALUE
           ELSE
               MOVE 'irs:BirthDt' TO WS-XE-TAG
               MOVE SPACES TO WS-XE-VALUE
               STRING WS-TN-BIRTH-DATE(1:4) '-'
                      WS-TN-BIRTH-DATE(5:2) '-'
                      WS-TN-BIRTH-DATE(7:2)
                      DELIMITED SIZE INTO WS-XE-VALUE
               END-STRING
           END-IF
           PERFORM 7810-PUT-ELEMENT.

       7860-PUT-ISSUER-ADDRESS.
           MOVE WS-IS-ADDR-LINE-1 TO WS-AD-LINE-1
           MOVE WS-IS-CITY        TO WS-AD-CITY
           MOVE WS-IS-STATE       TO WS-AD-STATE
           MOVE WS-IS-ZIP-CODE    TO WS-AD-ZIP-CODE
           PERFORM 7830-PUT-ADDRESS.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO WS-PRT-LINE
           STRING '=============================================='
               DELIMITED SIZE INTO WS-PRT-LINE
           WRITE ACARPT-RECORD FROM WS-PRT-LINE
           IF WS-MODE-ACK
               MOVE SPACES TO WS-PRT-LINE
               STRING 'ACK LINES READ:        ' DELIMITED SIZE
                      WS-ACK-LINES-READ DELIMITED SIZE
                      '  TRANSMISSIONS POSTED: ' DELIMITED SIZE
                      WS-ACK-TRANSMISSIONS DELIMITED SIZE
                      INTO WS-PRT-LINE
               END-STRING
               WRITE ACARPT-RECORD FROM WS-PRT-LINE
               MOVE SPACES TO WS-PRT-LINE
               STRING 'FORMS POSTED:          ' DELIMITED SIZE
                      WS-ACK-FORMS-POSTED DELIMITED SIZE
                      '  RECORDS IN ERROR:     ' DELIMITED SIZE
                      WS-ACK-RECORD-ERRORS DELIMITED SIZE
                      INTO WS-PRT-LINE
               END-STRING
               WRITE ACARPT-RECORD FROM WS-PRT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRT-LINE
           STRING 'FAMILIES EXAMINED:     ' DELIMITED SIZE
                  WS-FAMILIES-EXAMINED DELIMITED SIZE
                  '  ORIGINAL FORMS:       ' DELIMITED SIZE
                  WS-FORMS-ORIGINAL DELIMITED SIZE
                  INTO WS-PRT-LINE
           END-STRING
           WRITE ACARPT-RECORD FROM WS-PRT-LINE
           MOVE SPACES TO WS-PRT-LINE
           STRING 'CORRECTED FORMS:       ' DELIMITED SIZE
                  WS-FORMS-CORRECTED DELIMITED SIZE
                  '  FORMS PRINTED:        ' DELIMITED SIZE
                  WS-FORMS-PRINTED DELIMITED SIZE
                  INTO WS-PRT-LINE
           END-STRING
           WRITE ACARPT-RECORD FROM WS-PRT-LINE
           MOVE SPACES TO WS-PRT-LINE
           STRING 'MAIL HELD (RETURNED):  ' DELIMITED SIZE
                  WS-MAIL-SUPPRESS-COUNT DELIMITED SIZE
                  '  ALREADY FILED:        ' DELIMITED SIZE
                  WS-ALREADY-FILED DELIMITED SIZE
                  INTO WS-PRT-LINE
           END-STRING
           WRITE ACARPT-RECORD FROM WS-PRT-LINE
           MOVE SPACES TO WS-PRT-LINE
           STRING 'AWAITING IRS ACK:      ' DELIMITED SIZE
                  WS-AWAITING-ACK DELIMITED SIZE
                  '  UNCHANGED:            ' DELIMITED SIZE
                  WS-UNCHANGED DELIMITED SIZE
                  INTO WS-PRT-LINE
           END-STRING
           WRITE ACARPT-RECORD FROM WS-PRT-LINE
           MOVE SPACES TO WS-PRT-LINE
           STRING 'NOT YET FILED:         ' DELIMITED SIZE
                  WS-NOT-YET-FILED DELIMITED SIZE
                  '  FAMILY OVERFLOWS:     ' DELIMITED SIZE
                  WS-FAMILY-OVERFLOWS DELIMITED SIZE
                  INTO WS-PRT-LINE
           END-STRING
           WRITE ACARPT-RECORD FROM WS-PRT-LINE
           MOVE SPACES TO WS-PRT-LINE
           STRING 'MAIL HELD (NO PAPER):  ' DELIMITED SIZE
                  WS-CONF-NO-PAPER-COUNT DELIMITED SIZE
                  INTO WS-PRT-LINE
           END-STRING
           WRITE ACARPT-RECORD FROM WS-PRT-LINE.

       9000-TERMINATE.
           IF NOT WS-MODE-ACK
               SET PHI-DSC-CLOSE-FILE TO TRUE
               PERFORM 7000-CALL-DISCLOSURE
           END-IF
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'ACA1095G: RUN MODE:        ' WS-RUN-MODE
           DISPLAY 'ACA1095G: TAX YEAR:        ' WS-TAX-YEAR
           IF WS-MODE-ACK
               DISPLAY 'ACA1095G: TRANSMISSIONS:   '
                       WS-ACK-TRANSMISSIONS
               DISPLAY 'ACA1095G: FORMS POSTED:    '
                       WS-ACK-FORMS-POSTED
               DISPLAY 'ACA1095G: RECORD ERRORS:   '
                       WS-ACK-RECORD-ERRORS
           ELSE
               DISPLAY 'ACA1095G: ORIGINAL FORMS:  ' WS-FORMS-ORIGINAL
               DISPLAY 'ACA1095G: CORRECTED FORMS: '
                       WS-FORMS-CORRECTED
               DISPLAY 'ACA1095G: MAIL HELD:       '
                       WS-MAIL-SUPPRESS-COUNT
               DISPLAY 'ACA1095G: DISCLOSURE ERRS: '
                       WS-DISCLOSURE-ERRORS
               CLOSE FRM1095-FILE
           END-IF
           CLOSE ACARPT-FILE
           IF WS-DISCLOSURE-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
